      *    WSTRZYMAC. DO TEGO PROGNOZA ZAPOTRZEBOWANIA NA
      *    GOTOWKE NA 4 TYGODNIE: ZATWIERDZONE FAKTURY WG
      *    TERMINU ORAZ SPODZIEWANE FAKTURY Z OTWARTYCH PO
      *    W ZamowieniaPOM WG DATY OCZEKIWANEJ.
      *    KWOTY BIERZE Z REJESTRU ZOBOWIAZAN (Zobowiazania -
      *    RESZTA DO ZAPLATY PO WPLATACH CZESCIOWYCH). Z
      *    POTWIERDZONEJ PROPOZYCJI POWSTAJE PLIK PRZELEWOW DLA
      *    BANKU Przelewy-RRMMDD.txt: PRZELEW KRAJOWY (PLN) W
      *    UKLADZIE ELIXIR ("110,DATA,KWOTA-GR,BANK-NAD,0,
      *    RACH-NAD,RACH-ODB,NAZWA-NAD,NAZWA-ODB,0,BANK-ODB,
      *    TYTUL,,,51"), PRZELEW ZAGRANICZNY (INNA WALUTA) JAKO
      *    "ZAGR,DATA,KWOTA,WALUTA,IBAN-NAD,IBAN-ODB,SWIFT,
      *    NAZWA-ODB,TYTUL,SHA". RACHUNKI DOSTAWCOW W TABELI
      *    RachunkiDostawcow.txt (KOD RACHUNEK SWIFT NAZWA), KAZDY
      *    WYSLANY PRZELEW TRAFIA DO PrzelewyWyslane.txt - PO
      *    POTWIERDZENIU BANKU KSIEGUJE GO PROGRAM ZOBOWIAZANIA

       PROGRAM-ID. PLATNOSCI.

               LOCK MODE IS AUTOMATIC
               STATUS ERR-FZ.

           SELECT FZLFILE ASSIGN TO "FakturyZakupuLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FZL
               STATUS ERR-FL.

           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT VATFILE ASSIGN TO "StawkiVAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KATEGORIA-V
               STATUS ERR-VAT.

           SELECT POMFILE ASSIGN TO "ZamowieniaPOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PR.

           SELECT ZOBFILE ASSIGN TO "Zobowiazania"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FZ-ZB
               STATUS ERR-ZB.

           SELECT RACHFILE ASSIGN TO "RachunkiDostawcow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RA.

           SELECT PRZELEWFILE ASSIGN TO WS-PRZ-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PW.

           SELECT WYSLANEFILE ASSIGN TO "PrzelewyWyslane.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WY.

       DATA DIVISION.

       FILE SECTION.
             88 FZ-ZATWIERDZONA VALUE "Z".
             88 FZ-ZAPLACONA    VALUE "P".

       FD FZLFILE  BLOCK CONTAINS 0.
       01 FZL-REC.
          05 KLUCZ-FZL.
             10 NR-FZ-L      PIC 9(7).
             10 LP-FL        PIC 9(3).
          05 NR-PO-FL        PIC 9(7).
          05 TOWAR-FL        PIC X(20).
          05 ILOSC-FL        PIC 9(7)V99.
          05 CENA-FL         PIC 9(7)V99.
          05 FLAGA-ILOSC-FL  PIC X(1).
          05 FLAGA-CENA-FL   PIC X(1).

       FD INFILE  BLOCK CONTAINS 0.
       01 IN-REC.
          05 TOWAR-KLUCZ.
             10 TOWAR         PIC X(20).
             10 LOKALIZACJA   PIC X(10).
          05 WAGA   PIC ZZZZZZZ9.999.
          05 CENA   PIC ZZZZZZZ9.99.
          05 ILOSC  PIC ZZZZZZZ9.99.
          05 MIN-ILOSC PIC ZZZZZZZ9.99.
          05 CATEGORY  PIC X(10).
          05 DATA-AKT  PIC 9(6).
          05 CZAS-AKT  PIC 9(8).
          05 JEDNOSTKA    PIC X(4).
          05 PRZELICZNIK  PIC 9(5).
          05 PRECYZJA-WAGA PIC 9(1).
          05 ILOSC-KWAR PIC ZZZZZZZ9.99.
          05 CENA-ZAKUP PIC ZZZZZZZ9.99.
          05 WLASCICIEL PIC X(1).
          05 KOD-WLASCICIELA PIC X(10).

       FD VATFILE  BLOCK CONTAINS 0.
       01 VAT-REC.
          05 KATEGORIA-V     PIC X(10).
          05 STAWKA-V        PIC 9(2)V99.

       FD POMFILE  BLOCK CONTAINS 0.
       01 POM-REC.
          05 NR-PO            PIC 9(7).
             88 PO-WYSLANE        VALUE "W".
             88 PO-CZESCIOWE      VALUE "C".
             88 PO-ZAMKNIETE      VALUE "Z".
          05 TYP-PO-P         PIC X(1).
             88 PO-DROPSHIP       VALUE "D".
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

       FD KURSFILE.
       01 KURS-REC PIC X(30).
       FD PROPFILE.
       01 PROP-REC PIC X(90).

       FD ZOBFILE  BLOCK CONTAINS 0.
       01 ZOB-REC.
          05 NR-FZ-ZB        PIC 9(7).
          05 KOD-DOSTAWCY-ZB PIC X(10).
          05 NR-OBCY-ZB      PIC X(15).
          05 DATA-FZ-ZB      PIC 9(6).
          05 DATA-PLATN-ZB   PIC 9(6).
          05 WALUTA-ZB       PIC X(3).
          05 KWOTA-ZB        PIC 9(11)V99.
          05 KWOTA-ZAPLAC-ZB PIC 9(11)V99.
          05 STATUS-ZB       PIC X(1).
             88 ZOB-OTWARTE     VALUE "O".
             88 ZOB-ZAPLACONE   VALUE "Z".
          05 DATA-ZATW-ZB    PIC 9(6).
          05 NETTO-ZB        PIC 9(11)V99.
          05 VAT-ZB          PIC 9(11)V99.

       FD RACHFILE.
       01 RACH-REC PIC X(100).

       FD PRZELEWFILE.
       01 PRZELEW-REC PIC X(250).

       FD WYSLANEFILE.
       01 WYSLANE-REC PIC X(60).

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-PROPOZYCJA VALUE "1".
          88 WYB-PROGNOZA   VALUE "2".
          88 WYB-PRZELEWY   VALUE "3".
          88 WYB-KONIEC     VALUE "4".
       01 ERR-FZ PIC 99.
       01 ERR-POM PIC 99.
       01 ERR-KURS PIC 99.
       01 ERR-PR PIC 99.
       01 ERR-ZB PIC 99.
       01 ERR-RA PIC 99.
       01 ERR-PW PIC 99.
       01 ERR-WY PIC 99.
       01 ERR-FL PIC 99.
       01 ERR PIC 99.
       01 ERR-VAT PIC 99.

      *    DANE ZLECENIODAWCY PRZELEWOW (RACHUNEK FIRMOWY NRB,
      *    NUMER ROZLICZENIOWY BANKU = CYFRY 3-10 RACHUNKU)

       01 NADAWCA-NAZWA PIC X(30)
          VALUE "HURTOWNIA MAGAZYNOWA SP Z O O".
       01 NADAWCA-RACHUNEK PIC X(26)
          VALUE "61109010140000071219812874".

       01 WS-DO-ZAPLATY PIC 9(11)V99.
       01 WS-ZOB-OTWARTY PIC X(1).
          88 WS-ZOB-JEST-OTWARTY VALUE "T".

      *    BRUTTO FAKTURY BEZ POZYCJI ZOBOWIAZAN (116-BRUTTO-Z-LINII)

       01 WS-FZ-NETTO PIC 9(11)V99.
       01 WS-FZ-VAT PIC 9(11)V99.
       01 WS-LINIA-NETTO PIC 9(11)V99.
       01 WS-STAWKA-N PIC 9(2)V99.
       01 WS-BAZA-OTWARTA PIC X(1).
          88 WS-BAZA-JEST VALUE "T".
       01 WS-VAT-OTWARTY PIC X(1).
          88 WS-VAT-JEST VALUE "T".

       01 WS-PRZ-NAZWA PIC X(30).
       01 WS-PRZ-DATA PIC 9(6).
       01 WS-PRZ-DATA-8 PIC 9(8).
       01 WS-PRZ-GROSZE PIC Z(12)9.
       01 WS-PRZ-KWOTA PIC Z(10)9.99.
       01 WS-PRZ-BUFOR PIC X(250).
       01 WS-PRZ-TYTUL PIC X(40).
       01 WS-PRZ-KRAJOWE PIC 9(5).
       01 WS-PRZ-ZAGRANICZNE PIC 9(5).
       01 WS-PRZ-BEZ-RACHUNKU PIC 9(5).
       01 WS-PRZ-POMINIETE PIC 9(5).
       01 WS-PRZ-SUMA-PLN PIC 9(13)V99.
       01 WS-RACH-ZNALEZIONY PIC X(1).
          88 WS-RACH-JEST VALUE "T".
       01 WS-RACH-LINIA.
          05 WS-RA-KOD-A      PIC X(10).
          05 FILLER           PIC X.
          05 WS-RA-RACHUNEK-A PIC X(34).
          05 FILLER           PIC X.
          05 WS-RA-SWIFT-A    PIC X(11).
          05 FILLER           PIC X.
          05 WS-RA-NAZWA-A    PIC X(35).
       01 WS-RA-RACHUNEK PIC X(34).
       01 WS-RA-SWIFT PIC X(11).
       01 WS-RA-NAZWA PIC X(35).
       01 WS-RA-NRB PIC X(26).
       01 WS-WYSLANE-LINIA.
          05 WS-WY-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WY-FZ-O     PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WY-DOST-O   PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WY-KWOTA-O  PIC Z(10)9.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WY-WALUTA-O PIC X(3).

       01 HORYZONT-PROPOZYCJI-DNI PIC 9(3) VALUE 7.

              DISPLAY "MENU PLATNOSCI DOSTAWCOW"
              DISPLAY "1. PROPOZYCJA PLATNOSCI (WYMAGALNE W 7 DNI)"
              DISPLAY "2. PROGNOZA GOTOWKI NA 4 TYGODNIE"
              DISPLAY "3. PLIK PRZELEWOW DLA BANKU Z PROPOZYCJI"
              DISPLAY "4. WYJDZ"
              ACCEPT WYBOR

              IF WYB-PROPOZYCJA
                 PERFORM 300-PROGNOZA-GOTOWKI
              END-IF

              IF WYB-PRZELEWY
                 PERFORM 400-PLIK-PRZELEWOW
              END-IF

           END-PERFORM

           STOP RUN
              MOVE 0 TO WS-WSTRZYMANE
              MOVE 0 TO WS-GRUPA-N
              MOVE "N" TO WS-GRUPA-LIMIT
              OPEN INPUT ZOBFILE

              DISPLAY "PROPOZYCJA PLATNOSCI NA DZIEN " WS-DZIS ":"
              DISPLAY " "
                 DISPLAY "PROPOZYCJA DOPISANA DO "
                         "PropozycjaPlatnosci.txt"
              END-IF
              CLOSE ZOBFILE
              CLOSE FZFILE
           END-IF
           .
           COMPUTE WS-DNI-DO-TERMINU =
                   WS-TERMIN-INT - WS-DZIS-INT
           IF WS-DNI-DO-TERMINU <= HORYZONT-PROPOZYCJI-DNI
              PERFORM 115-RESZTA-DO-ZAPLATY
              IF WS-DO-ZAPLATY > 0
                 PERFORM 120-POZYCJA-PROPOZYCJI
              END-IF
           END-IF
           .

       115-RESZTA-DO-ZAPLATY.

      *    RESZTA DO ZAPLATY Z REJESTRU ZOBOWIAZAN (PO WPLATACH
      *    CZESCIOWYCH); FAKTURA ZATWIERDZONA PRZED ZALOZENIEM
      *    REJESTRU NIE MA POZYCJI - WTEDY CALA KWOTA FAKTURY,
      *    LICZONA Z LINII TAK JAK 160-ZAPISZ-ZOBOWIAZANIE
      *    W FAKTZAK.COB (PLN BRUTTO, WALUTA NETTO)

           MOVE "N" TO WS-ZOB-OTWARTY
           IF ERR-ZB NOT = 35
              MOVE NR-FZ TO NR-FZ-ZB
              READ ZOBFILE
              IF ERR-ZB = 0
                 MOVE "T" TO WS-ZOB-OTWARTY
                 IF ZOB-ZAPLACONE
                    MOVE 0 TO WS-DO-ZAPLATY
                 ELSE
                    COMPUTE WS-DO-ZAPLATY =
                            KWOTA-ZB - KWOTA-ZAPLAC-ZB
                 END-IF
              END-IF
              MOVE 0 TO ERR-ZB
           END-IF
           IF NOT WS-ZOB-JEST-OTWARTY
              PERFORM 116-BRUTTO-Z-LINII
           END-IF
           .

       116-BRUTTO-Z-LINII.

      *    VAT ZAOKRAGLANY NA KAZDEJ LINII, STAWKA WG KATEGORII
      *    TOWARU (BEZ WPISU W StawkiVAT - 23%, JAK W REJVAT)

           MOVE 0 TO WS-FZ-NETTO
           MOVE 0 TO WS-FZ-VAT
           MOVE "N" TO WS-BAZA-OTWARTA
           MOVE "N" TO WS-VAT-OTWARTY
           OPEN INPUT INFILE
           IF ERR = 0
              MOVE "T" TO WS-BAZA-OTWARTA
           END-IF
           OPEN INPUT VATFILE
           IF ERR-VAT = 0
              MOVE "T" TO WS-VAT-OTWARTY
           END-IF
           OPEN INPUT FZLFILE
           IF ERR-FL = 0
              MOVE NR-FZ TO NR-FZ-L
              MOVE 0 TO LP-FL
              START FZLFILE KEY NOT < KLUCZ-FZL
              IF ERR-FL = 0
                 READ FZLFILE NEXT
                 PERFORM UNTIL ERR-FL > 0
                         OR NR-FZ-L NOT = NR-FZ
                    COMPUTE WS-LINIA-NETTO = ILOSC-FL * CENA-FL
                    PERFORM 117-STAWKA-TOWARU
                    ADD WS-LINIA-NETTO TO WS-FZ-NETTO
                    COMPUTE WS-FZ-VAT ROUNDED = WS-FZ-VAT +
                            WS-LINIA-NETTO * WS-STAWKA-N / 100
                    READ FZLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE FZLFILE
           ELSE
              MOVE SUMA-NETTO-F TO WS-FZ-NETTO
           END-IF
           IF WS-VAT-JEST
              CLOSE VATFILE
           END-IF
           IF WS-BAZA-JEST
              CLOSE INFILE
           END-IF

           IF WALUTA-F = SPACES OR WALUTA-F = "PLN"
              COMPUTE WS-DO-ZAPLATY = WS-FZ-NETTO + WS-FZ-VAT
           ELSE
              MOVE WS-FZ-NETTO TO WS-DO-ZAPLATY
           END-IF
           .

       117-STAWKA-TOWARU.

           MOVE 23 TO WS-STAWKA-N
           IF WS-BAZA-JEST
              MOVE TOWAR-FL TO TOWAR
              START INFILE KEY = TOWAR
              IF ERR = 0
                 READ INFILE NEXT
                 IF ERR = 0 AND WS-VAT-JEST
                    MOVE CATEGORY TO KATEGORIA-V
                    READ VATFILE
                    IF ERR-VAT = 0
                       MOVE STAWKA-V TO WS-STAWKA-N
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

           PERFORM 200-KWOTA-W-PLN
           DISPLAY "FAKTURA " NR-FZ " / " NR-OBCY-F " DOSTAWCA "
                   KOD-DOSTAWCY-F " TERMIN " DATA-PLATN-F
                   " KWOTA " WS-DO-ZAPLATY " " WALUTA-F
                   " (PLN " WS-KWOTA-PLN ")"
           DISPLAY "ZAPLACIC TE FAKTURE? T = PLAC, N = WSTRZYMAJ"
           ACCEPT WS-POTWIERDZ
              IF WS-GRUPA-DOST (WS-GRUPA-I) = KOD-DOSTAWCY-F
                 AND WS-GRUPA-WALUTA (WS-GRUPA-I) = WALUTA-F
                 MOVE "T" TO WS-GRUPA-ZNALEZIONY
                 ADD WS-DO-ZAPLATY TO WS-GRUPA-KWOTA (WS-GRUPA-I)
                 ADD WS-KWOTA-PLN TO WS-GRUPA-PLN (WS-GRUPA-I)
                 ADD 1 TO WS-GRUPA-ILE (WS-GRUPA-I)
              END-IF
                 MOVE KOD-DOSTAWCY-F
                      TO WS-GRUPA-DOST (WS-GRUPA-N)
                 MOVE WALUTA-F TO WS-GRUPA-WALUTA (WS-GRUPA-N)
                 MOVE WS-DO-ZAPLATY
                      TO WS-GRUPA-KWOTA (WS-GRUPA-N)
                 MOVE WS-KWOTA-PLN TO WS-GRUPA-PLN (WS-GRUPA-N)
                 MOVE 1 TO WS-GRUPA-ILE (WS-GRUPA-N)
           MOVE KOD-DOSTAWCY-F TO WS-PP-DOST-O
           MOVE NR-OBCY-F TO WS-PP-OBCY-O
           MOVE DATA-PLATN-F TO WS-PP-TERMIN-O
           MOVE WS-DO-ZAPLATY TO WS-PP-KWOTA-O
           MOVE WALUTA-F TO WS-PP-WALUTA-O

           OPEN EXTEND PROPFILE

       200-KWOTA-W-PLN.

           MOVE WS-DO-ZAPLATY TO WS-KWOTA-PLN
           IF WALUTA-F NOT = SPACES AND WALUTA-F NOT = "PLN"
              MOVE WALUTA-F TO WS-KURS-WALUTA
              MOVE WS-DZIS TO WS-KURS-DATA
              PERFORM 210-SZUKAJ-KURSU
              IF WS-KURS-JEST
                 COMPUTE WS-KWOTA-PLN ROUNDED =
                         WS-DO-ZAPLATY * WS-KURS-WART
              ELSE
                 DISPLAY "UWAGA: BRAK KURSU WALUTY " WALUTA-F
                         " - KWOTA PLN PRZYJETA 1:1"

           OPEN INPUT FZFILE
           IF ERR-FZ = 0
              OPEN INPUT ZOBFILE
              MOVE 0 TO NR-FZ
              START FZFILE KEY NOT < NR-FZ
              IF ERR-FZ = 0
                 READ FZFILE NEXT
                 PERFORM UNTIL ERR-FZ > 0
                    IF FZ-ZATWIERDZONA
                       PERFORM 115-RESZTA-DO-ZAPLATY
                       PERFORM 310-FAKTURA-DO-TYGODNIA
                    END-IF
                    READ FZFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZOBFILE
              CLOSE FZFILE
           END-IF

                 MOVE 5 TO WS-TYDZIEN
           END-EVALUATE
           .

       400-PLIK-PRZELEWOW.

      *    PLIK PRZELEWOW Z PROPOZYCJI POTWIERDZONEJ W DANYM DNIU
      *    (LINIE PropozycjaPlatnosci.txt Z TA DATA) - KWOTA TO
      *    AKTUALNA RESZTA DO ZAPLATY Z Zobowiazania, POZYCJE
      *    JUZ ROZLICZONE SA POMIJANE. DOSTAWCA BEZ RACHUNKU
      *    W RachunkiDostawcow.txt NIE DOSTAJE PRZELEWU

           DISPLAY "PODAJ DATE PROPOZYCJI (RRMMDD, 0 = DZIS)"
           ACCEPT WS-PRZ-DATA
           IF WS-PRZ-DATA = 0
              MOVE WS-DZIS TO WS-PRZ-DATA
           END-IF
           MOVE 0 TO WS-PRZ-KRAJOWE
           MOVE 0 TO WS-PRZ-ZAGRANICZNE
           MOVE 0 TO WS-PRZ-BEZ-RACHUNKU
           MOVE 0 TO WS-PRZ-POMINIETE
           MOVE 0 TO WS-PRZ-SUMA-PLN
           MOVE 0 TO WS-PRZ-DATA-8
           STRING "20" WS-DZIS DELIMITED BY SIZE
                  INTO WS-PRZ-DATA-8
           MOVE SPACES TO WS-PRZ-NAZWA
           STRING "Przelewy-" WS-PRZ-DATA ".txt"
                  DELIMITED BY SIZE INTO WS-PRZ-NAZWA

           OPEN INPUT PROPFILE
           IF ERR-PR NOT = 0
              DISPLAY "BRAK PLIKU PropozycjaPlatnosci.txt"
           ELSE
              OPEN INPUT ZOBFILE
              OPEN OUTPUT PRZELEWFILE
              READ PROPFILE INTO WS-PROP-LINIA
              PERFORM UNTIL ERR-PR > 0
                 IF WS-PP-DATA-O = WS-PRZ-DATA
                    PERFORM 410-PRZELEW-POZYCJI
                 END-IF
                 READ PROPFILE INTO WS-PROP-LINIA
              END-PERFORM
              CLOSE PRZELEWFILE
              CLOSE ZOBFILE
              CLOSE PROPFILE
           END-IF

           DISPLAY "---------------------"
           DISPLAY "PLIK PRZELEWOW      : " WS-PRZ-NAZWA
           DISPLAY "PRZELEWOW KRAJOWYCH : " WS-PRZ-KRAJOWE
           DISPLAY "PRZELEWOW ZAGRANICZ.: " WS-PRZ-ZAGRANICZNE
           DISPLAY "SUMA PRZELEWOW PLN  : " WS-PRZ-SUMA-PLN
           DISPLAY "POMINIETE (ROZLICZ.): " WS-PRZ-POMINIETE
           DISPLAY "BEZ RACHUNKU DOSTAWCY: " WS-PRZ-BEZ-RACHUNKU
           .

       410-PRZELEW-POZYCJI.

           MOVE 0 TO WS-DO-ZAPLATY
           MOVE WS-PP-FZ-O TO NR-FZ-ZB
           READ ZOBFILE
           IF ERR-ZB = 0 AND ZOB-OTWARTE
              COMPUTE WS-DO-ZAPLATY = KWOTA-ZB - KWOTA-ZAPLAC-ZB
           END-IF
           IF WS-DO-ZAPLATY = 0
              ADD 1 TO WS-PRZ-POMINIETE
           ELSE
              PERFORM 420-RACHUNEK-DOSTAWCY
              IF NOT WS-RACH-JEST
                 ADD 1 TO WS-PRZ-BEZ-RACHUNKU
                 DISPLAY "BRAK RACHUNKU DOSTAWCY " WS-PP-DOST-O
                         " - FAKTURA " WS-PP-FZ-O " BEZ PRZELEWU"
              ELSE
                 MOVE SPACES TO WS-PRZ-TYTUL
                 STRING "FAKTURA " DELIMITED BY SIZE
                        WS-PP-OBCY-O DELIMITED BY SIZE
                        INTO WS-PRZ-TYTUL
                 MOVE SPACES TO WS-PRZ-BUFOR
                 IF WS-PP-WALUTA-O = "PLN" OR WS-PP-WALUTA-O = SPACES
                    PERFORM 430-PRZELEW-KRAJOWY
                 ELSE
                    PERFORM 440-PRZELEW-ZAGRANICZNY
                 END-IF
                 WRITE PRZELEW-REC FROM WS-PRZ-BUFOR
                 PERFORM 450-LOG-WYSLANYCH
              END-IF
           END-IF
           .

       420-RACHUNEK-DOSTAWCY.

           MOVE "N" TO WS-RACH-ZNALEZIONY
           OPEN INPUT RACHFILE
           IF ERR-RA = 0
              READ RACHFILE INTO WS-RACH-LINIA
              PERFORM UNTIL ERR-RA > 0
                 IF WS-RA-KOD-A = WS-PP-DOST-O
                    MOVE "T" TO WS-RACH-ZNALEZIONY
                    MOVE WS-RA-RACHUNEK-A TO WS-RA-RACHUNEK
                    MOVE WS-RA-SWIFT-A TO WS-RA-SWIFT
                    MOVE WS-RA-NAZWA-A TO WS-RA-NAZWA
                 END-IF
                 READ RACHFILE INTO WS-RACH-LINIA
              END-PERFORM
              CLOSE RACHFILE
           END-IF
           .

       430-PRZELEW-KRAJOWY.

      *    RACHUNEK ODBIORCY MOZE BYC ZAPISANY JAKO NRB (26 CYFR)
      *    LUB IBAN Z PREFIKSEM PL

           IF WS-RA-RACHUNEK(1:2) = "PL"
              MOVE WS-RA-RACHUNEK(3:26) TO WS-RA-NRB
           ELSE
              MOVE WS-RA-RACHUNEK(1:26) TO WS-RA-NRB
           END-IF
           COMPUTE WS-PRZ-GROSZE = WS-DO-ZAPLATY * 100
           STRING "110," WS-PRZ-DATA-8 ","
                  FUNCTION TRIM (WS-PRZ-GROSZE) ","
                  NADAWCA-RACHUNEK(3:8) ",0,"
                  QUOTE NADAWCA-RACHUNEK QUOTE ","
                  QUOTE WS-RA-NRB QUOTE ","
                  QUOTE FUNCTION TRIM (NADAWCA-NAZWA) QUOTE ","
                  QUOTE FUNCTION TRIM (WS-RA-NAZWA) QUOTE ",0,"
                  WS-RA-NRB(3:8) ","
                  QUOTE FUNCTION TRIM (WS-PRZ-TYTUL) QUOTE
                  ","  QUOTE QUOTE "," QUOTE QUOTE ","
                  QUOTE "51" QUOTE
                  DELIMITED BY SIZE INTO WS-PRZ-BUFOR
           ADD 1 TO WS-PRZ-KRAJOWE
           ADD WS-DO-ZAPLATY TO WS-PRZ-SUMA-PLN
           .

       440-PRZELEW-ZAGRANICZNY.

           MOVE WS-DO-ZAPLATY TO WS-PRZ-KWOTA
           STRING "ZAGR," WS-PRZ-DATA-8 ","
                  FUNCTION TRIM (WS-PRZ-KWOTA) ","
                  WS-PP-WALUTA-O ","
                  QUOTE "PL" NADAWCA-RACHUNEK QUOTE ","
                  QUOTE FUNCTION TRIM (WS-RA-RACHUNEK) QUOTE ","
                  QUOTE FUNCTION TRIM (WS-RA-SWIFT) QUOTE ","
                  QUOTE FUNCTION TRIM (WS-RA-NAZWA) QUOTE ","
                  QUOTE FUNCTION TRIM (WS-PRZ-TYTUL) QUOTE ","
                  "SHA"
                  DELIMITED BY SIZE INTO WS-PRZ-BUFOR
           ADD 1 TO WS-PRZ-ZAGRANICZNE
           MOVE WS-PP-WALUTA-O TO WS-KURS-WALUTA
           MOVE WS-DZIS TO WS-KURS-DATA
           PERFORM 210-SZUKAJ-KURSU
           IF WS-KURS-JEST
              COMPUTE WS-KWOTA-PLN ROUNDED =
                      WS-DO-ZAPLATY * WS-KURS-WART
           ELSE
              MOVE WS-DO-ZAPLATY TO WS-KWOTA-PLN
           END-IF
           ADD WS-KWOTA-PLN TO WS-PRZ-SUMA-PLN
           .

       450-LOG-WYSLANYCH.

           MOVE WS-DZIS TO WS-WY-DATA-O
           MOVE WS-PP-FZ-O TO WS-WY-FZ-O
           MOVE WS-PP-DOST-O TO WS-WY-DOST-O
           MOVE WS-DO-ZAPLATY TO WS-WY-KWOTA-O
           MOVE WS-PP-WALUTA-O TO WS-WY-WALUTA-O
           IF WS-WY-WALUTA-O = SPACES
              MOVE "PLN" TO WS-WY-WALUTA-O
           END-IF

           OPEN EXTEND WYSLANEFILE
           IF ERR-WY NOT = 0
              CLOSE WYSLANEFILE
              OPEN OUTPUT WYSLANEFILE
           END-IF
           WRITE WYSLANE-REC FROM WS-WYSLANE-LINIA
           CLOSE WYSLANEFILE
           .
