      *    POWYZEJ TOLERANCJI FLAGUJA FAKTURE DO PRZEGLADU -
      *    DOPIERO ZATWIERDZONA FAKTURA WCHODZI DO PROPOZYCJI
      *    PLATNOSCI. NUMERY WEWNETRZNE NADAJE SERIA FZAKUP
      *    W NumeryKontrolne. ZATWIERDZENIE OTWIERA POZYCJE
      *    W REJESTRZE ZOBOWIAZAN WOBEC DOSTAWCOW (PLIK
      *    Zobowiazania, PROGRAM ZOBOWIAZANIA) NA KWOTE BRUTTO:
      *    VAT LICZONY OD KAZDEJ LINII WG STAWKI KATEGORII TOWARU
      *    (JAK REJESTR ZAKUPOW W REJVAT); FAKTURA WALUTOWA
      *    (IMPORT, NABYCIE WEWNATRZWSPOLNOTOWE) JEST PLACONA
      *    NETTO, A JEJ VAT ROZLICZA SIE METODA ODWROTNEGO
      *    OBCIAZENIA

       PROGRAM-ID. FAKTZAK.

               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT ZOBFILE ASSIGN TO "Zobowiazania"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FZ-ZB
               LOCK MODE IS AUTOMATIC
               STATUS ERR-ZB.

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

       DATA DIVISION.

       FILE SECTION.
             88 PO-WYSLANE        VALUE "W".
             88 PO-CZESCIOWE      VALUE "C".
             88 PO-ZAMKNIETE      VALUE "Z".
          05 TYP-PO-P         PIC X(1).
             88 PO-DROPSHIP       VALUE "D".
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

       FD CENDFILE  BLOCK CONTAINS 0.
       01 CEND-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

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

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-WPROWADZ VALUE "1".
       01 ERR-POM PIC 99.
       01 ERR-CD PIC 99.
       01 ERR-N PIC 99.
       01 ERR-ZB PIC 99.
       01 ERR PIC 99.
       01 ERR-VAT PIC 99.

      *    TOLERANCJA KONTROLI TROJSTRONNEJ W PROCENTACH -
      *    PONIZEJ NIEJ DROBNE ROZNICE CEN NIE BLOKUJA FAKTURY
       01 WS-DOSTAWCA-FZ PIC X(10).
       01 WS-DATA-FZ PIC 9(6).

      *    VAT NALICZONY FAKTURY (165-VAT-FAKTURY)

       01 WS-FZ-NETTO PIC 9(11)V99.
       01 WS-FZ-VAT PIC 9(11)V99.
       01 WS-LINIA-NETTO PIC 9(11)V99.
       01 WS-STAWKA-N PIC 9(2)V99.
       01 WS-BAZA-OTWARTA PIC X(1).
          88 WS-BAZA-JEST VALUE "T".
       01 WS-VAT-OTWARTY PIC X(1).
          88 WS-VAT-JEST VALUE "T".

       01 WS-RAPORT-STATUS PIC X(1).
       01 WS-RAPORT-LICZNIK PIC 9(5).

                       DISPLAY "FAKTURA " WS-NR-FZ " ZAPISANA - "
                               "LINII: " WS-LINIE-WPISANE
                               " NETTO: " WS-SUMA-NETTO
                       IF FZ-ZATWIERDZONA
                          PERFORM 160-ZAPISZ-ZOBOWIAZANIE
                       END-IF
                    END-IF
                 END-IF

           END-IF
           .

       160-ZAPISZ-ZOBOWIAZANIE.

      *    ZATWIERDZONA FAKTURA DOSTAWCY OTWIERA POZYCJE
      *    W REJESTRZE ZOBOWIAZAN (LUSTRO 145-ZAPISZ-ROZRACHUNEK
      *    W FAKTURY.COB) - PLATNOSCI KSIEGUJE NA NIA PROGRAM
      *    ZOBOWIAZANIA

           OPEN I-O ZOBFILE
           IF ERR-ZB = 35
              CLOSE ZOBFILE
              OPEN OUTPUT ZOBFILE
              CLOSE ZOBFILE
              OPEN I-O ZOBFILE
           END-IF
           IF ERR-ZB NOT = 0
              DISPLAY "UWAGA: NIE MOZNA OTWORZYC PLIKU Zobowiazania "
                      "- KOD " ERR-ZB " - FAKTURA " NR-FZ
                      " BEZ POZYCJI ZOBOWIAZAN"
           ELSE
              MOVE NR-FZ TO NR-FZ-ZB
              MOVE KOD-DOSTAWCY-F TO KOD-DOSTAWCY-ZB
              MOVE NR-OBCY-F TO NR-OBCY-ZB
              MOVE DATA-FZ TO DATA-FZ-ZB
              MOVE DATA-PLATN-F TO DATA-PLATN-ZB
              MOVE WALUTA-F TO WALUTA-ZB
              IF WALUTA-ZB = SPACES
                 MOVE "PLN" TO WALUTA-ZB
              END-IF
              PERFORM 165-VAT-FAKTURY
              MOVE WS-FZ-NETTO TO NETTO-ZB
              MOVE WS-FZ-VAT TO VAT-ZB
              IF WALUTA-ZB = "PLN"
                 COMPUTE KWOTA-ZB = WS-FZ-NETTO + WS-FZ-VAT
              ELSE
                 MOVE WS-FZ-NETTO TO KWOTA-ZB
              END-IF
              MOVE 0 TO KWOTA-ZAPLAC-ZB
              MOVE "O" TO STATUS-ZB
              ACCEPT DATA-ZATW-ZB FROM DATE
              WRITE ZOB-REC
              IF ERR-ZB NOT = 0
                 DISPLAY "UWAGA: ZAPIS ZOBOWIAZANIA FAKTURY "
                         NR-FZ " - KOD " ERR-ZB
              END-IF
              CLOSE ZOBFILE
           END-IF
           .

       165-VAT-FAKTURY.

      *    NETTO I VAT Z LINII FAKTURY - VAT ZAOKRAGLANY NA KAZDEJ
      *    LINII, STAWKA WG KATEGORII TOWARU (TA SAMA LOGIKA CO
      *    320-LINIA-ZAKUPU / 330-STAWKA-TOWARU W REJVAT.COB)

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
           MOVE NR-FZ TO NR-FZ-L
           MOVE 0 TO LP-FL
           START FZLFILE KEY NOT < KLUCZ-FZL
           IF ERR-FL = 0
              READ FZLFILE NEXT
              PERFORM UNTIL ERR-FL > 0
                      OR NR-FZ-L NOT = NR-FZ
                 COMPUTE WS-LINIA-NETTO = ILOSC-FL * CENA-FL
                 PERFORM 166-STAWKA-TOWARU
                 ADD WS-LINIA-NETTO TO WS-FZ-NETTO
                 COMPUTE WS-FZ-VAT ROUNDED = WS-FZ-VAT +
                         WS-LINIA-NETTO * WS-STAWKA-N / 100
                 READ FZLFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-FL
           IF WS-VAT-JEST
              CLOSE VATFILE
           END-IF
           IF WS-BAZA-JEST
              CLOSE INFILE
           END-IF
           .

       166-STAWKA-TOWARU.

      *    BEZ WPISU W StawkiVAT - 23%, JAK W REJVAT

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

       300-ZATWIERDZ-FAKTURE.

           PERFORM 050-OTWORZ-PLIKI-FZ
                       DISPLAY "REWRITE FAKTURY - KOD " ERR-FZ
                    ELSE
                       DISPLAY "FAKTURA ZATWIERDZONA"
                       PERFORM 160-ZAPISZ-ZOBOWIAZANIE
                    END-IF
                    MOVE "N" TO WS-POTWIERDZ
                 END-IF
