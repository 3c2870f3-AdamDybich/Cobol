      *       SERIALIZOWANEGO LICZBA SERIALI NA STANIE VS SUMA
      *       ILOSC W BAZA5 - ROZJAZD OZNACZA NIESKANOWANE
      *       SZTUKI ALBO LEWY RUCH NA STANIE
      *    3. REJESTRACJA REKLAMACJI GWARANCYJNEJ SERIALU WYDANEGO
      *       KLIENTOWI (ReklamacjeGwarancyjne, SERIA GWARANCJA):
      *       KONIEC GWARANCJI KLIENTA = DATA WYDANIA + MIESIACE
      *       GWAR-KLIENT-PT, KONIEC GWARANCJI DOSTAWCY = DATA
      *       PRZYJECIA Z PO + MIESIACE GWAR-DOST-PT
      *       (ParametryTowaru)
      *    4. DECYZJA: NAPRAWA, WYMIANA (SERIAL ZASTEPCZY) ALBO
      *       ODRZUCENIE; UZNANA REKLAMACJA W GWARANCJI DOSTAWCY
      *       IDZIE DO DOCHODZENIA OD DOSTAWCY
      *    5. MIESIECZNY RAPORT REKLAMACJI WG DOSTAWCY I TOWARU
      *    PO I ZAMOWIENIE PRZENIESIONE PRZEZ ARCHIWUM SA CZYTANE
      *    Z ARCHIWOW ROCZNYCH WSKAZANYCH W ArchiwumIndeks (JAK
      *    W SLAD.COB)

       PROGRAM-ID. SERIALE.

               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT PARAMTFILE ASSIGN TO "ParametryTowaru"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-TOWARU-PT
               STATUS ERR-PT.

           SELECT POMFILE ASSIGN TO WS-POM-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO
               STATUS ERR-POM.

           SELECT ZAMOWFILE ASSIGN TO WS-ZAM-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-Z.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               STATUS ERR-N.

           SELECT REKLFILE ASSIGN TO "ReklamacjeGwarancyjne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-RG
               STATUS ERR-RG.

           SELECT ARCHINDFILE ASSIGN TO "ArchiwumIndeks"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-AI
               STATUS ERR-AI.

       DATA DIVISION.

       FILE SECTION.
          05 WLASCICIEL PIC X(1).
          05 KOD-WLASCICIELA PIC X(10).

       FD PARAMTFILE  BLOCK CONTAINS 0.
       01 PARAMT-REC.
          05 KOD-TOWARU-PT   PIC X(20).
          05 STATUS-CYKLU-PT PIC X(1).
             88 CYKL-AKTYWNY   VALUE "A".
             88 CYKL-WYGASZANY VALUE "W".
             88 CYKL-WYCOFANY  VALUE "X".
          05 SERIALIZACJA-PT PIC X(1).
             88 TOWAR-SERIALIZOWANY VALUE "T".
          05 KLASA-SKLAD-PT  PIC X(4).
          05 KOD-CN-PT       PIC X(8).
          05 KRAJ-POCH-PT    PIC X(2).
          05 GWAR-KLIENT-PT  PIC 9(3).
          05 GWAR-DOST-PT    PIC 9(3).
          05 DLUGOSC-PT      PIC 9(4)V9.
          05 SZEROKOSC-PT    PIC 9(4)V9.
          05 WYSOKOSC-PT     PIC 9(4)V9.
          05 UN-PT           PIC X(4).
          05 KLASA-ADR-PT    PIC X(4).
          05 GRUPA-PAK-PT    PIC X(3).
          05 MNOZNIK-ADR-PT  PIC 9(2).

       FD POMFILE  BLOCK CONTAINS 0.
       01 POM-REC.
          05 NR-PO            PIC 9(7).
          05 KOD-DOSTAWCY-P   PIC X(10).
          05 NAZWA-DOSTAWCY-P PIC X(30).
          05 TOWAR-P          PIC X(20).
          05 LOKALIZACJA-P    PIC X(10).
          05 ILOSC-ZAM-P      PIC 9(7)V99.
          05 ILOSC-PRZYJ-P    PIC 9(7)V99.
          05 DATA-PO          PIC 9(6).
          05 DATA-OCZEK-P     PIC 9(6).
          05 CENA-PO          PIC 9(7)V99.
          05 WALUTA-P         PIC X(3).
          05 STATUS-PO        PIC X(1).
             88 PO-OTWARTE        VALUE "O".
             88 PO-WYSLANE        VALUE "W".
             88 PO-CZESCIOWE      VALUE "C".
             88 PO-ZAMKNIETE      VALUE "Z".
             88 PO-DO-ZATWIERDZENIA VALUE "A".
          05 TYP-PO-P         PIC X(1).
             88 PO-DROPSHIP       VALUE "D".
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

       FD ZAMOWFILE  BLOCK CONTAINS 0.
       01 ZAM-REC.
          05 NR-ZAMOWIENIA   PIC 9(7).
          05 KOD-KLIENTA-Z   PIC X(10).
          05 DATA-ZAM        PIC 9(6).
          05 CZAS-ZAM        PIC 9(8).
          05 LICZBA-LINII-Z  PIC 9(3).
          05 STATUS-Z        PIC X(1).
             88 ZAM-OTWARTE       VALUE "O".
             88 ZAM-ZREALIZOWANE  VALUE "R".
             88 ZAM-BACKORDER     VALUE "B".
             88 ZAM-ANULOWANE     VALUE "X".
          05 FAKTURA-Z       PIC 9(7).
          05 PRIORYTET-Z     PIC 9(1).
          05 DATA-WYMAGANA-Z PIC 9(6).
          05 PRZEWOZNIK-Z    PIC X(10).
          05 DATA-REAL-Z     PIC 9(6).
          05 NR-WZ-Z         PIC 9(7).
          05 ADRES-DOST-Z    PIC X(6).
          05 WSTRZYMANIE-Z   PIC X(1).
             88 ZAM-WSTRZYMANE-MARZA VALUE "M".
          05 PRZEDSTAWICIEL-Z PIC X(6).
          05 POBRANIE-Z      PIC X(1).
             88 ZAM-ZA-POBRANIEM VALUE "T".
          05 KWOTA-POBRANIA-Z PIC 9(9)V99.

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       FD ARCHINDFILE  BLOCK CONTAINS 0.
       01 ARCHIND-REC.
          05 KLUCZ-AI.
             10 TYP-AI       PIC X(1).
             10 NR-AI        PIC 9(7).
          05 ROK-AI          PIC 9(2).
          05 DATA-DOK-AI     PIC 9(6).
          05 KONTR-AI        PIC X(10).
          05 DATA-ARCH-AI    PIC 9(6).

       FD REKLFILE  BLOCK CONTAINS 0.
       01 REKL-REC.
          05 NR-RG              PIC 9(7).
          05 NR-SERYJNY-RG      PIC X(20).
          05 TOWAR-RG           PIC X(20).
          05 KLIENT-RG          PIC X(10).
          05 NR-ZAM-RG          PIC 9(7).
          05 DOSTAWCA-RG        PIC X(10).
          05 NR-PO-RG           PIC 9(7).
          05 DATA-RG            PIC 9(6).
          05 USTERKA-RG         PIC X(40).
          05 KONIEC-GWAR-K-RG   PIC 9(6).
          05 KONIEC-GWAR-D-RG   PIC 9(6).
          05 GWARANCJA-K-RG     PIC X(1).
             88 RG-W-GWARANCJI     VALUE "T".
          05 GWARANCJA-D-RG     PIC X(1).
             88 RG-W-GWARANCJI-DOST VALUE "T".
          05 DECYZJA-RG         PIC X(1).
             88 RG-OCZEKUJE        VALUE " ".
             88 RG-NAPRAWA         VALUE "N".
             88 RG-WYMIANA         VALUE "W".
             88 RG-ODRZUCONA       VALUE "O".
          05 SERIAL-ZAST-RG     PIC X(20).
          05 OPIS-ROZW-RG       PIC X(40).
          05 DATA-DECYZJI-RG    PIC 9(6).
          05 DO-DOSTAWCY-RG     PIC X(1).
             88 RG-DOCHODZIC-OD-DOST VALUE "T".

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-SLEDZ    VALUE "1".
          88 WYB-UZGODNIJ VALUE "2".
          88 WYB-REKLAMACJA VALUE "3".
          88 WYB-DECYZJA  VALUE "4".
          88 WYB-RAPORT   VALUE "5".
          88 WYB-KONIEC   VALUE "6".
       01 ERR-SN PIC 99.
       01 ERR PIC 99.
       01 ERR-PT PIC 99.
       01 ERR-POM PIC 99.
       01 ERR-Z PIC 99.
       01 ERR-N PIC 99.
       01 ERR-RG PIC 99.
       01 ERR-AI PIC 99.

      *    NAZWY PLIKOW ZAMOWIEN I PO - BIEZACE ALBO ARCHIWUM ROKU
      *    WSKAZANEGO PRZEZ ArchiwumIndeks (WS-ARCH-ROK > 0)

       01 WS-POM-NAZWA PIC X(30) VALUE "ZamowieniaPOM".
       01 WS-ZAM-NAZWA PIC X(30) VALUE "Zamowienia".
       01 WS-AI-TYP PIC X(1).
       01 WS-AI-NR PIC 9(7).
       01 WS-ARCH-ROK PIC 9(2).

       01 WS-SERIAL PIC X(20).
       01 WS-ILOSC-LICZBA PIC 9(7)V99.
       01 WS-UZ-STAN PIC 9(9)V99.
       01 WS-UZ-ROZJAZDY PIC 9(3).

      *    GWARANCJE I REKLAMACJE

       01 WS-GW-DZIS PIC 9(6).
       01 WS-GW-KLIENT PIC X(10).
       01 WS-GW-DOSTAWCA PIC X(10).
       01 WS-GW-MIES-K PIC 9(3).
       01 WS-GW-MIES-D PIC 9(3).
       01 WS-GW-KONIEC-K PIC 9(6).
       01 WS-GW-KONIEC-D PIC 9(6).
       01 WS-GW-W-GWAR-K PIC X(1).
          88 WS-GW-JEST-K VALUE "T".
       01 WS-GW-W-GWAR-D PIC X(1).
          88 WS-GW-JEST-D VALUE "T".
       01 WS-GW-DATA PIC 9(6).
       01 WS-GW-DATA-R REDEFINES WS-GW-DATA.
          05 WS-GW-RR PIC 9(2).
          05 WS-GW-MM PIC 9(2).
          05 WS-GW-DD PIC 9(2).
       01 WS-GW-MIES PIC 9(3).
       01 WS-GW-KONIEC PIC 9(6).
       01 WS-GW-DATA-8.
          05 WS-GW-ROK-8 PIC 9(4).
          05 WS-GW-MM-8  PIC 9(2).
          05 WS-GW-DD-8  PIC 9(2).
       01 WS-GW-DATA-8-N REDEFINES WS-GW-DATA-8 PIC 9(8).
       01 WS-GW-MIES-RAZEM PIC 9(5).
       01 WS-GW-LAT PIC 9(3).
       01 WS-NR-RG PIC 9(7).
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".
       01 WS-RG-USTERKA PIC X(40).
       01 WS-RG-DECYZJA PIC X(1).
       01 WS-RG-ZAST PIC X(20).
       01 WS-RG-OPIS PIC X(40).
       01 WS-RG-POTWIERDZ PIC X(1).
       01 WS-RG-OKRES PIC X(4).

       01 WS-RR-N PIC 9(3).
       01 WS-RR-I PIC 9(3).
       01 WS-RR-J PIC 9(3).
       01 WS-RR-JEST PIC X(1).
          88 WS-RR-ZNALEZIONY VALUE "T".
       01 WS-RR-TAB OCCURS 200.
          05 WS-RR-DOSTAWCA PIC X(10).
          05 WS-RR-TOWAR    PIC X(20).
          05 WS-RR-ILE      PIC 9(5).
          05 WS-RR-W-GWAR   PIC 9(5).
          05 WS-RR-NAPRAWA  PIC 9(5).
          05 WS-RR-WYMIANA  PIC 9(5).
          05 WS-RR-ODRZUT   PIC 9(5).
          05 WS-RR-OTWARTE  PIC 9(5).
          05 WS-RR-DO-DOST  PIC 9(5).
       01 WS-RR-ZAPAS.
          05 WS-RR-Z-DOSTAWCA PIC X(10).
          05 WS-RR-Z-TOWAR    PIC X(20).
          05 WS-RR-Z-ILE      PIC 9(5).
          05 WS-RR-Z-W-GWAR   PIC 9(5).
          05 WS-RR-Z-NAPRAWA  PIC 9(5).
          05 WS-RR-Z-WYMIANA  PIC 9(5).
          05 WS-RR-Z-ODRZUT   PIC 9(5).
          05 WS-RR-Z-OTWARTE  PIC 9(5).
          05 WS-RR-Z-DO-DOST  PIC 9(5).
       01 WS-RR-POPRZ-DOST PIC X(10).
       01 WS-RR-SUMA-DOST PIC 9(5).
       01 WS-RR-SUMA-ZWROT PIC 9(5).
       01 WS-RR-RAZEM PIC 9(5).

       PROCEDURE DIVISION.

           PERFORM UNTIL WYB-KONIEC
              DISPLAY "MENU NUMEROW SERYJNYCH"
              DISPLAY "1. SLEDZENIE SERIALU"
              DISPLAY "2. UZGODNIENIE SERIALI ZE STANEM BAZA5"
              DISPLAY "3. REJESTRACJA REKLAMACJI GWARANCYJNEJ"
              DISPLAY "4. DECYZJA W REKLAMACJI"
              DISPLAY "5. MIESIECZNY RAPORT REKLAMACJI"
              DISPLAY "6. WYJDZ"
              ACCEPT WYBOR

              IF WYB-SLEDZ
                 PERFORM 200-UZGODNIENIE
              END-IF

              IF WYB-REKLAMACJA
                 PERFORM 300-REKLAMACJA
              END-IF

              IF WYB-DECYZJA
                 PERFORM 400-DECYZJA
              END-IF

              IF WYB-RAPORT
                 PERFORM 500-RAPORT-REKLAMACJI
              END-IF

           END-PERFORM

           STOP RUN
                 ELSE
                    DISPLAY "STATUS  : NA STANIE"
                 END-IF
                 PERFORM 310-DANE-GWARANCJI
                 PERFORM 315-POKAZ-GWARANCJE
              END-IF
              CLOSE SERIALEFILE
           END-IF
                      WS-UZ-STAN " - ROZJAZD, SPRAWDZ SKANY"
           END-IF
           .

       300-REKLAMACJA.

      *    REKLAMACJE PRZYJMUJEMY TYLKO NA SERIAL WYDANY KLIENTOWI;
      *    REKLAMACJA PO GWARANCJI TEZ JEST REJESTROWANA (DO
      *    ODRZUCENIA ALBO NAPRAWY ODPLATNEJ), Z OSTRZEZENIEM

           OPEN INPUT SERIALEFILE
           IF ERR-SN NOT = 0
              DISPLAY "BRAK KARTOTEKI NumerySeryjne"
           ELSE
              DISPLAY "PODAJ (SKANUJ) NUMER SERYJNY REKLAMOWANEJ "
                      "SZTUKI"
              ACCEPT WS-SERIAL
              MOVE WS-SERIAL TO NR-SERYJNY
              READ SERIALEFILE
              IF ERR-SN NOT = 0
                 DISPLAY "NIE ZNALEZIONO SERIALU W KARTOTECE"
              ELSE
                 IF NOT SERIAL-WYDANY
                    DISPLAY "SERIAL NA STANIE - NIE BYL WYDANY "
                            "KLIENTOWI, REKLAMACJA NIEMOZLIWA"
                 ELSE
                    PERFORM 310-DANE-GWARANCJI
                    PERFORM 315-POKAZ-GWARANCJE
                    IF NOT WS-GW-JEST-K
                       DISPLAY "UWAGA: SZTUKA PO GWARANCJI KLIENTA"
                    END-IF
                    DISPLAY "OPISZ USTERKE"
                    ACCEPT WS-RG-USTERKA
                    DISPLAY "ZAREJESTROWAC REKLAMACJE? T/N"
                    ACCEPT WS-RG-POTWIERDZ
                    IF WS-RG-POTWIERDZ NOT = "T"
                       DISPLAY "REKLAMACJA NIE ZAREJESTROWANA"
                    ELSE
                       PERFORM 330-ZAPISZ-REKLAMACJE
                    END-IF
                 END-IF
              END-IF
              CLOSE SERIALEFILE
           END-IF
           .

       310-DANE-GWARANCJI.

      *    OKRESY GWARANCJI TOWARU Z ParametryTowaru, DOSTAWCA Z PO
      *    PRZYJECIA (NR-PO-NS), KLIENT Z ZAMOWIENIA WYDANIA
      *    (NR-ZAM-NS); BEZ WPISU W ParametryTowaru - BEZ GWARANCJI

           ACCEPT WS-GW-DZIS FROM DATE
           MOVE 0 TO WS-GW-MIES-K
           MOVE 0 TO WS-GW-MIES-D
           OPEN INPUT PARAMTFILE
           IF ERR-PT = 0
              MOVE TOWAR-NS TO KOD-TOWARU-PT
              READ PARAMTFILE
              IF ERR-PT = 0
                 IF GWAR-KLIENT-PT IS NUMERIC
                    MOVE GWAR-KLIENT-PT TO WS-GW-MIES-K
                 END-IF
                 IF GWAR-DOST-PT IS NUMERIC
                    MOVE GWAR-DOST-PT TO WS-GW-MIES-D
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF

           MOVE SPACES TO WS-GW-DOSTAWCA
           OPEN INPUT POMFILE
           IF ERR-POM = 0
              MOVE NR-PO-NS TO NR-PO
              READ POMFILE
              IF ERR-POM = 23
                 MOVE "P" TO WS-AI-TYP
                 MOVE NR-PO-NS TO WS-AI-NR
                 PERFORM 700-SZUKAJ-W-INDEKSIE
                 IF WS-ARCH-ROK > 0
                    CLOSE POMFILE
                    MOVE SPACES TO WS-POM-NAZWA
                    STRING "ZamowieniaPOM-20" WS-ARCH-ROK
                           DELIMITED BY SIZE INTO WS-POM-NAZWA
                    OPEN INPUT POMFILE
                    MOVE NR-PO-NS TO NR-PO
                    READ POMFILE
                 END-IF
              END-IF
              IF ERR-POM = 0
                 MOVE KOD-DOSTAWCY-P TO WS-GW-DOSTAWCA
              END-IF
              CLOSE POMFILE
              MOVE "ZamowieniaPOM" TO WS-POM-NAZWA
           END-IF

           MOVE SPACES TO WS-GW-KLIENT
           IF SERIAL-WYDANY
              OPEN INPUT ZAMOWFILE
              IF ERR-Z = 0
                 MOVE NR-ZAM-NS TO NR-ZAMOWIENIA
                 READ ZAMOWFILE
                 IF ERR-Z = 23
                    MOVE "Z" TO WS-AI-TYP
                    MOVE NR-ZAM-NS TO WS-AI-NR
                    PERFORM 700-SZUKAJ-W-INDEKSIE
                    IF WS-ARCH-ROK > 0
                       CLOSE ZAMOWFILE
                       MOVE SPACES TO WS-ZAM-NAZWA
                       STRING "Zamowienia-20" WS-ARCH-ROK
                              DELIMITED BY SIZE INTO WS-ZAM-NAZWA
                       OPEN INPUT ZAMOWFILE
                       MOVE NR-ZAM-NS TO NR-ZAMOWIENIA
                       READ ZAMOWFILE
                    END-IF
                 END-IF
                 IF ERR-Z = 0
                    MOVE KOD-KLIENTA-Z TO WS-GW-KLIENT
                 END-IF
                 CLOSE ZAMOWFILE
                 MOVE "Zamowienia" TO WS-ZAM-NAZWA
              END-IF
           END-IF

           MOVE 0 TO WS-GW-KONIEC-K
           IF SERIAL-WYDANY
              MOVE DATA-WYD-NS TO WS-GW-DATA
              MOVE WS-GW-MIES-K TO WS-GW-MIES
              PERFORM 900-DODAJ-MIESIACE
              MOVE WS-GW-KONIEC TO WS-GW-KONIEC-K
           END-IF
           MOVE DATA-PRZYJ-NS TO WS-GW-DATA
           MOVE WS-GW-MIES-D TO WS-GW-MIES
           PERFORM 900-DODAJ-MIESIACE
           MOVE WS-GW-KONIEC TO WS-GW-KONIEC-D

           MOVE "N" TO WS-GW-W-GWAR-K
           IF WS-GW-KONIEC-K > 0 AND WS-GW-DZIS NOT > WS-GW-KONIEC-K
              MOVE "T" TO WS-GW-W-GWAR-K
           END-IF
           MOVE "N" TO WS-GW-W-GWAR-D
           IF WS-GW-KONIEC-D > 0 AND WS-GW-DZIS NOT > WS-GW-KONIEC-D
              MOVE "T" TO WS-GW-W-GWAR-D
           END-IF
           .

       315-POKAZ-GWARANCJE.

           IF SERIAL-WYDANY
              DISPLAY "KLIENT  : " WS-GW-KLIENT
              IF WS-GW-KONIEC-K = 0
                 DISPLAY "GWARANCJA KLIENTA : BRAK (TOWAR BEZ "
                         "OKRESU GWARANCJI)"
              ELSE
                 IF WS-GW-JEST-K
                    DISPLAY "GWARANCJA KLIENTA : DO " WS-GW-KONIEC-K
                            " - W GWARANCJI"
                 ELSE
                    DISPLAY "GWARANCJA KLIENTA : DO " WS-GW-KONIEC-K
                            " - PO GWARANCJI"
                 END-IF
              END-IF
           END-IF
           DISPLAY "DOSTAWCA: " WS-GW-DOSTAWCA " (PO " NR-PO-NS
                   ", PRZYJETO " DATA-PRZYJ-NS ")"
           IF WS-GW-KONIEC-D = 0
              DISPLAY "GWARANCJA DOSTAWCY: BRAK"
           ELSE
              IF WS-GW-JEST-D
                 DISPLAY "GWARANCJA DOSTAWCY: DO " WS-GW-KONIEC-D
                         " - MOZNA DOCHODZIC OD DOSTAWCY"
              ELSE
                 DISPLAY "GWARANCJA DOSTAWCY: DO " WS-GW-KONIEC-D
                         " - WYGASLA"
              END-IF
           END-IF
           .

       320-POBIERZ-NUMER-RG.

           MOVE "N" TO WS-NUMERY-BLAD
           OPEN I-O NUMERYFILE
           IF ERR-N = 35
              CLOSE NUMERYFILE
              OPEN OUTPUT NUMERYFILE
              CLOSE NUMERYFILE
              OPEN I-O NUMERYFILE
           END-IF
           IF ERR-N NOT = 0
              MOVE "T" TO WS-NUMERY-BLAD
           ELSE
              MOVE "GWARANCJA" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "GWARANCJA" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-RG
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       330-ZAPISZ-REKLAMACJE.

           PERFORM 320-POBIERZ-NUMER-RG
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "BLAD KARTOTEKI NumeryKontrolne - REKLAMACJA "
                      "NIE ZAREJESTROWANA"
           ELSE
              OPEN I-O REKLFILE
              IF ERR-RG = 35
                 CLOSE REKLFILE
                 OPEN OUTPUT REKLFILE
                 CLOSE REKLFILE
                 OPEN I-O REKLFILE
              END-IF
              IF ERR-RG NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC KARTOTEKI "
                         "ReklamacjeGwarancyjne - KOD " ERR-RG
              ELSE
                 MOVE WS-NR-RG TO NR-RG
                 MOVE NR-SERYJNY TO NR-SERYJNY-RG
                 MOVE TOWAR-NS TO TOWAR-RG
                 MOVE WS-GW-KLIENT TO KLIENT-RG
                 MOVE NR-ZAM-NS TO NR-ZAM-RG
                 MOVE WS-GW-DOSTAWCA TO DOSTAWCA-RG
                 MOVE NR-PO-NS TO NR-PO-RG
                 MOVE WS-GW-DZIS TO DATA-RG
                 MOVE WS-RG-USTERKA TO USTERKA-RG
                 MOVE WS-GW-KONIEC-K TO KONIEC-GWAR-K-RG
                 MOVE WS-GW-KONIEC-D TO KONIEC-GWAR-D-RG
                 MOVE WS-GW-W-GWAR-K TO GWARANCJA-K-RG
                 MOVE WS-GW-W-GWAR-D TO GWARANCJA-D-RG
                 MOVE SPACE TO DECYZJA-RG
                 MOVE SPACES TO SERIAL-ZAST-RG
                 MOVE SPACES TO OPIS-ROZW-RG
                 MOVE 0 TO DATA-DECYZJI-RG
                 MOVE "N" TO DO-DOSTAWCY-RG
                 WRITE REKL-REC
                 IF ERR-RG NOT = 0
                    DISPLAY "ZAPIS REKLAMACJI - KOD " ERR-RG
                 ELSE
                    DISPLAY "ZAREJESTROWANO REKLAMACJE NR " WS-NR-RG
                 END-IF
                 CLOSE REKLFILE
              END-IF
           END-IF
           .

       400-DECYZJA.

      *    DECYZJA: N = NAPRAWA, W = WYMIANA NA SERIAL ZASTEPCZY
      *    Z TEGO SAMEGO TOWARU NA STANIE (SZTUKE WYDAJE SIE
      *    ZAMOWIENIEM, SKANEM PRZY WYDANIU), O = ODRZUCENIE.
      *    UZNANA REKLAMACJA W GWARANCJI DOSTAWCY DOSTAJE ZNACZNIK
      *    DOCHODZENIA OD DOSTAWCY

           OPEN I-O REKLFILE
           IF ERR-RG NOT = 0
              DISPLAY "BRAK KARTOTEKI ReklamacjeGwarancyjne"
           ELSE
              DISPLAY "PODAJ NUMER REKLAMACJI"
              ACCEPT WS-NR-RG
              MOVE WS-NR-RG TO NR-RG
              READ REKLFILE
              IF ERR-RG NOT = 0
                 DISPLAY "NIE ZNALEZIONO REKLAMACJI"
              ELSE
                 PERFORM 410-POKAZ-REKLAMACJE
                 IF NOT RG-OCZEKUJE
                    DISPLAY "DECYZJA JUZ PODJETA (" DECYZJA-RG
                            ") DNIA " DATA-DECYZJI-RG
                 ELSE
                    DISPLAY "DECYZJA: N = NAPRAWA, W = WYMIANA, "
                            "O = ODRZUCENIE"
                    ACCEPT WS-RG-DECYZJA
                    MOVE SPACES TO WS-RG-ZAST
                    MOVE SPACES TO WS-RG-OPIS
                    MOVE "T" TO WS-RG-POTWIERDZ
                    IF WS-RG-DECYZJA = "W"
                       PERFORM 420-SERIAL-ZASTEPCZY
                    END-IF
                    IF WS-RG-DECYZJA = "N"
                       DISPLAY "OPISZ NAPRAWE"
                       ACCEPT WS-RG-OPIS
                    END-IF
                    IF WS-RG-DECYZJA = "O"
                       DISPLAY "PODAJ POWOD ODRZUCENIA"
                       ACCEPT WS-RG-OPIS
                    END-IF
                    IF (WS-RG-DECYZJA = "N" OR WS-RG-DECYZJA = "W")
                       AND NOT RG-W-GWARANCJI
                       AND WS-RG-POTWIERDZ = "T"
                       DISPLAY "SZTUKA PO GWARANCJI KLIENTA - "
                               "UZNAC MIMO TO? T/N"
                       ACCEPT WS-RG-POTWIERDZ
                    END-IF
                    IF WS-RG-DECYZJA NOT = "N"
                       AND WS-RG-DECYZJA NOT = "W"
                       AND WS-RG-DECYZJA NOT = "O"
                       DISPLAY "NIEZNANA DECYZJA - NIC NIE ZMIENIONO"
                    ELSE
                       IF WS-RG-POTWIERDZ NOT = "T"
                          DISPLAY "DECYZJA NIE ZAPISANA"
                       ELSE
                          PERFORM 430-ZAPISZ-DECYZJE
                       END-IF
                    END-IF
                 END-IF
              END-IF
              CLOSE REKLFILE
           END-IF
           .

       410-POKAZ-REKLAMACJE.

           DISPLAY "REKLAMACJA " NR-RG " Z DNIA " DATA-RG
           DISPLAY "SERIAL  : " NR-SERYJNY-RG " TOWAR " TOWAR-RG
           DISPLAY "KLIENT  : " KLIENT-RG " ZAMOWIENIE " NR-ZAM-RG
           DISPLAY "USTERKA : " USTERKA-RG
           IF RG-W-GWARANCJI
              DISPLAY "GWARANCJA KLIENTA : DO " KONIEC-GWAR-K-RG
                      " - W GWARANCJI"
           ELSE
              DISPLAY "GWARANCJA KLIENTA : DO " KONIEC-GWAR-K-RG
                      " - PO GWARANCJI"
           END-IF
           IF RG-W-GWARANCJI-DOST
              DISPLAY "GWARANCJA DOSTAWCY: " DOSTAWCA-RG " (PO "
                      NR-PO-RG ") DO " KONIEC-GWAR-D-RG
                      " - MOZNA DOCHODZIC"
           ELSE
              DISPLAY "GWARANCJA DOSTAWCY: " DOSTAWCA-RG " (PO "
                      NR-PO-RG ") DO " KONIEC-GWAR-D-RG
                      " - WYGASLA"
           END-IF
           .

       420-SERIAL-ZASTEPCZY.

           DISPLAY "PODAJ (SKANUJ) SERIAL SZTUKI ZASTEPCZEJ"
           ACCEPT WS-RG-ZAST
           OPEN INPUT SERIALEFILE
           IF ERR-SN NOT = 0
              DISPLAY "BRAK KARTOTEKI NumerySeryjne"
              MOVE "N" TO WS-RG-POTWIERDZ
           ELSE
              MOVE WS-RG-ZAST TO NR-SERYJNY
              READ SERIALEFILE
              IF ERR-SN NOT = 0
                 DISPLAY "NIE ZNALEZIONO SERIALU ZASTEPCZEGO"
                 MOVE "N" TO WS-RG-POTWIERDZ
              ELSE
                 IF TOWAR-NS NOT = TOWAR-RG OR NOT SERIAL-NA-STANIE
                    DISPLAY "SERIAL ZASTEPCZY MUSI BYC TYM SAMYM "
                            "TOWAREM I BYC NA STANIE"
                    MOVE "N" TO WS-RG-POTWIERDZ
                 ELSE
                    DISPLAY "OPISZ WYMIANE (NP. NR ZAMOWIENIA "
                            "WYDANIA SZTUKI)"
                    ACCEPT WS-RG-OPIS
                 END-IF
              END-IF
              CLOSE SERIALEFILE
           END-IF
           .

       430-ZAPISZ-DECYZJE.

           ACCEPT WS-GW-DZIS FROM DATE
           MOVE WS-RG-DECYZJA TO DECYZJA-RG
           MOVE WS-RG-ZAST TO SERIAL-ZAST-RG
           MOVE WS-RG-OPIS TO OPIS-ROZW-RG
           MOVE WS-GW-DZIS TO DATA-DECYZJI-RG
           MOVE "N" TO DO-DOSTAWCY-RG
           IF (RG-NAPRAWA OR RG-WYMIANA) AND RG-W-GWARANCJI-DOST
              MOVE "T" TO DO-DOSTAWCY-RG
           END-IF
           REWRITE REKL-REC
           IF ERR-RG NOT = 0
              DISPLAY "ZAPIS DECYZJI - KOD " ERR-RG
           ELSE
              DISPLAY "DECYZJA ZAPISANA"
              IF RG-DOCHODZIC-OD-DOST
                 DISPLAY "DOCHODZIC OD DOSTAWCY " DOSTAWCA-RG
                         " (GWARANCJA DO " KONIEC-GWAR-D-RG ")"
              END-IF
           END-IF
           .

       500-RAPORT-REKLAMACJI.

           OPEN INPUT REKLFILE
           IF ERR-RG NOT = 0
              DISPLAY "BRAK KARTOTEKI ReklamacjeGwarancyjne"
           ELSE
              DISPLAY "PODAJ MIESIAC RAPORTU (RRMM)"
              ACCEPT WS-RG-OKRES
              MOVE 0 TO WS-RR-N
              MOVE 0 TO NR-RG
              START REKLFILE KEY NOT < NR-RG
              IF ERR-RG = 0
                 READ REKLFILE NEXT
                 PERFORM UNTIL ERR-RG > 0
                    IF DATA-RG (1:4) = WS-RG-OKRES
                       PERFORM 510-DOLICZ-REKLAMACJE
                    END-IF
                    READ REKLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE REKLFILE

              PERFORM VARYING WS-RR-I FROM 1 BY 1
                      UNTIL WS-RR-I >= WS-RR-N
                 PERFORM VARYING WS-RR-J FROM 1 BY 1
                         UNTIL WS-RR-J >= WS-RR-N
                    IF WS-RR-DOSTAWCA (WS-RR-J) >
                       WS-RR-DOSTAWCA (WS-RR-J + 1)
                       OR (WS-RR-DOSTAWCA (WS-RR-J) =
                           WS-RR-DOSTAWCA (WS-RR-J + 1)
                           AND WS-RR-TOWAR (WS-RR-J) >
                               WS-RR-TOWAR (WS-RR-J + 1))
                       MOVE WS-RR-TAB (WS-RR-J) TO WS-RR-ZAPAS
                       MOVE WS-RR-TAB (WS-RR-J + 1)
                            TO WS-RR-TAB (WS-RR-J)
                       MOVE WS-RR-ZAPAS TO WS-RR-TAB (WS-RR-J + 1)
                    END-IF
                 END-PERFORM
              END-PERFORM

              DISPLAY "REKLAMACJE GWARANCYJNE ZA " WS-RG-OKRES
                      " WG DOSTAWCY I TOWARU"
              DISPLAY "(ILE / W GWAR. / NAPRAWA / WYMIANA / "
                      "ODRZUT / OTWARTE / DO DOSTAWCY)"
              DISPLAY " "
              MOVE 0 TO WS-RR-RAZEM
              MOVE 0 TO WS-RR-SUMA-DOST
              MOVE 0 TO WS-RR-SUMA-ZWROT
              IF WS-RR-N > 0
                 MOVE WS-RR-DOSTAWCA (1) TO WS-RR-POPRZ-DOST
              END-IF
              PERFORM VARYING WS-RR-I FROM 1 BY 1
                      UNTIL WS-RR-I > WS-RR-N
                 PERFORM 520-LINIA-RAPORTU
              END-PERFORM
              IF WS-RR-N > 0
                 PERFORM 530-SUMA-DOSTAWCY
              END-IF
              DISPLAY "---------------------"
              DISPLAY "REKLAMACJI W MIESIACU: " WS-RR-RAZEM
           END-IF
           .

       510-DOLICZ-REKLAMACJE.

           MOVE "N" TO WS-RR-JEST
           PERFORM VARYING WS-RR-I FROM 1 BY 1
                   UNTIL WS-RR-I > WS-RR-N OR WS-RR-ZNALEZIONY
              IF WS-RR-DOSTAWCA (WS-RR-I) = DOSTAWCA-RG
                 AND WS-RR-TOWAR (WS-RR-I) = TOWAR-RG
                 MOVE "T" TO WS-RR-JEST
                 MOVE WS-RR-I TO WS-RR-J
              END-IF
           END-PERFORM
           IF NOT WS-RR-ZNALEZIONY AND WS-RR-N < 200
              ADD 1 TO WS-RR-N
              MOVE WS-RR-N TO WS-RR-J
              MOVE DOSTAWCA-RG TO WS-RR-DOSTAWCA (WS-RR-J)
              MOVE TOWAR-RG TO WS-RR-TOWAR (WS-RR-J)
              MOVE 0 TO WS-RR-ILE (WS-RR-J)
              MOVE 0 TO WS-RR-W-GWAR (WS-RR-J)
              MOVE 0 TO WS-RR-NAPRAWA (WS-RR-J)
              MOVE 0 TO WS-RR-WYMIANA (WS-RR-J)
              MOVE 0 TO WS-RR-ODRZUT (WS-RR-J)
              MOVE 0 TO WS-RR-OTWARTE (WS-RR-J)
              MOVE 0 TO WS-RR-DO-DOST (WS-RR-J)
              MOVE "T" TO WS-RR-JEST
           END-IF
           IF WS-RR-ZNALEZIONY
              ADD 1 TO WS-RR-ILE (WS-RR-J)
              IF RG-W-GWARANCJI
                 ADD 1 TO WS-RR-W-GWAR (WS-RR-J)
              END-IF
              IF RG-NAPRAWA
                 ADD 1 TO WS-RR-NAPRAWA (WS-RR-J)
              END-IF
              IF RG-WYMIANA
                 ADD 1 TO WS-RR-WYMIANA (WS-RR-J)
              END-IF
              IF RG-ODRZUCONA
                 ADD 1 TO WS-RR-ODRZUT (WS-RR-J)
              END-IF
              IF RG-OCZEKUJE
                 ADD 1 TO WS-RR-OTWARTE (WS-RR-J)
              END-IF
              IF RG-DOCHODZIC-OD-DOST
                 ADD 1 TO WS-RR-DO-DOST (WS-RR-J)
              END-IF
           END-IF
           .

       520-LINIA-RAPORTU.

           IF WS-RR-DOSTAWCA (WS-RR-I) NOT = WS-RR-POPRZ-DOST
              PERFORM 530-SUMA-DOSTAWCY
              MOVE WS-RR-DOSTAWCA (WS-RR-I) TO WS-RR-POPRZ-DOST
           END-IF
           DISPLAY WS-RR-DOSTAWCA (WS-RR-I) " "
                   WS-RR-TOWAR (WS-RR-I) " "
                   WS-RR-ILE (WS-RR-I) " "
                   WS-RR-W-GWAR (WS-RR-I) " "
                   WS-RR-NAPRAWA (WS-RR-I) " "
                   WS-RR-WYMIANA (WS-RR-I) " "
                   WS-RR-ODRZUT (WS-RR-I) " "
                   WS-RR-OTWARTE (WS-RR-I) " "
                   WS-RR-DO-DOST (WS-RR-I)
           ADD WS-RR-ILE (WS-RR-I) TO WS-RR-SUMA-DOST
           ADD WS-RR-DO-DOST (WS-RR-I) TO WS-RR-SUMA-ZWROT
           ADD WS-RR-ILE (WS-RR-I) TO WS-RR-RAZEM
           .

       530-SUMA-DOSTAWCY.

           DISPLAY "  RAZEM DOSTAWCA " WS-RR-POPRZ-DOST ": "
                   WS-RR-SUMA-DOST " REKLAMACJI, DO DOCHODZENIA "
                   WS-RR-SUMA-ZWROT
           DISPLAY " "
           MOVE 0 TO WS-RR-SUMA-DOST
           MOVE 0 TO WS-RR-SUMA-ZWROT
           .

       700-SZUKAJ-W-INDEKSIE.

      *    ROK ARCHIWUM DOKUMENTU WS-AI-TYP / WS-AI-NR
      *    (0 = DOKUMENTU NIE MA W ArchiwumIndeks)

           MOVE 0 TO WS-ARCH-ROK
           OPEN INPUT ARCHINDFILE
           IF ERR-AI = 0
              MOVE WS-AI-TYP TO TYP-AI
              MOVE WS-AI-NR TO NR-AI
              READ ARCHINDFILE
              IF ERR-AI = 0
                 MOVE ROK-AI TO WS-ARCH-ROK
              END-IF
              CLOSE ARCHINDFILE
           END-IF
           .

       900-DODAJ-MIESIACE.

      *    DATA RRMMDD + LICZBA MIESIECY; DZIEN PONAD KONIEC
      *    MIESIACA DOCELOWEGO SCHODZI NA OSTATNI DZIEN MIESIACA.
      *    ZEROWA DATA ALBO ZERO MIESIECY = BRAK GWARANCJI (0)

           MOVE 0 TO WS-GW-KONIEC
           IF WS-GW-DATA > 0 AND WS-GW-MIES > 0
              AND WS-GW-MM > 0 AND WS-GW-MM < 13
              COMPUTE WS-GW-MIES-RAZEM = WS-GW-MM - 1 + WS-GW-MIES
              DIVIDE WS-GW-MIES-RAZEM BY 12 GIVING WS-GW-LAT
                     REMAINDER WS-GW-MM-8
              ADD 1 TO WS-GW-MM-8
              COMPUTE WS-GW-ROK-8 = 2000 + WS-GW-RR + WS-GW-LAT
              MOVE WS-GW-DD TO WS-GW-DD-8
              IF WS-GW-DD-8 = 0
                 MOVE 1 TO WS-GW-DD-8
              END-IF
              PERFORM UNTIL
                      FUNCTION TEST-DATE-YYYYMMDD (WS-GW-DATA-8-N) = 0
                      OR WS-GW-DD-8 = 1
                 SUBTRACT 1 FROM WS-GW-DD-8
              END-PERFORM
              MOVE WS-GW-DATA-8 (3:6) TO WS-GW-KONIEC
           END-IF
           .
