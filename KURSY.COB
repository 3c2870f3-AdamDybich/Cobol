      *    BIEZACYM, Z ROZNICA (EKSPOZYCJA FX W OTWARTYM
      *    PORTFELU ZAMOWIEN). WYDRUK DO RewaluacjaPO.txt
      *    Z DATOWANA KOPIA I WPISEM W RejestrRaportow.txt
      *    TRYB 3 (PARAMETR "D [RRMM]", DOMYSLNIE POPRZEDNI
      *    MIESIAC): MIESIECZNY RAPORT ZREALIZOWANYCH ROZNIC
      *    KURSOWYCH Z WPLAT KLIENTOW WALUTOWYCH (DZIENNIK
      *    RoznicKursowe.txt ZAPISYWANY PRZEZ ROZRACHUNKI I
      *    BANKIMPORT) -
      *    DODATNIE I UJEMNE ROZNICE WG WALUT DLA KSIEGOWOSCI.
      *    WYDRUK DO RoznicKursoweRaport.txt Z DATOWANA KOPIA

       PROGRAM-ID. KURSY.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RW.

           SELECT ROZNICEFILE ASSIGN TO "RoznicKursowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RK.

           SELECT RAPRKFILE ASSIGN TO "RoznicKursoweRaport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RP.

           SELECT KOPIAZRODLO ASSIGN TO WS-KR-ZRODLO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KZ.
             88 PO-WYSLANE        VALUE "W".
             88 PO-CZESCIOWE      VALUE "C".
             88 PO-ZAMKNIETE      VALUE "Z".
          05 TYP-PO-P         PIC X(1).
             88 PO-DROPSHIP       VALUE "D".
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

       FD REWALFILE.
       01 REWAL-REC PIC X(120).

       FD ROZNICEFILE.
       01 ROZNICE-REC PIC X(100).

       FD RAPRKFILE.
       01 RAPRK-REC PIC X(120).

       FD KOPIAZRODLO.
       01 KOPIA-ZRODLO-REC PIC X(200).

       01 ERR-KC PIC 99.
       01 ERR-RR PIC 99.
       01 ERR-N PIC 99.
       01 ERR-RK PIC 99.
       01 ERR-RP PIC 99.
       01 WS-KR-ZRODLO PIC X(40).
       01 WS-KR-CEL PIC X(40).
       01 WS-KR-BAZA PIC X(20).
       01 WYBOR PIC X(1).
          88 WYB-IMPORT VALUE "1".
          88 WYB-REWAL  VALUE "2".
          88 WYB-ROZNICE VALUE "3".
          88 WYB-KONIEC VALUE "4".
       01 WS-DZIS PIC 9(6).

       01 WS-KURS-LINIA.
       01 WS-POZYCJI PIC 9(5).
       01 WS-LINIA-WYJSCIE PIC X(120).

      *    ZREALIZOWANE ROZNICE KURSOWE - LINIA RoznicKursowe.txt
      *    (DATA FAKTURA KLIENT WALUTA KWOTA-WAL KURS-FAKTURY
      *    KURS-WPLATY ROZNICA-PLN ZRODLO) I SUMY WG WALUT

       01 WS-MIESIAC PIC 9(4).
       01 WS-MIESIAC-X REDEFINES WS-MIESIAC PIC X(4).
       01 WS-ROK PIC 9(2).
       01 WS-MC PIC 9(2).
       01 WS-RK-LINIA.
          05 WS-RK-DATA-A    PIC X(6).
          05 FILLER          PIC X.
          05 WS-RK-FAKT-A    PIC X(7).
          05 FILLER          PIC X.
          05 WS-RK-KLIENT-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-RK-WALUTA-A  PIC X(3).
          05 FILLER          PIC X.
          05 WS-RK-KWOTA-A   PIC X(14).
          05 FILLER          PIC X.
          05 WS-RK-KURS-F-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-RK-KURS-W-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-RK-ROZNICA-A PIC X(14).
          05 FILLER          PIC X.
          05 WS-RK-ZRODLO-A  PIC X(8).
       01 WS-RK-ROZNICA PIC S9(11)V99.
       01 WS-RW-N PIC 9(2) VALUE 0.
       01 WS-RW-I PIC 9(2).
       01 WS-RW-ZNALEZIONA PIC X(1).
          88 WS-RW-JEST VALUE "T".
       01 WS-RW-TAB OCCURS 20.
          05 WS-RW-WALUTA   PIC X(3).
          05 WS-RW-LICZBA   PIC 9(5).
          05 WS-RW-DODATNIE PIC 9(13)V99.
          05 WS-RW-UJEMNE   PIC 9(13)V99.
       01 WS-RW-SUMA-DOD PIC 9(13)V99.
       01 WS-RW-SUMA-UJ PIC 9(13)V99.
       01 WS-RW-NETTO PIC S9(13)V99.
       01 WS-RW-DOD-E PIC Z(12)9.99.
       01 WS-RW-UJ-E PIC Z(12)9.99.
       01 WS-RW-NETTO-E PIC -(12)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
              PERFORM 300-REWALUACJA
              STOP RUN
           END-IF
           IF WS-PARAM(1:1) = "D"
              MOVE WS-PARAM(3:4) TO WS-MIESIAC-X
              PERFORM 400-ROZNICE-KURSOWE
              STOP RUN
           END-IF

           PERFORM UNTIL WYB-KONIEC
              DISPLAY "MENU KURSOW WALUT"
              DISPLAY "1. IMPORT TABELI KURSOW"
              DISPLAY "2. REWALUACJA OTWARTYCH PO WALUTOWYCH"
              DISPLAY "3. ZREALIZOWANE ROZNICE KURSOWE ZA MIESIAC"
              DISPLAY "4. WYJDZ"
              ACCEPT WYBOR
              IF WYB-IMPORT
                 PERFORM 100-IMPORT-KURSOW
              IF WYB-REWAL
                 PERFORM 300-REWALUACJA
              END-IF
              IF WYB-ROZNICE
                 DISPLAY "PODAJ MIESIAC RRMM (PUSTE = POPRZEDNI)"
                 MOVE SPACES TO WS-MIESIAC-X
                 ACCEPT WS-MIESIAC-X
                 PERFORM 400-ROZNICE-KURSOWE
              END-IF
           END-PERFORM

           STOP RUN
           END-IF
           .

       400-ROZNICE-KURSOWE.

           IF WS-MIESIAC-X = SPACES
              OR FUNCTION TEST-NUMVAL (WS-MIESIAC-X) NOT = 0
              MOVE WS-DZIS(1:2) TO WS-ROK
              MOVE WS-DZIS(3:2) TO WS-MC
              IF WS-MC = 1
                 MOVE 12 TO WS-MC
                 SUBTRACT 1 FROM WS-ROK
              ELSE
                 SUBTRACT 1 FROM WS-MC
              END-IF
              COMPUTE WS-MIESIAC = WS-ROK * 100 + WS-MC
           END-IF

           OPEN INPUT ROZNICEFILE
           IF ERR-RK NOT = 0
              DISPLAY "BRAK PLIKU RoznicKursowe.txt - NIE BYLO "
                      "WPLAT WALUTOWYCH"
           ELSE
              OPEN OUTPUT RAPRKFILE
              MOVE 0 TO WS-RW-N
              MOVE 0 TO WS-POZYCJI
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "ZREALIZOWANE ROZNICE KURSOWE ZA MIESIAC "
                     WS-MIESIAC-X DELIMITED BY SIZE
                     INTO WS-LINIA-WYJSCIE
              PERFORM 910-PISZ-RK
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "DATA   FAKTURA KLIENT     WAL      KWOTA WAL "
                     " KURS FAKT   KURS WPL    ROZNICA PLN ZRODLO"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 910-PISZ-RK

              READ ROZNICEFILE INTO WS-RK-LINIA
              PERFORM UNTIL ERR-RK > 0
                 IF WS-RK-DATA-A(1:4) = WS-MIESIAC-X
                    PERFORM 410-DOLICZ-ROZNICE
                 END-IF
                 READ ROZNICEFILE INTO WS-RK-LINIA
              END-PERFORM
              CLOSE ROZNICEFILE

              MOVE SPACES TO WS-LINIA-WYJSCIE
              PERFORM 910-PISZ-RK
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "WALUTA  WPLAT ROZNICE DODATNIE  ROZNICE "
                     "UJEMNE            SALDO"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 910-PISZ-RK
              MOVE 0 TO WS-RW-SUMA-DOD
              MOVE 0 TO WS-RW-SUMA-UJ
              PERFORM VARYING WS-RW-I FROM 1 BY 1
                      UNTIL WS-RW-I > WS-RW-N
                 ADD WS-RW-DODATNIE (WS-RW-I) TO WS-RW-SUMA-DOD
                 ADD WS-RW-UJEMNE (WS-RW-I) TO WS-RW-SUMA-UJ
                 MOVE WS-RW-DODATNIE (WS-RW-I) TO WS-RW-DOD-E
                 MOVE WS-RW-UJEMNE (WS-RW-I) TO WS-RW-UJ-E
                 COMPUTE WS-RW-NETTO = WS-RW-DODATNIE (WS-RW-I)
                         - WS-RW-UJEMNE (WS-RW-I)
                 MOVE WS-RW-NETTO TO WS-RW-NETTO-E
                 MOVE SPACES TO WS-LINIA-WYJSCIE
                 STRING WS-RW-WALUTA (WS-RW-I) "    "
                        WS-RW-LICZBA (WS-RW-I) " "
                        WS-RW-DOD-E " " WS-RW-UJ-E " "
                        WS-RW-NETTO-E
                        DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                 PERFORM 910-PISZ-RK
              END-PERFORM
              MOVE WS-RW-SUMA-DOD TO WS-RW-DOD-E
              MOVE WS-RW-SUMA-UJ TO WS-RW-UJ-E
              COMPUTE WS-RW-NETTO = WS-RW-SUMA-DOD - WS-RW-SUMA-UJ
              MOVE WS-RW-NETTO TO WS-RW-NETTO-E
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "RAZEM " WS-POZYCJI " " WS-RW-DOD-E " "
                     WS-RW-UJ-E " " WS-RW-NETTO-E
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 910-PISZ-RK
              CLOSE RAPRKFILE
              DISPLAY "RAPORT ZAPISANY DO RoznicKursoweRaport.txt"
              MOVE "RoznicKursoweRaport.txt" TO WS-KR-ZRODLO
              MOVE "RoznicKursowe" TO WS-KR-BAZA
              MOVE "KURSY" TO WS-KR-PROGRAM
              MOVE SPACES TO WS-KR-PARAMETRY
              STRING "D " WS-MIESIAC-X DELIMITED BY SIZE
                     INTO WS-KR-PARAMETRY
              PERFORM 995-ZACHOWAJ-RAPORT
           END-IF
           .

       410-DOLICZ-ROZNICE.

           ADD 1 TO WS-POZYCJI
           MOVE 0 TO WS-RK-ROZNICA
           IF FUNCTION TEST-NUMVAL (WS-RK-ROZNICA-A) = 0
              COMPUTE WS-RK-ROZNICA =
                      FUNCTION NUMVAL (WS-RK-ROZNICA-A)
           END-IF
           MOVE WS-RK-LINIA TO WS-LINIA-WYJSCIE
           PERFORM 910-PISZ-RK

           MOVE "N" TO WS-RW-ZNALEZIONA
           PERFORM VARYING WS-RW-I FROM 1 BY 1
                   UNTIL WS-RW-I > WS-RW-N OR WS-RW-JEST
              IF WS-RW-WALUTA (WS-RW-I) = WS-RK-WALUTA-A
                 MOVE "T" TO WS-RW-ZNALEZIONA
              END-IF
           END-PERFORM
           IF WS-RW-JEST
              SUBTRACT 1 FROM WS-RW-I
           ELSE
              IF WS-RW-N < 20
                 ADD 1 TO WS-RW-N
                 MOVE WS-RW-N TO WS-RW-I
                 MOVE WS-RK-WALUTA-A TO WS-RW-WALUTA (WS-RW-I)
                 MOVE 0 TO WS-RW-LICZBA (WS-RW-I)
                 MOVE 0 TO WS-RW-DODATNIE (WS-RW-I)
                 MOVE 0 TO WS-RW-UJEMNE (WS-RW-I)
              ELSE
                 DISPLAY "UWAGA: PONAD 20 WALUT - WALUTA "
                         WS-RK-WALUTA-A " POMINIETA W SUMACH"
                 MOVE 0 TO WS-RW-I
              END-IF
           END-IF
           IF WS-RW-I > 0
              ADD 1 TO WS-RW-LICZBA (WS-RW-I)
              IF WS-RK-ROZNICA > 0
                 ADD WS-RK-ROZNICA TO WS-RW-DODATNIE (WS-RW-I)
              ELSE
                 SUBTRACT WS-RK-ROZNICA FROM WS-RW-UJEMNE (WS-RW-I)
              END-IF
           END-IF
           .

       910-PISZ-RK.

           WRITE RAPRK-REC FROM WS-LINIA-WYJSCIE
           DISPLAY WS-LINIA-WYJSCIE
           .

       900-PISZ-LINIE.

           WRITE REWAL-REC FROM WS-LINIA-WYJSCIE
