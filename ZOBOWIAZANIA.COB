       IDENTIFICATION DIVISION.

      *    ZOBOWIAZANIA - REJESTR ZOBOWIAZAN WOBEC DOSTAWCOW
      *    (LUSTRO ROZRACHUNKOW Z KLIENTAMI): POZYCJE OTWARTE
      *    ZAKLADA FAKTZAK PRZY ZATWIERDZENIU FAKTURY ZAKUPU
      *    (160-ZAPISZ-ZOBOWIAZANIE), TEN PROGRAM KSIEGUJE NA NIE
      *    ZAPLATY - TAKZE CZESCIOWE - POKAZUJE OTWARTE POZYCJE I
      *    SALDO DOSTAWCY ORAZ SALDA Z WIEKOWANIEM WG DOSTAWCY I
      *    WALUTY. PRZELEWY WYSLANE DO BANKU (PLATNOSCI, PLIK
      *    PRZELEWOW - PrzelewyWyslane.txt) KSIEGUJE SIE ZBIORCZO
      *    ZA DANY DZIEN PO POTWIERDZENIU WYKONANIA PRZEZ BANK.
      *    FAKTURA ZAPLACONA W CALOSCI DOSTAJE W FakturyZakupu
      *    STATUS P, ZAPLACONA CZESCIOWO WRACA NA STATUS Z, ZEBY
      *    RESZTA WESZLA DO NASTEPNEJ PROPOZYCJI PLATNOSCI. KAZDA
      *    ZAPLATA JEST DOPISYWANA DO PlatnosciDostawcow.txt

       PROGRAM-ID. ZOBOWIAZANIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZOBFILE ASSIGN TO "Zobowiazania"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FZ-ZB
               LOCK MODE IS AUTOMATIC
               STATUS ERR-ZB.

           SELECT FZFILE ASSIGN TO "FakturyZakupu"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FZ
               LOCK MODE IS AUTOMATIC
               STATUS ERR-FZ.

           SELECT PLATFILE ASSIGN TO "PlatnosciDostawcow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PL.

           SELECT WYSLANEFILE ASSIGN TO "PrzelewyWyslane.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WY.

       DATA DIVISION.

       FILE SECTION.

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

       FD FZFILE  BLOCK CONTAINS 0.
       01 FZ-REC.
          05 NR-FZ           PIC 9(7).
          05 KOD-DOSTAWCY-F  PIC X(10).
          05 NR-OBCY-F       PIC X(15).
          05 DATA-FZ         PIC 9(6).
          05 DATA-PLATN-F    PIC 9(6).
          05 WALUTA-F        PIC X(3).
          05 LICZBA-LINII-F  PIC 9(3).
          05 SUMA-NETTO-F    PIC 9(11)V99.
          05 STATUS-FZ       PIC X(1).
             88 FZ-WPROWADZONA  VALUE "W".
             88 FZ-ROZBIEZNA    VALUE "R".
             88 FZ-ZATWIERDZONA VALUE "Z".
             88 FZ-ZAPLACONA    VALUE "P".

       FD PLATFILE.
       01 PLAT-REC PIC X(80).

       FD WYSLANEFILE.
       01 WYSLANE-REC PIC X(60).

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-POKAZ    VALUE "1".
          88 WYB-ZAPLATA  VALUE "2".
          88 WYB-SALDA    VALUE "3".
          88 WYB-PRZELEWY VALUE "4".
          88 WYB-KONIEC   VALUE "5".
       01 ERR-ZB PIC 99.
       01 ERR-FZ PIC 99.
       01 ERR-PL PIC 99.
       01 ERR-WY PIC 99.

       01 WS-DOSTAWCA PIC X(10).
       01 WS-NR-FZ PIC 9(7).
       01 WS-ZAPLATA PIC 9(11)V99.
       01 WS-POZOSTALO PIC S9(11)V99.
       01 WS-SALDO-DOSTAWCY PIC 9(13)V99.
       01 WS-POZYCJE-DOSTAWCY PIC 9(5).
       01 WS-DZIS PIC 9(6).
       01 WS-CZAS PIC 9(8).
       01 WS-DZIS-8 PIC 9(8).
       01 WS-DZIS-INT PIC 9(9).
       01 WS-TERMIN-8 PIC 9(8).
       01 WS-TERMIN-INT PIC 9(9).
       01 WS-DNI-PO-TERMINIE PIC S9(5).
       01 WS-KUBEL PIC 9(1).
       01 WS-ZAKSIEGOWANO PIC X(1).
          88 WS-ZAPLATA-ZAKSIEGOWANA VALUE "T".

       01 WS-PRZ-DATA PIC 9(6).
       01 WS-PRZ-KWOTA PIC 9(11)V99.
       01 WS-PRZ-ZAKSIEGOWANE PIC 9(5).
       01 WS-PRZ-DUPLIKATY PIC 9(5).
       01 WS-PRZ-BLEDNE PIC 9(5).
       01 WS-PRZ-BYLO PIC X(1).
          88 WS-PRZ-JUZ-BYLO VALUE "T".

      *    SALDA WG DOSTAWCY I WALUTY; KUBLY WIEKOWANIA:
      *    1 NIEWYMAGALNE, 2 DO 30 DNI PO TERMINIE, 3 31-60,
      *    4 61-90, 5 POWYZEJ 90 DNI

       01 WS-SALDA-N PIC 9(3) VALUE 0.
       01 WS-SALDA-I PIC 9(3).
       01 WS-SALDA-ZNALEZIONY PIC X(1).
          88 WS-SALDA-JEST VALUE "T".
       01 WS-SALDA-LIMIT PIC X(1) VALUE "N".
          88 WS-SALDA-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-SALDA-TAB OCCURS 200.
          05 WS-SALDA-DOSTAWCA PIC X(10).
          05 WS-SALDA-WALUTA   PIC X(3).
          05 WS-SALDA-KWOTA    PIC 9(13)V99.
          05 WS-SALDA-POZYCJE  PIC 9(5).
          05 WS-SALDA-KUBEL    PIC 9(13)V99 OCCURS 5.

       01 WS-PLATNOSC-LINIA.
          05 WS-PD-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PD-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PD-FZ-O     PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PD-DOST-O   PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PD-KWOTA-O  PIC Z(10)9.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PD-WALUTA-O PIC X(3).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PD-ZRODLO-O PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PD-REF-O    PIC 9(6).

       01 WS-WYSLANE-LINIA.
          05 WS-WY-DATA-O   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-WY-FZ-O     PIC 9(7).
          05 FILLER         PIC X.
          05 WS-WY-DOST-O   PIC X(10).
          05 FILLER         PIC X.
          05 WS-WY-KWOTA-O  PIC X(14).
          05 FILLER         PIC X.
          05 WS-WY-WALUTA-O PIC X(3).

       01 WS-PLAT-WE.
          05 WS-PW-DATA     PIC 9(6).
          05 FILLER         PIC X.
          05 WS-PW-CZAS     PIC 9(8).
          05 FILLER         PIC X.
          05 WS-PW-FZ       PIC 9(7).
          05 FILLER         PIC X.
          05 WS-PW-DOST     PIC X(10).
          05 FILLER         PIC X.
          05 WS-PW-KWOTA    PIC X(14).
          05 FILLER         PIC X.
          05 WS-PW-WALUTA   PIC X(3).
          05 FILLER         PIC X.
          05 WS-PW-ZRODLO   PIC X(8).
          05 FILLER         PIC X.
          05 WS-PW-REF      PIC 9(6).

       PROCEDURE DIVISION.

           PERFORM UNTIL WYB-KONIEC

              DISPLAY "MENU ZOBOWIAZAN WOBEC DOSTAWCOW"
              DISPLAY "1. OTWARTE POZYCJE I SALDO DOSTAWCY"
              DISPLAY "2. ZAKSIEGUJ ZAPLATE DOSTAWCY"
              DISPLAY "3. SALDA I WIEKOWANIE WG DOSTAWCY I WALUTY"
              DISPLAY "4. ZAKSIEGUJ POTWIERDZONE PRZELEWY Z DNIA"
              DISPLAY "5. WYJDZ"
              ACCEPT WYBOR

              IF WYB-POKAZ
                 PERFORM 100-POKAZ-DOSTAWCE
              END-IF

              IF WYB-ZAPLATA
                 PERFORM 200-ZAKSIEGUJ-ZAPLATE
              END-IF

              IF WYB-SALDA
                 PERFORM 300-RAPORT-SALD
              END-IF

              IF WYB-PRZELEWY
                 PERFORM 400-KSIEGUJ-PRZELEWY
              END-IF

           END-PERFORM

           STOP RUN
           .

       100-POKAZ-DOSTAWCE.

           OPEN INPUT ZOBFILE
           IF ERR-ZB NOT = 0
              DISPLAY "BRAK PLIKU Zobowiazania - NIE ZATWIERDZONO "
                      "JESZCZE ZADNYCH FAKTUR ZAKUPU"
           ELSE
              DISPLAY "PODAJ KOD DOSTAWCY"
              ACCEPT WS-DOSTAWCA
              DISPLAY "OTWARTE POZYCJE DOSTAWCY " WS-DOSTAWCA ":"
              DISPLAY " "
              DISPLAY "FZ      NR OBCY         TERMIN WAL"
                      "        KWOTA     ZAPLACONO"
              MOVE 0 TO WS-SALDO-DOSTAWCY
              MOVE 0 TO WS-POZYCJE-DOSTAWCY
              MOVE 0 TO NR-FZ-ZB
              START ZOBFILE KEY NOT < NR-FZ-ZB
              IF ERR-ZB = 0
                 READ ZOBFILE NEXT
                 PERFORM UNTIL ERR-ZB > 0
                    IF KOD-DOSTAWCY-ZB = WS-DOSTAWCA
                       AND ZOB-OTWARTE
                       ADD 1 TO WS-POZYCJE-DOSTAWCY
                       COMPUTE WS-POZOSTALO =
                               KWOTA-ZB - KWOTA-ZAPLAC-ZB
                       ADD WS-POZOSTALO TO WS-SALDO-DOSTAWCY
                       DISPLAY NR-FZ-ZB " " NR-OBCY-ZB " "
                               DATA-PLATN-ZB " " WALUTA-ZB " "
                               KWOTA-ZB " " KWOTA-ZAPLAC-ZB
                    END-IF
                    READ ZOBFILE NEXT
                 END-PERFORM
              END-IF
              DISPLAY "---------------------"
              DISPLAY "OTWARTYCH FAKTUR : " WS-POZYCJE-DOSTAWCY
              DISPLAY "SALDO ZOBOWIAZAN : " WS-SALDO-DOSTAWCY
              DISPLAY "(SUMA W WALUTACH FAKTUR - SALDA WG WALUT "
                      "W RAPORCIE SALD)"
              CLOSE ZOBFILE
           END-IF
           .

       200-ZAKSIEGUJ-ZAPLATE.

           OPEN I-O ZOBFILE
           IF ERR-ZB NOT = 0
              DISPLAY "BRAK PLIKU Zobowiazania - NIE ZATWIERDZONO "
                      "JESZCZE ZADNYCH FAKTUR ZAKUPU"
           ELSE
              DISPLAY "PODAJ NUMER FAKTURY ZAKUPU"
              ACCEPT WS-NR-FZ
              MOVE WS-NR-FZ TO NR-FZ-ZB
              READ ZOBFILE
              IF ERR-ZB NOT = 0
                 DISPLAY "NIE ZNALEZIONO FAKTURY W ZOBOWIAZANIACH"
              ELSE
                 COMPUTE WS-POZOSTALO =
                         KWOTA-ZB - KWOTA-ZAPLAC-ZB
                 DISPLAY "FAKTURA  : " NR-FZ-ZB " " NR-OBCY-ZB
                 DISPLAY "DOSTAWCA : " KOD-DOSTAWCY-ZB
                 DISPLAY "KWOTA    : " KWOTA-ZB " " WALUTA-ZB
                 DISPLAY "ZAPLACONO: " KWOTA-ZAPLAC-ZB
                 DISPLAY "POZOSTALO: " WS-POZOSTALO
                 IF ZOB-ZAPLACONE
                    DISPLAY "FAKTURA JEST JUZ ROZLICZONA"
                 ELSE
                    DISPLAY "PODAJ KWOTE ZAPLATY"
                    ACCEPT WS-ZAPLATA
                    IF WS-ZAPLATA = 0
                       DISPLAY "ZAPLATA ZEROWA - NIE ZAKSIEGOWANO"
                    ELSE
                       IF WS-ZAPLATA > WS-POZOSTALO
                          DISPLAY "ZAPLATA WIEKSZA NIZ POZOSTALO "
                                  "DO ZAPLATY - NIE ZAKSIEGOWANO"
                       ELSE
                          MOVE "RECZNA" TO WS-PD-ZRODLO-O
                          MOVE 0 TO WS-PD-REF-O
                          PERFORM 210-KSIEGUJ-NA-POZYCJE
                       END-IF
                    END-IF
                 END-IF
              END-IF
              CLOSE ZOBFILE
           END-IF
           .

       210-KSIEGUJ-NA-POZYCJE.

      *    W ODROZNIENIU OD WPLAT KLIENTOW NADPLATA NIE JEST
      *    DOPUSZCZONA - PLACIMY NAJWYZEJ TO, CO DOSTAWCA
      *    ZAFAKTUROWAL

           MOVE "N" TO WS-ZAKSIEGOWANO
           ADD WS-ZAPLATA TO KWOTA-ZAPLAC-ZB
           IF KWOTA-ZAPLAC-ZB >= KWOTA-ZB
              MOVE "Z" TO STATUS-ZB
           END-IF
           REWRITE ZOB-REC
           IF ERR-ZB NOT = 0
              DISPLAY "REWRITE ZOBOWIAZANIA - KOD " ERR-ZB
                      " - ZAPLATA NIE ZAKSIEGOWANA"
           ELSE
              MOVE "T" TO WS-ZAKSIEGOWANO
              PERFORM 220-LOG-ZAPLATY
              PERFORM 230-STATUS-FAKTURY
              IF ZOB-ZAPLACONE
                 DISPLAY "ZAPLATA ZAKSIEGOWANA - FAKTURA "
                         NR-FZ-ZB " ROZLICZONA W CALOSCI"
              ELSE
                 COMPUTE WS-POZOSTALO =
                         KWOTA-ZB - KWOTA-ZAPLAC-ZB
                 DISPLAY "ZAPLATA ZAKSIEGOWANA - FAKTURA "
                         NR-FZ-ZB " DO ZAPLATY POZOSTALO "
                         WS-POZOSTALO
              END-IF
           END-IF
           .

       220-LOG-ZAPLATY.

           ACCEPT WS-DZIS FROM DATE
           ACCEPT WS-CZAS FROM TIME
           MOVE WS-DZIS TO WS-PD-DATA-O
           MOVE WS-CZAS TO WS-PD-CZAS-O
           MOVE NR-FZ-ZB TO WS-PD-FZ-O
           MOVE KOD-DOSTAWCY-ZB TO WS-PD-DOST-O
           MOVE WS-ZAPLATA TO WS-PD-KWOTA-O
           MOVE WALUTA-ZB TO WS-PD-WALUTA-O

           OPEN EXTEND PLATFILE
           IF ERR-PL NOT = 0
              CLOSE PLATFILE
              OPEN OUTPUT PLATFILE
           END-IF
           WRITE PLAT-REC FROM WS-PLATNOSC-LINIA
           CLOSE PLATFILE
           .

       230-STATUS-FAKTURY.

      *    ZAPLACONA W CALOSCI -> P; CZESCIOWO -> Z (WRACA DO
      *    PROPOZYCJI PLATNOSCI Z RESZTA KWOTY)

           OPEN I-O FZFILE
           IF ERR-FZ = 0
              MOVE NR-FZ-ZB TO NR-FZ
              READ FZFILE
              IF ERR-FZ = 0
                 IF ZOB-ZAPLACONE
                    MOVE "P" TO STATUS-FZ
                 ELSE
                    MOVE "Z" TO STATUS-FZ
                 END-IF
                 REWRITE FZ-REC
                 IF ERR-FZ NOT = 0
                    DISPLAY "REWRITE FAKTURY ZAKUPU " NR-FZ
                            " - KOD " ERR-FZ
                 END-IF
              ELSE
                 DISPLAY "UWAGA: BRAK FAKTURY " NR-FZ-ZB
                         " W FakturyZakupu"
              END-IF
              CLOSE FZFILE
           END-IF
           .

       300-RAPORT-SALD.

           OPEN INPUT ZOBFILE
           IF ERR-ZB NOT = 0
              DISPLAY "BRAK PLIKU Zobowiazania - NIE ZATWIERDZONO "
                      "JESZCZE ZADNYCH FAKTUR ZAKUPU"
           ELSE
              ACCEPT WS-DZIS FROM DATE
              STRING "20" WS-DZIS DELIMITED BY SIZE INTO WS-DZIS-8
              COMPUTE WS-DZIS-INT = FUNCTION INTEGER-OF-DATE
                      (WS-DZIS-8)
              MOVE 0 TO WS-SALDA-N
              MOVE "N" TO WS-SALDA-LIMIT
              MOVE 0 TO NR-FZ-ZB
              START ZOBFILE KEY NOT < NR-FZ-ZB
              IF ERR-ZB = 0
                 READ ZOBFILE NEXT
                 PERFORM UNTIL ERR-ZB > 0
                    IF ZOB-OTWARTE
                       PERFORM 310-DOLICZ-SALDO
                    END-IF
                    READ ZOBFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZOBFILE

              DISPLAY "SALDA ZOBOWIAZAN WOBEC DOSTAWCOW NA DZIEN "
                      WS-DZIS ":"
              DISPLAY " "
              DISPLAY "DOSTAWCA   WAL FZ         SALDO"
                      "   NIEWYMAGALNE        1-30"
                      "       31-60       61-90         >90"
              PERFORM VARYING WS-SALDA-I FROM 1 BY 1
                      UNTIL WS-SALDA-I > WS-SALDA-N
                 DISPLAY WS-SALDA-DOSTAWCA (WS-SALDA-I) " "
                         WS-SALDA-WALUTA (WS-SALDA-I) " "
                         WS-SALDA-POZYCJE (WS-SALDA-I) " "
                         WS-SALDA-KWOTA (WS-SALDA-I) " "
                         WS-SALDA-KUBEL (WS-SALDA-I, 1) " "
                         WS-SALDA-KUBEL (WS-SALDA-I, 2) " "
                         WS-SALDA-KUBEL (WS-SALDA-I, 3) " "
                         WS-SALDA-KUBEL (WS-SALDA-I, 4) " "
                         WS-SALDA-KUBEL (WS-SALDA-I, 5)
              END-PERFORM
              IF WS-SALDA-N = 0
                 DISPLAY "BRAK OTWARTYCH ZOBOWIAZAN"
              END-IF
              IF WS-SALDA-LIMIT-PRZEKROCZONY
                 DISPLAY "UWAGA: OSIAGNIETO LIMIT 200 POZYCJI "
                         "DOSTAWCA/WALUTA - CZESC POMINIETO"
              END-IF
              DISPLAY "---------------------"
           END-IF
           .

       310-DOLICZ-SALDO.

           COMPUTE WS-POZOSTALO = KWOTA-ZB - KWOTA-ZAPLAC-ZB
           STRING "20" DATA-PLATN-ZB DELIMITED BY SIZE
                  INTO WS-TERMIN-8
           COMPUTE WS-TERMIN-INT = FUNCTION INTEGER-OF-DATE
                   (WS-TERMIN-8)
           COMPUTE WS-DNI-PO-TERMINIE = WS-DZIS-INT - WS-TERMIN-INT
           EVALUATE TRUE
              WHEN WS-DNI-PO-TERMINIE <= 0
                 MOVE 1 TO WS-KUBEL
              WHEN WS-DNI-PO-TERMINIE <= 30
                 MOVE 2 TO WS-KUBEL
              WHEN WS-DNI-PO-TERMINIE <= 60
                 MOVE 3 TO WS-KUBEL
              WHEN WS-DNI-PO-TERMINIE <= 90
                 MOVE 4 TO WS-KUBEL
              WHEN OTHER
                 MOVE 5 TO WS-KUBEL
           END-EVALUATE

           MOVE "N" TO WS-SALDA-ZNALEZIONY
           PERFORM VARYING WS-SALDA-I FROM 1 BY 1
                   UNTIL WS-SALDA-I > WS-SALDA-N
              IF WS-SALDA-DOSTAWCA (WS-SALDA-I) = KOD-DOSTAWCY-ZB
                 AND WS-SALDA-WALUTA (WS-SALDA-I) = WALUTA-ZB
                 MOVE "T" TO WS-SALDA-ZNALEZIONY
                 ADD WS-POZOSTALO TO WS-SALDA-KWOTA (WS-SALDA-I)
                 ADD WS-POZOSTALO
                     TO WS-SALDA-KUBEL (WS-SALDA-I, WS-KUBEL)
                 ADD 1 TO WS-SALDA-POZYCJE (WS-SALDA-I)
              END-IF
           END-PERFORM

           IF NOT WS-SALDA-JEST
              IF WS-SALDA-N < 200
                 ADD 1 TO WS-SALDA-N
                 MOVE KOD-DOSTAWCY-ZB
                      TO WS-SALDA-DOSTAWCA (WS-SALDA-N)
                 MOVE WALUTA-ZB TO WS-SALDA-WALUTA (WS-SALDA-N)
                 MOVE WS-POZOSTALO TO WS-SALDA-KWOTA (WS-SALDA-N)
                 MOVE 1 TO WS-SALDA-POZYCJE (WS-SALDA-N)
                 MOVE 0 TO WS-SALDA-KUBEL (WS-SALDA-N, 1)
                 MOVE 0 TO WS-SALDA-KUBEL (WS-SALDA-N, 2)
                 MOVE 0 TO WS-SALDA-KUBEL (WS-SALDA-N, 3)
                 MOVE 0 TO WS-SALDA-KUBEL (WS-SALDA-N, 4)
                 MOVE 0 TO WS-SALDA-KUBEL (WS-SALDA-N, 5)
                 MOVE WS-POZOSTALO
                      TO WS-SALDA-KUBEL (WS-SALDA-N, WS-KUBEL)
              ELSE
                 MOVE "T" TO WS-SALDA-LIMIT
              END-IF
           END-IF
           .

       400-KSIEGUJ-PRZELEWY.

      *    KSIEGUJE PRZELEWY WYSLANE Z DANEGO DNIA (LINIE
      *    PrzelewyWyslane.txt) PO POTWIERDZENIU WYKONANIA PRZEZ
      *    BANK. PRZELEW JUZ ZAKSIEGOWANY (TA SAMA FAKTURA, ZRODLO
      *    PRZELEW, TEN SAM DZIEN PRZELEWU W PlatnosciDostawcow.txt)
      *    JEST POMIJANY - PONOWNE URUCHOMIENIE NIE DUBLUJE ZAPLAT

           DISPLAY "PODAJ DATE PRZELEWOW (RRMMDD)"
           ACCEPT WS-PRZ-DATA
           MOVE 0 TO WS-PRZ-ZAKSIEGOWANE
           MOVE 0 TO WS-PRZ-DUPLIKATY
           MOVE 0 TO WS-PRZ-BLEDNE

           OPEN INPUT WYSLANEFILE
           IF ERR-WY NOT = 0
              DISPLAY "BRAK PLIKU PrzelewyWyslane.txt"
           ELSE
              OPEN I-O ZOBFILE
              IF ERR-ZB NOT = 0
                 DISPLAY "BRAK PLIKU Zobowiazania"
              ELSE
                 READ WYSLANEFILE INTO WS-WYSLANE-LINIA
                 PERFORM UNTIL ERR-WY > 0
                    IF WS-WY-DATA-O = WS-PRZ-DATA
                       PERFORM 410-KSIEGUJ-PRZELEW
                    END-IF
                    READ WYSLANEFILE INTO WS-WYSLANE-LINIA
                 END-PERFORM
                 CLOSE ZOBFILE
              END-IF
              CLOSE WYSLANEFILE
           END-IF

           DISPLAY "---------------------"
           DISPLAY "ZAKSIEGOWANE PRZELEWY : " WS-PRZ-ZAKSIEGOWANE
           DISPLAY "JUZ BYLY ZAKSIEGOWANE : " WS-PRZ-DUPLIKATY
           DISPLAY "ODRZUCONE             : " WS-PRZ-BLEDNE
           .

       410-KSIEGUJ-PRZELEW.

           PERFORM 420-CZY-JUZ-ZAKSIEGOWANY
           IF WS-PRZ-JUZ-BYLO
              ADD 1 TO WS-PRZ-DUPLIKATY
           ELSE
              COMPUTE WS-PRZ-KWOTA = FUNCTION NUMVAL (WS-WY-KWOTA-O)
              MOVE WS-WY-FZ-O TO NR-FZ-ZB
              READ ZOBFILE
              IF ERR-ZB NOT = 0
                 ADD 1 TO WS-PRZ-BLEDNE
                 DISPLAY "PRZELEW FZ " WS-WY-FZ-O
                         " - BRAK POZYCJI W Zobowiazania"
              ELSE
                 COMPUTE WS-POZOSTALO = KWOTA-ZB - KWOTA-ZAPLAC-ZB
                 IF ZOB-ZAPLACONE OR WS-PRZ-KWOTA > WS-POZOSTALO
                    ADD 1 TO WS-PRZ-BLEDNE
                    DISPLAY "PRZELEW FZ " WS-WY-FZ-O " KWOTA "
                            WS-PRZ-KWOTA " WIEKSZA NIZ POZOSTALO "
                            WS-POZOSTALO " - NIE ZAKSIEGOWANO"
                 ELSE
                    MOVE WS-PRZ-KWOTA TO WS-ZAPLATA
                    MOVE "PRZELEW" TO WS-PD-ZRODLO-O
                    MOVE WS-PRZ-DATA TO WS-PD-REF-O
                    PERFORM 210-KSIEGUJ-NA-POZYCJE
                    IF WS-ZAPLATA-ZAKSIEGOWANA
                       ADD 1 TO WS-PRZ-ZAKSIEGOWANE
                    ELSE
                       ADD 1 TO WS-PRZ-BLEDNE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       420-CZY-JUZ-ZAKSIEGOWANY.

           MOVE "N" TO WS-PRZ-BYLO
           OPEN INPUT PLATFILE
           IF ERR-PL = 0
              READ PLATFILE INTO WS-PLAT-WE
              PERFORM UNTIL ERR-PL > 0
                 IF WS-PW-FZ = WS-WY-FZ-O
                    AND WS-PW-ZRODLO = "PRZELEW"
                    AND WS-PW-REF = WS-PRZ-DATA
                    MOVE "T" TO WS-PRZ-BYLO
                 END-IF
                 READ PLATFILE INTO WS-PLAT-WE
              END-PERFORM
              CLOSE PLATFILE
           END-IF
           .
