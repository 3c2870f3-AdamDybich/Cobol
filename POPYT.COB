
      *    POPYT - PODSYSTEM HISTORII POPYTU:
      *    TRYB 1 (KROK NOCNY, PARAMETR "1"): DOSUMOWUJE DZISIEJSZE
      *    WYDANIA DO KROCZACEJ HISTORII POPYTU
      *    (PopytHistoria.txt, JEDEN WIERSZ NA TOWAR/LOKALIZACJE
      *    I DZIEN); WYDANIA DNIA SA CZYTANE Z KSIEGI RUCHOW
      *    RuchyMagazynowe PO KLUCZU DATA/TYP - KROK RUCHY MUSI
      *    BYC WYKONANY WCZESNIEJ (INACZEJ KOD 8 I DZIEN ZOSTAJE
      *    NIENALICZONY)
      *    TRYB 2 (OKRESOWY, PARAMETR "2" LUB DIALOG): WYLICZA
      *    PROPONOWANE MIN-ILOSC ZE SREDNIEGO DZIENNEGO POPYTU
      *    RAZY (CZAS DOSTAWY + BUFOR), DRUKUJE RAPORT PRZED/PO
               RECORD KEY KLUCZ-DOST
               STATUS ERR-D.

           SELECT RUCHYFILE ASSIGN TO "RuchyMagazynowe"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-RM
               ALTERNATE RECORD KEY KLUCZ-DT-RM WITH DUPLICATES
               STATUS ERR-RM.

           SELECT STANFILE ASSIGN TO "RuchyMagazynoweStan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ST.

           SELECT SWIADEKFILE ASSIGN TO "AudytSwiadek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SW.

           SELECT DZIENNIKFILE ASSIGN TO "DziennikBaza5.txt"
               ORGANIZATION IS LINE SEQUENTIAL
          05 WALUTA-D          PIC X(3).
          05 AKTYWNY-D         PIC X(1).
             88 DOST-AKTYWNY       VALUE "T".
          05 KOD-TOW-DOST-D    PIC X(20).

       FD RUCHYFILE  BLOCK CONTAINS 0.
       01 RUCH-REC.
          05 KLUCZ-RM.
             10 TOWAR-RM      PIC X(20).
             10 LOK-RM        PIC X(10).
             10 DATA-RM       PIC 9(6).
             10 CZAS-RM       PIC 9(8).
             10 NR-LAN-RM     PIC 9(7).
             10 TYP-RM        PIC X(12).
          05 KLUCZ-DT-RM.
             10 DATA-DT-RM    PIC 9(6).
             10 TYP-DT-RM     PIC X(12).
          05 LINIA-RM         PIC X(140).

       FD STANFILE.
       01 STAN-REC PIC X(60).

       FD SWIADEKFILE.
       01 SWIADEK-REC PIC X(16).

       FD DZIENNIKFILE.
       01 DZIENNIK-REC PIC X(180).
       WORKING-STORAGE SECTION.
       01 ERR    PIC 99.
       01 ERR-D  PIC 99.
       01 ERR-RM PIC 99.
       01 ERR-ST PIC 99.
       01 ERR-SW PIC 99.
       01 ERR-PH PIC 99.

       01 ERR-DZN PIC 99.
       01 WS-PRZED-N PIC 9(7)V99.
       01 WS-PO-N PIC 9(7)V99.

      *    STAN KSIEGI RUCHOW (PISZE GO RUCHY) I SWIADEK KONCA
      *    LANCUCHA AUDYTU

       01 WS-STAN-LINIA.
          05 WS-ST-DATA-O      PIC 9(6).
          05 FILLER            PIC X.
          05 WS-ST-CZAS-O      PIC 9(8).
          05 FILLER            PIC X.
          05 WS-ST-NR-O        PIC 9(7).
          05 FILLER            PIC X.
          05 WS-ST-KONTROLA-O  PIC 9(8).
          05 FILLER            PIC X(16).
       01 WS-SWIADEK-LINIA.
          05 WS-SW-NR-O       PIC 9(7).
          05 FILLER           PIC X.
          05 WS-SW-KONTROLA-O PIC 9(8).
       01 WS-RM-AKTUALNA PIC X(1).
          88 WS-RM-JEST-AKTUALNA VALUE "T".

       01 WS-POPYT-LINIA.
          05 WS-PH-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
           ELSE
              MOVE 0 TO WS-TAB-N
              MOVE "N" TO WS-TAB-LIMIT
              PERFORM 105-KSIEGA-AKTUALNA
              IF NOT WS-RM-JEST-AKTUALNA
                 DISPLAY "KSIEGA RUCHOW NIE OBEJMUJE CALEGO AUDYTU "
                         "- NAJPIERW URUCHOM RUCHY"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN INPUT RUCHYFILE
                 IF ERR-RM NOT = 0
                    DISPLAY "BRAK KSIEGI RUCHOW RuchyMagazynowe - "
                            "KOD " ERR-RM
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE WS-DZIS TO DATA-DT-RM
                    MOVE "WYDANIE" TO TYP-DT-RM
                    START RUCHYFILE KEY NOT < KLUCZ-DT-RM
                    IF ERR-RM = 0
                       READ RUCHYFILE NEXT
                    END-IF
                    PERFORM UNTIL ERR-RM > 0
                            OR DATA-DT-RM NOT = WS-DZIS
                            OR TYP-DT-RM NOT = "WYDANIE"
                       MOVE LINIA-RM TO WS-AUDYT-LINE
                       MOVE WS-AUD-PRZED-O TO WS-PRZED-N
                       MOVE WS-AUD-PO-O TO WS-PO-N
                       PERFORM 110-DOLICZ-WYDANIE
                       READ RUCHYFILE NEXT
                    END-PERFORM
                    CLOSE RUCHYFILE
                 END-IF
              END-IF

              MOVE 0 TO WS-ZAPISANE
           END-IF
           .

       105-KSIEGA-AKTUALNA.

      *    KSIEGA OBEJMUJE DZIEN, GDY JEJ OSTATNIA LINIA LANCUCHA
      *    JEST TA ZE SWIADKA AUDYTU ALBO GDY ZAKSIEGOWANO JUZ
      *    RUCHY Z DNI POZNIEJSZYCH

           MOVE "N" TO WS-RM-AKTUALNA
           OPEN INPUT STANFILE
           IF ERR-ST = 0
              READ STANFILE INTO WS-STAN-LINIA
              IF ERR-ST = 0
                 MOVE "T" TO WS-RM-AKTUALNA
                 IF WS-ST-DATA-O NOT > WS-DZIS
                    OPEN INPUT SWIADEKFILE
                    IF ERR-SW = 0
                       READ SWIADEKFILE INTO WS-SWIADEK-LINIA
                       IF ERR-SW = 0
                          AND (WS-SW-NR-O NOT = WS-ST-NR-O
                               OR WS-SW-KONTROLA-O NOT =
                                  WS-ST-KONTROLA-O)
                          MOVE "N" TO WS-RM-AKTUALNA
                       END-IF
                       CLOSE SWIADEKFILE
                    END-IF
                 END-IF
              END-IF
              CLOSE STANFILE
           END-IF
           .

       110-DOLICZ-WYDANIE.

           MOVE "N" TO WS-TAB-ZNALEZIONY
