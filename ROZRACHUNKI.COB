      *    KLIENTOW, POKAZUJE OTWARTE POZYCJE I SALDO KLIENTA ORAZ
      *    ZBIORCZY RAPORT SALD. KAZDA WPLATA JEST DOPISYWANA DO
      *    WplatyKlientow.txt
      *
      *    KLIENT WALUTOWY (WALUTA-K) WPLACA W WALUCIE FAKTURY:
      *    NALEZNOSC ZDEJMOWANA JEST PO KURSIE Z DATY FAKTURY,
      *    ROZNICA DO WARTOSCI PO KURSIE Z DNIA WPLATY
      *    (KursyWalut.txt) IDZIE DO RoznicKursowe.txt - RAPORT
      *    MIESIECZNY W KURSY.COB

       PROGRAM-ID. ROZRACHUNKI.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT KURSFILE ASSIGN TO "KursyWalut.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KURS.

           SELECT ROZNICEFILE ASSIGN TO "RoznicKursowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RK.

       DATA DIVISION.

       FILE SECTION.
             88 ROZR-OTWARTA    VALUE "O".
             88 ROZR-ZAPLACONA  VALUE "Z".
          05 POZIOM-MONITU-R PIC 9(1).
          05 DATA-SKONTA-R   PIC 9(6).
          05 PROC-SKONTA-R   PIC 9(2)V99.

       FD KLIENCIFILE  BLOCK CONTAINS 0.
       01 KLIENT-REC.
             88 FAKTURY-ZBIORCZE-MIES VALUE "M".
          05 WALUTA-K        PIC X(3).
          05 REGION-K        PIC X(4).
          05 WARUNKI-K       PIC X(4).
          05 BLOKADA-AUTO-K  PIC X(1).
             88 BLOKADA-AUTOMATYCZNA VALUE "T".
          05 NIP-K           PIC X(14).
          05 KRAJ-K          PIC X(2).
          05 VAT-NABYWCY-K   PIC X(1).
             88 NABYWCA-KRAJOWY VALUE "K" " ".
             88 NABYWCA-UE      VALUE "U".
             88 NABYWCA-EKSPORT VALUE "E".
          05 PRZEDSTAWICIEL-K PIC X(6).

       FD WPLATYFILE.
       01 WPLATA-REC PIC X(80).

       FD KURSFILE.
       01 KURS-REC PIC X(30).

       FD ROZNICEFILE.
       01 ROZNICE-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-POKAZ    VALUE "1".
       01 ERR-R PIC 99.
       01 ERR-K PIC 99.
       01 ERR-W PIC 99.
       01 ERR-KURS PIC 99.
       01 ERR-RK PIC 99.

       01 WS-KLIENT PIC X(10).
       01 WS-NR-FAKTURY PIC 9(7).
          05 WS-SALDA-KWOTA   PIC 9(13)V99.
          05 WS-SALDA-POZYCJE PIC 9(5).

      *    WPLATA WALUTOWA - KURS FAKTURY I KURS WPLATY Z HISTORII
      *    KursyWalut.txt (NAJPOZNIEJSZY NIE POZNIEJSZY NIZ DATA)

       01 WS-WALUTA PIC X(3).
       01 WS-WALUTOWA PIC X(1).
          88 WS-JEST-WALUTOWA VALUE "T".
       01 WS-KURSY-OK PIC X(1).
          88 WS-KURSY-SA VALUE "T".
       01 WS-WPLATA-WAL PIC 9(11)V99.
       01 WS-WPLATA-PLN PIC 9(11)V99.
       01 WS-POZOSTALO-WAL PIC 9(11)V99.
       01 WS-KURS-FAKTURY PIC 9(5)V9999.
       01 WS-KURS-WPLATY PIC 9(5)V9999.
       01 WS-ROZNICA-KURS PIC S9(11)V99.
       01 WS-KURS-LINIA.
          05 WS-KURS-WALUTA-A PIC X(3).
          05 FILLER           PIC X.
          05 WS-KURS-DATA-A   PIC 9(6).
          05 FILLER           PIC X.
          05 WS-KURS-KURS-A   PIC X(12).
       01 WS-KURS-WALUTA PIC X(3).
       01 WS-KURS-DATA PIC 9(6).
       01 WS-KURS-WART PIC 9(5)V9999.
       01 WS-KURS-NAJLEPSZA PIC 9(6).
       01 WS-KURS-ZNALEZIONY PIC X(1).
          88 WS-KURS-JEST VALUE "T".
       01 WS-RK-LINIA.
          05 WS-RK-DATA-O    PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RK-FAKT-O    PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RK-KLIENT-O  PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RK-WALUTA-O  PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RK-KWOTA-O   PIC Z(10)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RK-KURS-F-O  PIC Z(4)9.9999.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RK-KURS-W-O  PIC Z(4)9.9999.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RK-ROZNICA-O PIC -(10)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RK-ZRODLO-O  PIC X(8).

       01 WS-WPLATA-LINIA.
          05 WS-WP-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
                 IF ROZR-ZAPLACONA
                    DISPLAY "FAKTURA JEST JUZ ROZLICZONA"
                 ELSE
                    PERFORM 230-WALUTA-POZYCJI
                    IF WS-JEST-WALUTOWA
                       PERFORM 240-WPLATA-WALUTOWA
                    ELSE
                       DISPLAY "PODAJ KWOTE WPLATY"
                       ACCEPT WS-WPLATA
                    END-IF
                    IF WS-WPLATA = 0
                       DISPLAY "WPLATA ZEROWA - NIE ZAKSIEGOWANO"
                    ELSE
           ELSE
              MOVE "RECZNA" TO WS-WP-ZRODLO-O
              PERFORM 220-LOG-WPLATY
              IF WS-JEST-WALUTOWA
                 PERFORM 260-LOG-ROZNICY-KURSOWEJ
                 DISPLAY "ROZNICA KURSOWA ZREALIZOWANA: "
                         WS-RK-ROZNICA-O " PLN"
              END-IF
              IF ROZR-ZAPLACONA
                 DISPLAY "WPLATA ZAKSIEGOWANA - FAKTURA "
                         "ROZLICZONA W CALOSCI"
           CLOSE WPLATYFILE
           .

       230-WALUTA-POZYCJI.

      *    FAKTURA JEST WALUTOWA, GDY KLIENT MA WALUTE INNA NIZ
      *    PLN I W DNIU FAKTURY BYL KURS (125-KURS-FAKTURY W
      *    FAKTURY.COB - BEZ KURSU FAKTURA SCHODZI W PLN)

           MOVE "N" TO WS-WALUTOWA
           MOVE SPACES TO WS-WALUTA
           MOVE 0 TO WS-KURS-FAKTURY
           OPEN INPUT KLIENCIFILE
           IF ERR-K = 0
              MOVE KOD-KLIENTA-R TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE WALUTA-K TO WS-WALUTA
              END-IF
              CLOSE KLIENCIFILE
           END-IF
           IF WS-WALUTA NOT = SPACES AND WS-WALUTA NOT = "PLN"
              MOVE WS-WALUTA TO WS-KURS-WALUTA
              MOVE DATA-FAKTURY-R TO WS-KURS-DATA
              PERFORM 250-SZUKAJ-KURSU
              IF WS-KURS-JEST
                 MOVE "T" TO WS-WALUTOWA
                 MOVE WS-KURS-WART TO WS-KURS-FAKTURY
              END-IF
           END-IF
           .

       240-WPLATA-WALUTOWA.

      *    NALEZNOSC W Rozrachunki JEST W PLN PO KURSIE Z DATY
      *    FAKTURY - TYM KURSEM ZDEJMUJEMY WPLATE Z POZYCJI.
      *    WPLATA ROWNA CALEJ KWOCIE POZOSTALEJ W WALUCIE ZAMYKA
      *    POZYCJE BEZ RESZTY Z ZAOKRAGLEN

           MOVE 0 TO WS-WPLATA
           MOVE 0 TO WS-ROZNICA-KURS
           ACCEPT WS-DZIS FROM DATE
           MOVE WS-WALUTA TO WS-KURS-WALUTA
           MOVE WS-DZIS TO WS-KURS-DATA
           PERFORM 250-SZUKAJ-KURSU
           MOVE WS-KURS-WART TO WS-KURS-WPLATY
           COMPUTE WS-POZOSTALO-WAL ROUNDED =
                   WS-POZOSTALO / WS-KURS-FAKTURY
           DISPLAY "FAKTURA W WALUCIE " WS-WALUTA " - KURS Z DNIA "
                   "FAKTURY " WS-KURS-FAKTURY
           DISPLAY "POZOSTALO W WALUCIE: " WS-POZOSTALO-WAL
           IF WS-KURS-WPLATY = 0
              DISPLAY "BRAK KURSU " WS-WALUTA " NA DZIEN WPLATY W "
                      "KursyWalut.txt - WPLATA NIE ZAKSIEGOWANA"
           ELSE
              DISPLAY "PODAJ KWOTE WPLATY W WALUCIE " WS-WALUTA
              ACCEPT WS-WPLATA-WAL
              IF WS-WPLATA-WAL > 0
                 IF WS-WPLATA-WAL = WS-POZOSTALO-WAL
                    MOVE WS-POZOSTALO TO WS-WPLATA
                 ELSE
                    COMPUTE WS-WPLATA ROUNDED =
                            WS-WPLATA-WAL * WS-KURS-FAKTURY
                 END-IF
                 COMPUTE WS-WPLATA-PLN ROUNDED =
                         WS-WPLATA-WAL * WS-KURS-WPLATY
                 COMPUTE WS-ROZNICA-KURS =
                         WS-WPLATA-PLN - WS-WPLATA
                 DISPLAY "KURS Z DNIA WPLATY: " WS-KURS-WPLATY
                         " - WPLATA W PLN " WS-WPLATA-PLN
              END-IF
           END-IF
           .

       250-SZUKAJ-KURSU.

      *    NAJPOZNIEJSZY KURS WALUTY Z DATA NIE POZNIEJSZA NIZ
      *    WS-KURS-DATA (TA SAMA LOGIKA CO 127-SZUKAJ-KURSU
      *    W FAKTURY.COB)

           MOVE "N" TO WS-KURS-ZNALEZIONY
           MOVE 0 TO WS-KURS-WART
           MOVE 0 TO WS-KURS-NAJLEPSZA

           OPEN INPUT KURSFILE
           IF ERR-KURS = 0
              READ KURSFILE INTO WS-KURS-LINIA
              PERFORM UNTIL ERR-KURS > 0
                 IF WS-KURS-WALUTA-A = WS-KURS-WALUTA
                    AND WS-KURS-DATA-A <= WS-KURS-DATA
                    AND WS-KURS-DATA-A >= WS-KURS-NAJLEPSZA
                    MOVE "T" TO WS-KURS-ZNALEZIONY
                    MOVE WS-KURS-DATA-A TO WS-KURS-NAJLEPSZA
                    COMPUTE WS-KURS-WART =
                            FUNCTION NUMVAL (WS-KURS-KURS-A)
                 END-IF
                 READ KURSFILE INTO WS-KURS-LINIA
              END-PERFORM
              CLOSE KURSFILE
           END-IF
           .

       260-LOG-ROZNICY-KURSOWEJ.

      *    DODATNIA ROZNICA = PRZYCHOD (KURS WPLATY WYZSZY),
      *    UJEMNA = KOSZT

           MOVE WS-DZIS TO WS-RK-DATA-O
           MOVE NR-FAKTURY-R TO WS-RK-FAKT-O
           MOVE KOD-KLIENTA-R TO WS-RK-KLIENT-O
           MOVE WS-WALUTA TO WS-RK-WALUTA-O
           MOVE WS-WPLATA-WAL TO WS-RK-KWOTA-O
           MOVE WS-KURS-FAKTURY TO WS-RK-KURS-F-O
           MOVE WS-KURS-WPLATY TO WS-RK-KURS-W-O
           MOVE WS-ROZNICA-KURS TO WS-RK-ROZNICA-O
           MOVE "RECZNA" TO WS-RK-ZRODLO-O
           OPEN EXTEND ROZNICEFILE
           IF ERR-RK NOT = 0
              CLOSE ROZNICEFILE
              OPEN OUTPUT ROZNICEFILE
           END-IF
           WRITE ROZNICE-REC FROM WS-RK-LINIA
           CLOSE ROZNICEFILE
           .

       300-RAPORT-SALD.

           OPEN INPUT ROZRFILE
