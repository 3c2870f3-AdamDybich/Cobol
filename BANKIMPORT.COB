      *    (WyciagBankowy.txt: DATA KWOTA KLIENT TYTUL-PRZELEWU,
      *    JEDNA LINIA NA UZNANIE) Z AUTOMATYCZNYM DOPASOWANIEM
      *    WPLAT DO OTWARTYCH POZYCJI W Rozrachunki:
      *    1. NUMER FAKTURY ZACYTOWANY W TYTULE PRZELEWU - W
      *       POSTACI ROCZNEJ (NP. FV/00012/2026) ALBO 7 CYFRAMI
      *    2. INACZEJ DOKLADNA KWOTA POZOSTALA DO ZAPLATY NA
      *       DOKLADNIE JEDNEJ OTWARTEJ FAKTURZE KLIENTA
      *    LINIE NIEDOPASOWANE TRAFIAJA DO WyciagWyjatki.txt DO
      *    RECZNEGO ZAKSIEGOWANIA PROGRAMEM ROZRACHUNKI. KAZDA
      *    ZAKSIEGOWANA WPLATA JEST DOPISYWANA DO WplatyKlientow.txt
      *    (TEN SAM FORMAT CO WPLATY RECZNE)
      *
      *    SKONTO: PRZELEW Z DATA NIE POZNIEJSZA NIZ TERMIN SKONTA
      *    POZYCJI, MNIEJSZY OD KWOTY POZOSTALEJ DOKLADNIE O SKONTO
      *    (PROCENT Z POZYCJI OD KWOTY BRUTTO), ZAMYKA FAKTURE -
      *    SKONTO KSIEGOWANE OSOBNO (ZRODLO SKONTO W
      *    WplatyKlientow.txt ORAZ LINIA W SkontaUdzielone.txt)
      *
      *    WYCIAG Z RACHUNKU WALUTOWEGO: KOD WALUTY ZA TYTULEM
      *    (KOLUMNY 73-75, PUSTY = PLN) - KWOTA JEST W WALUCIE.
      *    NALEZNOSC ZDEJMOWANA PO KURSIE Z DATY FAKTURY, ROZNICA
      *    DO KURSU Z DATY WYCIAGU IDZIE DO RoznicKursowe.txt

       PROGRAM-ID. BANKIMPORT.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT SKONTAFILE ASSIGN TO "SkontaUdzielone.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SK.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

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

       FD WYJATKIFILE.
       01 WYJATEK-REC PIC X(100).
       FD WPLATYFILE.
       01 WPLATA-REC PIC X(80).

       FD SKONTAFILE.
       01 SKONTO-REC PIC X(80).

       FD KLIENCIFILE  BLOCK CONTAINS 0.
       01 KLIENT-REC.
          05 KOD-KLIENTA     PIC X(10).
          05 NAZWA-K         PIC X(30).
          05 ADRES-K         PIC X(40).
          05 LIMIT-K         PIC 9(9)V99.
          05 BLOKADA-K       PIC X(1).
             88 KLIENT-ZABLOKOWANY VALUE "T".
          05 TRYB-FAKTUR-K   PIC X(1).
             88 FAKTURY-ZBIORCZE-TYG  VALUE "T".
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

       FD KURSFILE.
       01 KURS-REC PIC X(30).

       FD ROZNICEFILE.
       01 ROZNICE-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 ERR-WY PIC 99.
       01 ERR-R  PIC 99.
       01 ERR-WJ PIC 99.
       01 ERR-W  PIC 99.
       01 ERR-SK PIC 99.
       01 ERR-K  PIC 99.
       01 ERR-KURS PIC 99.
       01 ERR-RK PIC 99.

       01 WS-WYCIAG-LINIA.
          05 WS-WY-DATA-A   PIC 9(6).
          05 WS-WY-KLIENT-A PIC X(10).
          05 FILLER         PIC X.
          05 WS-WY-TYTUL-A  PIC X(40).
          05 FILLER         PIC X.
          05 WS-WY-WALUTA-A PIC X(3).

       01 WS-WPLATA PIC 9(11)V99.
       01 WS-POZOSTALO PIC 9(11)V99.
       01 WS-NR-BUFOR PIC X(7).
       01 WS-TYT-I PIC 9(2).
       01 WS-TYT-CYFR PIC 9(1).
       01 WS-TYT-PTR PIC 9(2).
       01 WS-TYT-SLOWO PIC X(40).
       01 WS-TYT-UKOSNIKI PIC 9(2).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).
       01 WS-NR-ZNALEZIONY PIC X(1).
          88 WS-NR-JEST VALUE "T".
       01 WS-KWOTA-TRAFIEN PIC 9(3).
       01 WS-LINIE-WCZYTANE PIC 9(5) VALUE 0.
       01 WS-LINIE-DOPASOWANE PIC 9(5) VALUE 0.
       01 WS-LINIE-WYJATKI PIC 9(5) VALUE 0.
       01 WS-LINIE-SKONTO PIC 9(5) VALUE 0.
       01 WS-LINIE-WALUTOWE PIC 9(5) VALUE 0.

      *    PRZELEW WALUTOWY - KURS FAKTURY I KURS Z DATY WYCIAGU
      *    Z HISTORII KursyWalut.txt

       01 WS-WALUTOWA PIC X(1).
          88 WS-JEST-WALUTOWA VALUE "T".
       01 WS-KURSY-OK PIC X(1).
          88 WS-KURSY-SA VALUE "T".
       01 WS-WALUTA-KLIENTA PIC X(3).
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

       01 WS-KWOTA-SKONTA PIC 9(11)V99.
       01 WS-SKONTO PIC 9(11)V99.
       01 WS-SKONTO-LINIA.
          05 WS-SK-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SK-FAKT-O   PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SK-KLIENT-O PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SK-BRUTTO-O PIC Z(10)9.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SK-PROC-O   PIC Z9.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SK-WPLATA-O PIC Z(10)9.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SK-KWOTA-O  PIC Z(10)9.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SK-TERMIN-O PIC 9(6).

       01 WS-DZIS PIC 9(6).
       01 WS-CZAS PIC 9(8).
           DISPLAY "PRZELEWOW WCZYTANYCH  : " WS-LINIE-WCZYTANE
           DISPLAY "ZAKSIEGOWANYCH        : " WS-LINIE-DOPASOWANE
           DISPLAY "DO RECZNEGO KSIEGOWANIA: " WS-LINIE-WYJATKI
           DISPLAY "W TYM ZE SKONTEM      : " WS-LINIE-SKONTO
           DISPLAY "W TYM WALUTOWYCH      : " WS-LINIE-WALUTOWE

           STOP RUN
           .

           MOVE "N" TO WS-DOPASOWANE
           COMPUTE WS-WPLATA = FUNCTION NUMVAL (WS-WY-KWOTA-A)
           MOVE "N" TO WS-WALUTOWA
           IF WS-WY-WALUTA-A NOT = SPACES
              AND WS-WY-WALUTA-A NOT = "PLN"
              MOVE "T" TO WS-WALUTOWA
              MOVE WS-WPLATA TO WS-WPLATA-WAL
           END-IF
           IF WS-WPLATA = 0
              PERFORM 400-ZAPISZ-WYJATEK
           ELSE

       110-NUMER-Z-TYTULU.

      *    NAJPIERW SLOWO TYTULU W POSTACI ROCZNEJ SERII FAKTURA
      *    (PREFIKS/KKKKK/RRRR), POTEM PIERWSZY CIAG 7 CYFR
      *    (NUMERY Z NumeryKontrolne MAJA ZAWSZE 7 CYFR)

           MOVE "N" TO WS-NR-ZNALEZIONY
           MOVE 0 TO WS-NR-Z-TYTULU
           PERFORM 115-NUMER-ROCZNY-Z-TYTULU
           PERFORM VARYING WS-TYT-I FROM 1 BY 1
                   UNTIL WS-TYT-I > 34 OR WS-NR-JEST
              MOVE WS-WY-TYTUL-A (WS-TYT-I:7) TO WS-NR-BUFOR
           END-PERFORM
           .

       115-NUMER-ROCZNY-Z-TYTULU.

           MOVE 1 TO WS-TYT-PTR
           PERFORM UNTIL WS-TYT-PTR > 40 OR WS-NR-JEST
              MOVE SPACES TO WS-TYT-SLOWO
              UNSTRING WS-WY-TYTUL-A DELIMITED BY ALL " "
                 INTO WS-TYT-SLOWO
                 WITH POINTER WS-TYT-PTR
              END-UNSTRING
              MOVE 0 TO WS-TYT-UKOSNIKI
              INSPECT WS-TYT-SLOWO TALLYING WS-TYT-UKOSNIKI
                      FOR ALL "/"
              IF WS-TYT-UKOSNIKI = 2
                 INSPECT WS-TYT-SLOWO REPLACING ALL "," BY " "
                                                ALL "." BY " "
                                                ALL ";" BY " "
                 MOVE WS-TYT-SLOWO TO WS-ND-TEKST
                 MOVE "FAKTURA" TO WS-ND-SERIA
                 MOVE "N" TO WS-ND-FUNKCJA
                 CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                       WS-ND-NUMER WS-ND-TEKST
                 IF WS-ND-NUMER > 0
                    MOVE "T" TO WS-NR-ZNALEZIONY
                    MOVE WS-ND-NUMER TO WS-NR-Z-TYTULU
                 END-IF
              END-IF
           END-PERFORM
           .

       120-DOPASUJ-PO-KWOCIE.

      *    AWARYJNE DOPASOWANIE: KWOTA PRZELEWU ROWNA KWOCIE
      *    POZOSTALEJ DO ZAPLATY NA DOKLADNIE JEDNEJ OTWARTEJ
      *    FAKTURZE TEGO KLIENTA (LUB TEJ KWOCIE POMNIEJSZONEJ
      *    O NALEZNE SKONTO) - PRZY DWOCH TRAFIENIACH LINIA
      *    IDZIE DO WYJATKOW, ZEBY NIE KSIEGOWAC W CIEMNO

           MOVE 0 TO WS-KWOTA-TRAFIEN
                    AND KOD-KLIENTA-R = WS-WY-KLIENT-A
                    COMPUTE WS-POZOSTALO =
                            KWOTA-BRUTTO-R - KWOTA-ZAPLAC-R
                    PERFORM 220-PRZELICZ-WPLATE
                    IF WS-KURSY-SA
                       PERFORM 210-SKONTO-DLA-WPLATY
                       IF WS-POZOSTALO = WS-WPLATA
                          OR WS-SKONTO > 0
                          ADD 1 TO WS-KWOTA-TRAFIEN
                          MOVE NR-FAKTURY-R TO WS-KWOTA-FAKTURA
                       END-IF
                    END-IF
                 END-IF
                 READ ROZRFILE NEXT
                            " A PRZELEW OD " WS-WY-KLIENT-A
                            " - LINIA DO WYJATKOW"
                 ELSE
                    COMPUTE WS-POZOSTALO =
                            KWOTA-BRUTTO-R - KWOTA-ZAPLAC-R
                    PERFORM 220-PRZELICZ-WPLATE
                    IF WS-KURSY-SA
                       PERFORM 205-ZAKSIEGUJ-WPLATE
                    ELSE
                       DISPLAY "UWAGA: PRZELEW W " WS-WY-WALUTA-A
                               " NA FAKTURE " NR-FAKTURY-R
                               " - BRAK KURSU LUB INNA WALUTA "
                               "KLIENTA - LINIA DO WYJATKOW"
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       205-ZAKSIEGUJ-WPLATE.

           PERFORM 210-SKONTO-DLA-WPLATY
           ADD WS-WPLATA TO KWOTA-ZAPLAC-R
           ADD WS-SKONTO TO KWOTA-ZAPLAC-R
           IF KWOTA-ZAPLAC-R >= KWOTA-BRUTTO-R
              MOVE "Z" TO STATUS-R
           END-IF
           REWRITE ROZR-REC
           IF ERR-R = 0
              MOVE "T" TO WS-DOPASOWANE
              ADD 1 TO WS-LINIE-DOPASOWANE
              PERFORM 300-LOG-WPLATY
              DISPLAY "PRZELEW " WS-WPLATA
                      " ZAKSIEGOWANY NA FAKTURE "
                      NR-FAKTURY-R
              IF WS-SKONTO > 0
                 ADD 1 TO WS-LINIE-SKONTO
                 PERFORM 310-LOG-SKONTA
                 DISPLAY "  SKONTO " WS-SKONTO
                         " - FAKTURA ZAMKNIETA"
              END-IF
              IF WS-JEST-WALUTOWA
                 ADD 1 TO WS-LINIE-WALUTOWE
                 PERFORM 320-LOG-ROZNICY-KURSOWEJ
                 DISPLAY "  " WS-WY-WALUTA-A " " WS-WPLATA-WAL
                         " - ROZNICA KURSOWA " WS-RK-ROZNICA-O
              END-IF
           END-IF
           .

       210-SKONTO-DLA-WPLATY.

      *    SKONTO NALEZY SIE TYLKO GDY PRZELEW W TERMINIE SKONTA
      *    JEST KROTSZY OD KWOTY POZOSTALEJ DOKLADNIE O SKONTO

           MOVE 0 TO WS-SKONTO
           IF PROC-SKONTA-R > 0
              AND DATA-SKONTA-R > 0
              AND WS-WY-DATA-A <= DATA-SKONTA-R
              AND WS-WPLATA < WS-POZOSTALO
              COMPUTE WS-KWOTA-SKONTA ROUNDED =
                      KWOTA-BRUTTO-R * PROC-SKONTA-R / 100
              IF WS-POZOSTALO - WS-WPLATA = WS-KWOTA-SKONTA
                 MOVE WS-KWOTA-SKONTA TO WS-SKONTO
              END-IF
           END-IF
           .

       220-PRZELICZ-WPLATE.

      *    POZYCJA W Rozrachunki JEST W PLN PO KURSIE Z DATY
      *    FAKTURY - TYM KURSEM ZDEJMUJEMY NALEZNOSC (WS-WPLATA).
      *    WARTOSC PO KURSIE Z DATY WYCIAGU MINUS WARTOSC PO
      *    KURSIE FAKTURY TO ZREALIZOWANA ROZNICA KURSOWA.
      *    PRZELEW ROWNY CALEJ KWOCIE POZOSTALEJ W WALUCIE ZAMYKA
      *    POZYCJE BEZ RESZTY Z ZAOKRAGLEN

           MOVE "T" TO WS-KURSY-OK
           MOVE 0 TO WS-ROZNICA-KURS
           IF WS-JEST-WALUTOWA
              MOVE 0 TO WS-WPLATA
              MOVE SPACES TO WS-WALUTA-KLIENTA
              OPEN INPUT KLIENCIFILE
              IF ERR-K = 0
                 MOVE KOD-KLIENTA-R TO KOD-KLIENTA
                 READ KLIENCIFILE
                 IF ERR-K = 0
                    MOVE WALUTA-K TO WS-WALUTA-KLIENTA
                 END-IF
                 CLOSE KLIENCIFILE
              END-IF
              MOVE WS-WY-WALUTA-A TO WS-KURS-WALUTA
              MOVE DATA-FAKTURY-R TO WS-KURS-DATA
              PERFORM 230-SZUKAJ-KURSU
              MOVE WS-KURS-WART TO WS-KURS-FAKTURY
              MOVE WS-WY-DATA-A TO WS-KURS-DATA
              PERFORM 230-SZUKAJ-KURSU
              MOVE WS-KURS-WART TO WS-KURS-WPLATY
              IF WS-WALUTA-KLIENTA NOT = WS-WY-WALUTA-A
                 OR WS-KURS-FAKTURY = 0
                 OR WS-KURS-WPLATY = 0
                 MOVE "N" TO WS-KURSY-OK
              ELSE
                 COMPUTE WS-POZOSTALO-WAL ROUNDED =
                         WS-POZOSTALO / WS-KURS-FAKTURY
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
              END-IF
           END-IF
           .

       230-SZUKAJ-KURSU.

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

       300-LOG-WPLATY.

           MOVE WS-DZIS TO WS-WP-DATA-O
           CLOSE WPLATYFILE
           .

       310-LOG-SKONTA.

      *    SKONTO JAKO OSOBNE UZNANIE NA FAKTURZE (ZRODLO SKONTO)
      *    ORAZ W REJESTRZE UDZIELONYCH SKONT

           MOVE WS-SKONTO TO WS-WP-KWOTA-O
           MOVE "SKONTO" TO WS-WP-ZRODLO-O
           OPEN EXTEND WPLATYFILE
           IF ERR-W NOT = 0
              CLOSE WPLATYFILE
              OPEN OUTPUT WPLATYFILE
           END-IF
           WRITE WPLATA-REC FROM WS-WPLATA-LINIA
           CLOSE WPLATYFILE

           MOVE WS-DZIS TO WS-SK-DATA-O
           MOVE NR-FAKTURY-R TO WS-SK-FAKT-O
           MOVE KOD-KLIENTA-R TO WS-SK-KLIENT-O
           MOVE KWOTA-BRUTTO-R TO WS-SK-BRUTTO-O
           MOVE PROC-SKONTA-R TO WS-SK-PROC-O
           MOVE WS-WPLATA TO WS-SK-WPLATA-O
           MOVE WS-SKONTO TO WS-SK-KWOTA-O
           MOVE DATA-SKONTA-R TO WS-SK-TERMIN-O
           OPEN EXTEND SKONTAFILE
           IF ERR-SK NOT = 0
              CLOSE SKONTAFILE
              OPEN OUTPUT SKONTAFILE
           END-IF
           WRITE SKONTO-REC FROM WS-SKONTO-LINIA
           CLOSE SKONTAFILE
           .

       320-LOG-ROZNICY-KURSOWEJ.

      *    DODATNIA ROZNICA = PRZYCHOD (KURS WPLATY WYZSZY),
      *    UJEMNA = KOSZT. DATA = DATA WYCIAGU

           MOVE WS-WY-DATA-A TO WS-RK-DATA-O
           MOVE NR-FAKTURY-R TO WS-RK-FAKT-O
           MOVE KOD-KLIENTA-R TO WS-RK-KLIENT-O
           MOVE WS-WY-WALUTA-A TO WS-RK-WALUTA-O
           MOVE WS-WPLATA-WAL TO WS-RK-KWOTA-O
           MOVE WS-KURS-FAKTURY TO WS-RK-KURS-F-O
           MOVE WS-KURS-WPLATY TO WS-RK-KURS-W-O
           MOVE WS-ROZNICA-KURS TO WS-RK-ROZNICA-O
           MOVE "BANK" TO WS-RK-ZRODLO-O
           OPEN EXTEND ROZNICEFILE
           IF ERR-RK NOT = 0
              CLOSE ROZNICEFILE
              OPEN OUTPUT ROZNICEFILE
           END-IF
           WRITE ROZNICE-REC FROM WS-RK-LINIA
           CLOSE ROZNICEFILE
           .

       400-ZAPISZ-WYJATEK.

           ADD 1 TO WS-LINIE-WYJATKI
