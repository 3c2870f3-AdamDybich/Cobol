       IDENTIFICATION DIVISION.

      *    ODSETKI - NOTY ODSETKOWE ZA ZWLOKE W PLATNOSCI: DLA
      *    KAZDEJ WPLATY Z WplatyKlientow.txt Z DANEGO MIESIACA,
      *    ZAKSIEGOWANEJ NA FAKTURE PO JEJ TERMINIE (DATA-PLATN-R
      *    Z Rozrachunki), LICZY ODSETKI OD KWOTY WPLATY ZA DNI
      *    ZWLOKI WG TABELI STOP ROCZNYCH StopyOdsetek.txt
      *    (LINIA: RRMMDD SS.SS - STOPA OBOWIAZUJE OD DATY DO
      *    NASTEPNEGO WPISU, KAZDY DZIEN ZWLOKI WG STOPY Z TEGO
      *    DNIA, ROK 365 DNI). JEDNA NOTA NA KLIENTA I MIESIAC,
      *    NUMER Z SERII NOTAODS; NOTA PONIZEJ PROGU
      *    MIN-KWOTA-NOTY NIE JEST WYSTAWIANA. NOTA OTWIERA
      *    POZYCJE W Rozrachunki POD NUMEREM 9000000 + NUMER NOTY
      *    (ZAKRES ROZLACZNY Z NUMERAMI FAKTUR) - WPLATY NA NOTY
      *    NIE SA PODSTAWA DO ODSETEK. KAZDA NOTA JEST WPISYWANA
      *    DO RejestrNotOdsetkowych.txt, PONOWNY PRZEBIEG ZA TEN
      *    SAM MIESIAC POMIJA KLIENTOW Z WYSTAWIONA NOTA.
      *    WYDRUK NOT DO NotyOdsetkowe-RRMM-NNNNNNN.txt Z WPISEM
      *    W RejestrRaportow.txt. PARAMETR: RRMM (PUSTE =
      *    POPRZEDNI MIESIAC). NUMERY FAKTUR NA NOCIE W POSTACI
      *    ROCZNEJ, GDY SERIA JA MA (NUMERYROK)

       PROGRAM-ID. ODSETKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               LOCK MODE IS AUTOMATIC
               STATUS ERR-R.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT WPLATYFILE ASSIGN TO "WplatyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WP.

           SELECT STOPYFILE ASSIGN TO "StopyOdsetek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ST.

           SELECT REJNOTFILE ASSIGN TO "RejestrNotOdsetkowych.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RN.

           SELECT WYDRUKFILE ASSIGN TO WS-WYDRUK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT REJRAPFILE ASSIGN TO "RejestrRaportow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RR.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

       DATA DIVISION.

       FILE SECTION.

       FD ROZRFILE  BLOCK CONTAINS 0.
       01 ROZR-REC.
          05 NR-FAKTURY-R    PIC 9(7).
          05 KOD-KLIENTA-R   PIC X(10).
          05 DATA-FAKTURY-R  PIC 9(6).
          05 DATA-PLATN-R    PIC 9(6).
          05 KWOTA-BRUTTO-R  PIC 9(11)V99.
          05 KWOTA-ZAPLAC-R  PIC 9(11)V99.
          05 STATUS-R        PIC X(1).
             88 ROZR-OTWARTA    VALUE "O".
             88 ROZR-ZAPLACONA  VALUE "Z".
          05 POZIOM-MONITU-R PIC 9(1).
          05 DATA-SKONTA-R   PIC 9(6).
          05 PROC-SKONTA-R   PIC 9(2)V99.

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

       FD WPLATYFILE.
       01 WPLATA-REC PIC X(80).

       FD STOPYFILE.
       01 STOPY-REC PIC X(30).

       FD REJNOTFILE.
       01 REJNOT-REC PIC X(60).

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(100).

       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       WORKING-STORAGE SECTION.
       01 ERR-RR PIC 99.
       01 ERR-N PIC 99.
       01 WS-KR-NR PIC 9(7).
       01 WS-KR-DATA PIC 9(6).
       01 WS-KR-CZAS PIC 9(8).
       01 WS-KR-PROGRAM PIC X(8).
       01 WS-KR-PARAMETRY PIC X(20).
       01 WS-KR-NUMERY-BLAD PIC X(1).
          88 WS-KR-JEST-BLAD VALUE "T".
       01 WS-UZYTKOWNIK PIC X(8) VALUE "SYSTEM".
       01 WS-REJRAP-LINIA.
          05 WS-RR-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PROG-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-OPER-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PARAM-O  PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PLIK-O   PIC X(40).
       01 ERR-R PIC 99.
       01 ERR-K PIC 99.
       01 ERR-WP PIC 99.
       01 ERR-ST PIC 99.
       01 ERR-RN PIC 99.
       01 ERR-W PIC 99.

       01 SPRZEDAWCA-NAZWA PIC X(30)
          VALUE "HURTOWNIA MAGAZYNOWA SP Z O O".
       01 SPRZEDAWCA-ADRES PIC X(40)
          VALUE "UL. SKLADOWA 12, 00-950 WARSZAWA".
       01 SPRZEDAWCA-NIP PIC X(10) VALUE "5260001246".

      *    PROG KWOTOWY NOTY, TERMIN ZAPLATY NOTY I PRZESUNIECIE
      *    NUMERU NOTY W Rozrachunki

       01 MIN-KWOTA-NOTY PIC 9(5)V99 VALUE 20.00.
       01 DNI-TERMINU-NOTY PIC 9(3) VALUE 14.
       01 BAZA-NUMERU-NOTY PIC 9(7) VALUE 9000000.

       01 WS-PARAM PIC X(10).
       01 WS-MIESIAC PIC 9(4).
       01 WS-MIESIAC-X REDEFINES WS-MIESIAC PIC X(4).
       01 WS-ROK PIC 9(2).
       01 WS-MC PIC 9(2).
       01 WS-DZIS PIC 9(6).
       01 WS-WYDRUK-NAZWA PIC X(40).
       01 WS-LINIA-WYJSCIE PIC X(100).

       01 WS-DATA-8 PIC 9(8).
       01 WS-TERMIN-INT PIC 9(9).
       01 WS-WPLATA-INT PIC 9(9).
       01 WS-DZIEN-INT PIC 9(9).
       01 WS-DNI-ZWLOKI PIC 9(5).
       01 WS-KWOTA-WPLATY PIC 9(11)V99.
       01 WS-ODSETKI-DOKL PIC 9(11)V9(6).
       01 WS-ODSETKI-POZ PIC 9(11)V99.
       01 WS-STOPA-DNIA PIC 9(2)V99.

       01 WS-STOPY-N PIC 9(3) VALUE 0.
       01 WS-STOPY-I PIC 9(3).
       01 WS-STOPY-NAJL PIC 9(9).
       01 WS-STOPY-TAB OCCURS 100.
          05 WS-STOPY-OD-INT PIC 9(9).
          05 WS-STOPY-STOPA  PIC 9(2)V99.
       01 WS-STOPY-LINIA.
          05 WS-SL-DATA-A   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-SL-STOPA-A  PIC X(6).

      *    POZYCJE NOTY BIEZACEGO KLIENTA

       01 WS-KLIENT PIC X(10).
       01 WS-POZ-N PIC 9(3) VALUE 0.
       01 WS-POZ-I PIC 9(3).
       01 WS-POZ-LIMIT PIC X(1) VALUE "N".
          88 WS-POZ-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-POZ-TAB OCCURS 200.
          05 WS-POZ-FAKT     PIC 9(7).
          05 WS-POZ-TERMIN   PIC 9(6).
          05 WS-POZ-ZAPLATA  PIC 9(6).
          05 WS-POZ-DNI      PIC 9(5).
          05 WS-POZ-KWOTA    PIC 9(11)V99.
          05 WS-POZ-ODSETKI  PIC 9(11)V99.
       01 WS-SUMA-NOTY PIC 9(11)V99.

      *    KLIENCI DO NALICZENIA W MIESIACU (Z WPLAT PO TERMINIE)

       01 WS-KL-N PIC 9(3) VALUE 0.
       01 WS-KL-I PIC 9(3).
       01 WS-KL-ZNALEZIONY PIC X(1).
          88 WS-KL-JEST VALUE "T".
       01 WS-KL-LIMIT PIC X(1) VALUE "N".
          88 WS-KL-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-KL-TAB OCCURS 200.
          05 WS-KL-KOD       PIC X(10).

       01 WS-NOTA-BYLA PIC X(1).
          88 WS-NOTA-JUZ-BYLA VALUE "T".
       01 WS-NR-NOTY PIC 9(7).
       01 WS-NR-ROZRACHUNKU PIC 9(7).
       01 WS-NOT-WYSTAWIONYCH PIC 9(5) VALUE 0.
       01 WS-NOT-PONIZEJ-PROGU PIC 9(5) VALUE 0.
       01 WS-NOT-JUZ-BYLO PIC 9(5) VALUE 0.
       01 WS-SUMA-NOT PIC 9(13)V99 VALUE 0.

       01 WS-WPLATA-LINIA.
          05 WS-WP-DATA-O   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-WP-CZAS-O   PIC 9(8).
          05 FILLER         PIC X.
          05 WS-WP-FAKT-O   PIC 9(7).
          05 FILLER         PIC X.
          05 WS-WP-KLIENT-O PIC X(10).
          05 FILLER         PIC X.
          05 WS-WP-KWOTA-O  PIC X(14).
          05 FILLER         PIC X.
          05 WS-WP-ZRODLO-O PIC X(8).

       01 WS-REJNOT-LINIA.
          05 WS-RN-DATA-O    PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RN-NR-O      PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RN-MIESIAC-O PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RN-KLIENT-O  PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RN-KWOTA-O   PIC Z(10)9.99.

       01 WS-N-POZYCJA.
          05 WS-NP-FAKT-O   PIC X(16).
          05 FILLER         PIC X(8) VALUE " TERMIN ".
          05 WS-NP-TERMIN-O PIC 9(6).
          05 FILLER         PIC X(10) VALUE " ZAPLATA ".
          05 WS-NP-ZAPL-O   PIC 9(6).
          05 FILLER         PIC X(5) VALUE " DNI ".
          05 WS-NP-DNI-O    PIC ZZZZ9.
          05 FILLER         PIC X(7) VALUE " KWOTA ".
          05 WS-NP-KWOTA-O  PIC Z(9)9.99.
          05 FILLER         PIC X(6) VALUE " ODS. ".
          05 WS-NP-ODS-O    PIC Z(7)9.99.
       01 WS-KWOTA-EDYCJA PIC Z(10)9.99.

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           IF WS-PARAM(1:4) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(1:4)) = 0
              COMPUTE WS-MIESIAC = FUNCTION NUMVAL (WS-PARAM(1:4))
           ELSE
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

           DISPLAY "NOTY ODSETKOWE ZA WPLATY Z MIESIACA " WS-MIESIAC

           PERFORM 100-WCZYTAJ-STOPY
           IF WS-STOPY-N = 0
              DISPLAY "BRAK TABELI StopyOdsetek.txt - NOTY NIE "
                      "WYSTAWIONE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ROZRFILE
           IF ERR-R NOT = 0
              DISPLAY "BRAK PLIKU Rozrachunki - KOD " ERR-R
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT KLIENCIFILE

           PERFORM 200-KLIENCI-Z-ZWLOKA

           PERFORM 996-NUMER-RAPORTU
           MOVE SPACES TO WS-WYDRUK-NAZWA
           STRING "NotyOdsetkowe-" WS-MIESIAC "-" WS-KR-NR ".txt"
                  DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA
           OPEN OUTPUT WYDRUKFILE
           IF ERR-W NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU WYDRUKU - KOD "
                      ERR-W
           ELSE
              PERFORM VARYING WS-KL-I FROM 1 BY 1
                      UNTIL WS-KL-I > WS-KL-N
                 MOVE WS-KL-KOD (WS-KL-I) TO WS-KLIENT
                 PERFORM 300-NOTA-KLIENTA
              END-PERFORM
              CLOSE WYDRUKFILE
              IF WS-NOT-WYSTAWIONYCH > 0
                 DISPLAY "NOTY ZAPISANE DO: " WS-WYDRUK-NAZWA
                 MOVE "ODSETKI" TO WS-KR-PROGRAM
                 MOVE WS-MIESIAC TO WS-KR-PARAMETRY
                 PERFORM 995-REJESTR-RAPORTU
              END-IF
           END-IF

           CLOSE KLIENCIFILE
           CLOSE ROZRFILE

           DISPLAY "---------------------"
           DISPLAY "NOT WYSTAWIONYCH     : " WS-NOT-WYSTAWIONYCH
           DISPLAY "SUMA ODSETEK         : " WS-SUMA-NOT
           DISPLAY "PONIZEJ PROGU        : " WS-NOT-PONIZEJ-PROGU
           DISPLAY "NOTA JUZ WYSTAWIONA  : " WS-NOT-JUZ-BYLO
           IF WS-KL-LIMIT-PRZEKROCZONY OR WS-POZ-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: PRZEKROCZONO LIMIT TABEL (200) - "
                      "CZESC WPLAT POMINIETO"
           END-IF

           STOP RUN
           .

       900-PISZ-LINIE.

           WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           .

       100-WCZYTAJ-STOPY.

           MOVE 0 TO WS-STOPY-N
           OPEN INPUT STOPYFILE
           IF ERR-ST = 0
              READ STOPYFILE INTO WS-STOPY-LINIA
              PERFORM UNTIL ERR-ST > 0
                 IF WS-SL-DATA-A IS NUMERIC AND WS-STOPY-N < 100
                    ADD 1 TO WS-STOPY-N
                    STRING "20" WS-SL-DATA-A DELIMITED BY SIZE
                           INTO WS-DATA-8
                    COMPUTE WS-STOPY-OD-INT (WS-STOPY-N) =
                            FUNCTION INTEGER-OF-DATE (WS-DATA-8)
                    COMPUTE WS-STOPY-STOPA (WS-STOPY-N) =
                            FUNCTION NUMVAL (WS-SL-STOPA-A)
                 END-IF
                 READ STOPYFILE INTO WS-STOPY-LINIA
              END-PERFORM
              CLOSE STOPYFILE
           END-IF
           .

       200-KLIENCI-Z-ZWLOKA.

           OPEN INPUT WPLATYFILE
           IF ERR-WP = 0
              READ WPLATYFILE INTO WS-WPLATA-LINIA
              PERFORM UNTIL ERR-WP > 0
                 IF WS-WP-DATA-O(1:4) = WS-MIESIAC-X
                    AND WS-WP-FAKT-O < BAZA-NUMERU-NOTY
                    AND WS-WP-ZRODLO-O NOT = "SKONTO"
                    MOVE WS-WP-FAKT-O TO NR-FAKTURY-R
                    READ ROZRFILE
                    IF ERR-R = 0
                       AND WS-WP-DATA-O > DATA-PLATN-R
                       PERFORM 210-DOPISZ-KLIENTA
                    END-IF
                 END-IF
                 READ WPLATYFILE INTO WS-WPLATA-LINIA
              END-PERFORM
              CLOSE WPLATYFILE
           END-IF
           MOVE 0 TO ERR-R
           .

       210-DOPISZ-KLIENTA.

           MOVE "N" TO WS-KL-ZNALEZIONY
           PERFORM VARYING WS-KL-I FROM 1 BY 1
                   UNTIL WS-KL-I > WS-KL-N
              IF WS-KL-KOD (WS-KL-I) = KOD-KLIENTA-R
                 MOVE "T" TO WS-KL-ZNALEZIONY
              END-IF
           END-PERFORM
           IF NOT WS-KL-JEST
              IF WS-KL-N < 200
                 ADD 1 TO WS-KL-N
                 MOVE KOD-KLIENTA-R TO WS-KL-KOD (WS-KL-N)
              ELSE
                 MOVE "T" TO WS-KL-LIMIT
              END-IF
           END-IF
           .

       300-NOTA-KLIENTA.

           PERFORM 310-CZY-NOTA-BYLA
           IF WS-NOTA-JUZ-BYLA
              ADD 1 TO WS-NOT-JUZ-BYLO
              DISPLAY "KLIENT " WS-KLIENT " - NOTA ZA " WS-MIESIAC
                      " JUZ WYSTAWIONA"
           ELSE
              PERFORM 320-POZYCJE-NOTY
              IF WS-SUMA-NOTY < MIN-KWOTA-NOTY
                 ADD 1 TO WS-NOT-PONIZEJ-PROGU
                 DISPLAY "KLIENT " WS-KLIENT " - ODSETKI "
                         WS-SUMA-NOTY " PONIZEJ PROGU - BEZ NOTY"
              ELSE
                 PERFORM 350-NUMER-NOTY
                 IF WS-NR-NOTY = 0
                    DISPLAY "BLAD SERII NOTAODS - NOTA DLA "
                            WS-KLIENT " NIE WYSTAWIONA"
                 ELSE
                    COMPUTE WS-NR-ROZRACHUNKU =
                            BAZA-NUMERU-NOTY + WS-NR-NOTY
                    PERFORM 400-DRUKUJ-NOTE
                    PERFORM 450-ROZRACHUNEK-NOTY
                    PERFORM 460-REJESTR-NOTY
                    ADD 1 TO WS-NOT-WYSTAWIONYCH
                    ADD WS-SUMA-NOTY TO WS-SUMA-NOT
                 END-IF
              END-IF
           END-IF
           .

       310-CZY-NOTA-BYLA.

           MOVE "N" TO WS-NOTA-BYLA
           OPEN INPUT REJNOTFILE
           IF ERR-RN = 0
              READ REJNOTFILE INTO WS-REJNOT-LINIA
              PERFORM UNTIL ERR-RN > 0
                 IF WS-RN-KLIENT-O = WS-KLIENT
                    AND WS-RN-MIESIAC-O = WS-MIESIAC
                    MOVE "T" TO WS-NOTA-BYLA
                 END-IF
                 READ REJNOTFILE INTO WS-REJNOT-LINIA
              END-PERFORM
              CLOSE REJNOTFILE
           END-IF
           .

       320-POZYCJE-NOTY.

           MOVE 0 TO WS-POZ-N
           MOVE 0 TO WS-SUMA-NOTY
           OPEN INPUT WPLATYFILE
           IF ERR-WP = 0
              READ WPLATYFILE INTO WS-WPLATA-LINIA
              PERFORM UNTIL ERR-WP > 0
                 IF WS-WP-DATA-O(1:4) = WS-MIESIAC-X
                    AND WS-WP-KLIENT-O = WS-KLIENT
                    AND WS-WP-FAKT-O < BAZA-NUMERU-NOTY
                    AND WS-WP-ZRODLO-O NOT = "SKONTO"
                    MOVE WS-WP-FAKT-O TO NR-FAKTURY-R
                    READ ROZRFILE
                    IF ERR-R = 0
                       AND WS-WP-DATA-O > DATA-PLATN-R
                       PERFORM 330-POZYCJA-NOTY
                    END-IF
                 END-IF
                 READ WPLATYFILE INTO WS-WPLATA-LINIA
              END-PERFORM
              CLOSE WPLATYFILE
           END-IF
           MOVE 0 TO ERR-R
           .

       330-POZYCJA-NOTY.

           COMPUTE WS-KWOTA-WPLATY = FUNCTION NUMVAL (WS-WP-KWOTA-O)
           STRING "20" DATA-PLATN-R DELIMITED BY SIZE
                  INTO WS-DATA-8
           COMPUTE WS-TERMIN-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8)
           STRING "20" WS-WP-DATA-O DELIMITED BY SIZE
                  INTO WS-DATA-8
           COMPUTE WS-WPLATA-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8)
           COMPUTE WS-DNI-ZWLOKI = WS-WPLATA-INT - WS-TERMIN-INT

           MOVE 0 TO WS-ODSETKI-DOKL
           COMPUTE WS-DZIEN-INT = WS-TERMIN-INT + 1
           PERFORM UNTIL WS-DZIEN-INT > WS-WPLATA-INT
              PERFORM 340-STOPA-DNIA
              COMPUTE WS-ODSETKI-DOKL = WS-ODSETKI-DOKL
                      + WS-KWOTA-WPLATY * WS-STOPA-DNIA / 36500
              ADD 1 TO WS-DZIEN-INT
           END-PERFORM
           COMPUTE WS-ODSETKI-POZ ROUNDED = WS-ODSETKI-DOKL

           IF WS-POZ-N < 200
              ADD 1 TO WS-POZ-N
              MOVE NR-FAKTURY-R TO WS-POZ-FAKT (WS-POZ-N)
              MOVE DATA-PLATN-R TO WS-POZ-TERMIN (WS-POZ-N)
              MOVE WS-WP-DATA-O TO WS-POZ-ZAPLATA (WS-POZ-N)
              MOVE WS-DNI-ZWLOKI TO WS-POZ-DNI (WS-POZ-N)
              MOVE WS-KWOTA-WPLATY TO WS-POZ-KWOTA (WS-POZ-N)
              MOVE WS-ODSETKI-POZ TO WS-POZ-ODSETKI (WS-POZ-N)
              ADD WS-ODSETKI-POZ TO WS-SUMA-NOTY
           ELSE
              MOVE "T" TO WS-POZ-LIMIT
           END-IF
           .

       340-STOPA-DNIA.

      *    STOPA Z NAJPOZNIEJSZEGO WPISU O DACIE NIE POZNIEJSZEJ
      *    NIZ DZIEN ZWLOKI (TA SAMA ZASADA CO 210-SZUKAJ-KURSU
      *    W PLATNOSCI.COB)

           MOVE 0 TO WS-STOPA-DNIA
           MOVE 0 TO WS-STOPY-NAJL
           PERFORM VARYING WS-STOPY-I FROM 1 BY 1
                   UNTIL WS-STOPY-I > WS-STOPY-N
              IF WS-STOPY-OD-INT (WS-STOPY-I) <= WS-DZIEN-INT
                 AND WS-STOPY-OD-INT (WS-STOPY-I) >= WS-STOPY-NAJL
                 MOVE WS-STOPY-OD-INT (WS-STOPY-I) TO WS-STOPY-NAJL
                 MOVE WS-STOPY-STOPA (WS-STOPY-I) TO WS-STOPA-DNIA
              END-IF
           END-PERFORM
           .

       350-NUMER-NOTY.

           MOVE 0 TO WS-NR-NOTY
           OPEN I-O NUMERYFILE
           IF ERR-N = 35
              CLOSE NUMERYFILE
              OPEN OUTPUT NUMERYFILE
              CLOSE NUMERYFILE
              OPEN I-O NUMERYFILE
           END-IF
           IF ERR-N = 0
              MOVE "NOTAODS" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "NOTAODS" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-NOTY
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE 0 TO WS-NR-NOTY
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       400-DRUKUJ-NOTE.

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "NOTA ODSETKOWA NR " WS-NR-NOTY
                  "   DATA " WS-DZIS
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "WYSTAWCA: " SPRZEDAWCA-NAZWA
                  " NIP " SPRZEDAWCA-NIP
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "          " SPRZEDAWCA-ADRES
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE

           MOVE WS-KLIENT TO KOD-KLIENTA
           MOVE SPACES TO NAZWA-K
           MOVE SPACES TO ADRES-K
           READ KLIENCIFILE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "ODBIORCA: " WS-KLIENT " " NAZWA-K
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "          " ADRES-K
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE "OBCIAZAMY PANSTWA ODSETKAMI ZA OPOZNIENIE W ZAPLACIE"
                TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "PONIZSZYCH FAKTUR (WPLATY Z MIESIACA " WS-MIESIAC
                  "):" DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE

           PERFORM VARYING WS-POZ-I FROM 1 BY 1
                   UNTIL WS-POZ-I > WS-POZ-N
              MOVE "FAKTURA" TO WS-ND-SERIA
              MOVE WS-POZ-FAKT (WS-POZ-I) TO WS-ND-NUMER
              PERFORM 990-TEKST-NUMERU
              MOVE SPACES TO WS-NP-FAKT-O
              IF WS-ND-TEKST(8:1) = SPACE
                 STRING "FV " WS-ND-TEKST DELIMITED BY SIZE
                        INTO WS-NP-FAKT-O
              ELSE
                 MOVE WS-ND-TEKST TO WS-NP-FAKT-O
              END-IF
              MOVE WS-POZ-TERMIN (WS-POZ-I) TO WS-NP-TERMIN-O
              MOVE WS-POZ-ZAPLATA (WS-POZ-I) TO WS-NP-ZAPL-O
              MOVE WS-POZ-DNI (WS-POZ-I) TO WS-NP-DNI-O
              MOVE WS-POZ-KWOTA (WS-POZ-I) TO WS-NP-KWOTA-O
              MOVE WS-POZ-ODSETKI (WS-POZ-I) TO WS-NP-ODS-O
              MOVE WS-N-POZYCJA TO WS-LINIA-WYJSCIE
              PERFORM 900-PISZ-LINIE
           END-PERFORM

           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE WS-SUMA-NOTY TO WS-KWOTA-EDYCJA
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "RAZEM ODSETKI DO ZAPLATY: " WS-KWOTA-EDYCJA
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "TERMIN ZAPLATY: " DNI-TERMINU-NOTY
                  " DNI OD DATY NOTY. W TYTULE PRZELEWU PROSIMY "
                  "PODAC NR " WS-NR-ROZRACHUNKU
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE ALL "=" TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           .

       450-ROZRACHUNEK-NOTY.

           MOVE WS-NR-ROZRACHUNKU TO NR-FAKTURY-R
           MOVE WS-KLIENT TO KOD-KLIENTA-R
           MOVE WS-DZIS TO DATA-FAKTURY-R
           STRING "20" WS-DZIS DELIMITED BY SIZE
                  INTO WS-DATA-8
           COMPUTE WS-TERMIN-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8) + DNI-TERMINU-NOTY
           COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER
                   (WS-TERMIN-INT)
           MOVE WS-DATA-8(3:6) TO DATA-PLATN-R
           MOVE WS-SUMA-NOTY TO KWOTA-BRUTTO-R
           MOVE 0 TO KWOTA-ZAPLAC-R
           MOVE "O" TO STATUS-R
           MOVE 0 TO POZIOM-MONITU-R
           MOVE 0 TO DATA-SKONTA-R
           MOVE 0 TO PROC-SKONTA-R
           WRITE ROZR-REC
           IF ERR-R NOT = 0
              DISPLAY "UWAGA: ZAPIS ROZRACHUNKU NOTY "
                      WS-NR-NOTY " - KOD " ERR-R
           END-IF
           .

       460-REJESTR-NOTY.

           MOVE WS-DZIS TO WS-RN-DATA-O
           MOVE WS-NR-NOTY TO WS-RN-NR-O
           MOVE WS-MIESIAC TO WS-RN-MIESIAC-O
           MOVE WS-KLIENT TO WS-RN-KLIENT-O
           MOVE WS-SUMA-NOTY TO WS-RN-KWOTA-O

           OPEN EXTEND REJNOTFILE
           IF ERR-RN NOT = 0
              CLOSE REJNOTFILE
              OPEN OUTPUT REJNOTFILE
           END-IF
           WRITE REJNOT-REC FROM WS-REJNOT-LINIA
           CLOSE REJNOTFILE
           .

       990-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .

       995-REJESTR-RAPORTU.

      *    WPIS PRZEBIEGU DO REJESTRU RAPORTOW (TA SAMA
      *    DYSCYPLINA CO 995-ZACHOWAJ-RAPORT W MAGAZYN.COB)

           ACCEPT WS-KR-DATA FROM DATE
           ACCEPT WS-KR-CZAS FROM TIME
           MOVE WS-KR-DATA TO WS-RR-DATA-O
           MOVE WS-KR-CZAS TO WS-RR-CZAS-O
           MOVE WS-KR-PROGRAM TO WS-RR-PROG-O
           MOVE WS-UZYTKOWNIK TO WS-RR-OPER-O
           MOVE WS-KR-PARAMETRY TO WS-RR-PARAM-O
           MOVE WS-WYDRUK-NAZWA TO WS-RR-PLIK-O

           OPEN EXTEND REJRAPFILE
           IF ERR-RR NOT = 0
              CLOSE REJRAPFILE
              OPEN OUTPUT REJRAPFILE
           END-IF
           WRITE REJRAP-REC FROM WS-REJRAP-LINIA
           CLOSE REJRAPFILE
           .

       996-NUMER-RAPORTU.

           MOVE "N" TO WS-KR-NUMERY-BLAD
           OPEN I-O NUMERYFILE
           IF ERR-N = 35
              CLOSE NUMERYFILE
              OPEN OUTPUT NUMERYFILE
              CLOSE NUMERYFILE
              OPEN I-O NUMERYFILE
           END-IF
           IF ERR-N NOT = 0
              MOVE "T" TO WS-KR-NUMERY-BLAD
              MOVE 0 TO WS-KR-NR
           ELSE
              MOVE "RAPORT" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "RAPORT" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-KR-NR
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-KR-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .
