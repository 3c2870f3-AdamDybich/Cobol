      *    SERIA OFERTA W NumeryKontrolne, WYDRUK IDZIE DO
      *    Oferty.txt. PRZYJETA OFERTE MOZNA JEDNYM KROKIEM
      *    ZAMIENIC NA NAGLOWEK Zamowienia I LINIE
      *    ZamowieniaLinie - O ILE NIE MINELA DATA WAZNOSCI;
      *    PRZY ZAMIANIE WSKAZUJE SIE ADRES DOSTAWY KLIENTA
      *    (AdresyDostaw, PUSTY = ADRES Z KARTOTEKI KLIENTA).
      *    CENA LINII OFERTY PONIZEJ MINIMALNEJ MARZY KATEGORII
      *    (MarzeMinimalne.txt) WOBEC SREDNIEJ CENY ZAKUPU STAWIA
      *    ZAMOWIENIE Z ZAMIANY NA WSTRZYMANIU MARZOWYM
      *    (ZatwierdzeniaMarzy, ZWOLNIENIE W ZAMOWIENIA.COB).
      *    STATUS OFERTY: O=OTWARTA Z=ZAMIENIONA X=ANULOWANA

       PROGRAM-ID. OFERTY.
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT TKFILE ASSIGN TO "TowaryKlientow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-TK
               ALTERNATE RECORD KEY KLUCZ-NASZ-TK WITH DUPLICATES
               STATUS ERR-TK.

           SELECT ADRDFILE ASSIGN TO "AdresyDostaw"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ADRD
               STATUS ERR-AD.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT MARZFILE ASSIGN TO "MarzeMinimalne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-MM.

           SELECT MZFILE ASSIGN TO "ZatwierdzeniaMarzy"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAM-MZ
               STATUS ERR-MZ.

       DATA DIVISION.

       FILE SECTION.
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

       FD TKFILE  BLOCK CONTAINS 0.
       01 TK-REC.
          05 KLUCZ-TK.
             10 KLIENT-TK      PIC X(10).
             10 KOD-TOW-KL-TK  PIC X(20).
          05 KLUCZ-NASZ-TK.
             10 KLIENT-NASZ-TK PIC X(10).
             10 TOWAR-TK       PIC X(20).
          05 OPIS-TK         PIC X(40).

       FD ADRDFILE  BLOCK CONTAINS 0.
       01 ADRD-REC.
          05 KLUCZ-ADRD.
             10 KOD-KLIENTA-AD PIC X(10).
             10 KOD-ADRESU-AD  PIC X(6).
          05 NAZWA-AD        PIC X(30).
          05 ADRES-AD        PIC X(40).
          05 REGION-AD       PIC X(4).
          05 KONTAKT-AD      PIC X(30).
          05 GODZINY-AD      PIC X(20).
          05 AKTYWNY-AD      PIC X(1).
             88 ADRES-AKTYWNY VALUE "T".

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
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

       FD ZAMLFILE  BLOCK CONTAINS 0.
       01 ZAML-REC.
             88 LIN-ZREALIZOWANA  VALUE "R".
             88 LIN-BACKORDER     VALUE "B".
             88 LIN-ANULOWANA     VALUE "X".
          05 DATA-OBIECANA-L PIC 9(6).
          05 PO-OBIETNICY-L  PIC 9(7).
          05 TRYB-DOSTAWY-L  PIC X(1).
             88 LIN-DROPSHIP     VALUE "D".
          05 KOD-TOW-KLIENTA-L PIC X(20).

       FD STAWKIFILE.
       01 STAWKI-REC PIC X(60).
       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(120).

       FD MARZFILE.
       01 MARZ-REC PIC X(80).

       FD MZFILE  BLOCK CONTAINS 0.
       01 MZ-REC.
          05 NR-ZAM-MZ          PIC 9(7).
          05 KLIENT-MZ          PIC X(10).
          05 TWORCA-MZ          PIC X(8).
          05 DATA-UTW-MZ        PIC 9(6).
          05 ZRODLO-MZ          PIC X(10).
          05 LINIE-PONIZEJ-MZ   PIC 9(3).
          05 MARZA-MIN-MZ       PIC S9(5)V99.
          05 PROG-MIN-MZ        PIC 9(3)V99.
          05 STATUS-MZ          PIC X(1).
             88 MZ-OCZEKUJE        VALUE "O".
             88 MZ-ZWOLNIONE       VALUE "Z".
             88 MZ-ODRZUCONE       VALUE "R".
          05 DECYDENT-MZ        PIC X(8).
          05 DATA-DECYZJI-MZ    PIC 9(6).
          05 UZASADNIENIE-MZ    PIC X(40).

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-NOWA     VALUE "1".
       01 ERR-L PIC 99.
       01 ERR-ST PIC 99.
       01 ERR-W PIC 99.
       01 ERR-AD PIC 99.
       01 ERR-TK PIC 99.
       01 ERR-MM PIC 99.
       01 ERR-MZ PIC 99.
       01 WS-ADRES-DOST PIC X(6).
       01 WS-ADRES-OK PIC X(1).
          88 WS-ADRES-JEST-OK VALUE "T".

       01 WS-DZIS PIC 9(6).
       01 WS-NR-OFERTY PIC 9(7).
       01 WS-WART-VAT PIC 9(11)V99.
       01 WS-STAWKA-VAT PIC 9(2)V99.

       01 WS-MM-LINIA.
          05 WS-MM-KAT-A     PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-MM-PROC-A    PIC X(8).
       01 WS-MZ-KATEGORIA PIC X(10).
       01 WS-MZ-KOSZT PIC 9(7)V99.
       01 WS-MZ-MARZA PIC S9(9)V99.
       01 WS-MZ-PROG PIC 9(3)V99.
       01 WS-MZ-PROG-JEST PIC X(1).
          88 WS-MZ-JEST-PROG VALUE "T".
       01 WS-MZ-ZRODLO PIC X(10).
       01 WS-MZ-LINIA PIC X(1).
          88 WS-MZ-LINIA-PONIZEJ VALUE "T".
       01 WS-MZ-LINIE PIC 9(3).
       01 WS-MZ-MARZA-MIN PIC S9(5)V99.
       01 WS-MZ-PROG-MIN PIC 9(3)V99.
       01 WS-MZ-MARZA-O PIC -(5)9.99.
       01 WS-MZ-PROG-O PIC ZZ9.99.

       01 WS-STAWKA-LINIA.
          05 WS-ST-PRZEW-A  PIC X(10).
          05 FILLER         PIC X.
                 MOVE WS-CENA-LICZBA TO CENA-OL
                 PERFORM 116-SZUKAJ-VAT
                 MOVE WS-STAWKA-VAT TO STAWKA-OL
                 PERFORM 117-SPRAWDZ-MARZE
                 IF WS-MZ-LINIA-PONIZEJ
                    MOVE WS-MZ-MARZA TO WS-MZ-MARZA-O
                    MOVE WS-MZ-PROG TO WS-MZ-PROG-O
                    DISPLAY "UWAGA: MARZA LINII " WS-MZ-MARZA-O
                            "% PONIZEJ PROGU " WS-MZ-PROG-O
                            "% - ZAMOWIENIE Z OFERTY BEDZIE "
                            "WSTRZYMANE"
                 END-IF
                 WRITE OFL-REC
                 IF ERR-OL NOT = 0
                    DISPLAY "NIE UDALO SIE ZAPISAC LINII - KOD "
           END-IF
           .

       117-SPRAWDZ-MARZE.

      *    PROG MARZY LINII (TA SAMA LOGIKA CO
      *    114-SPRAWDZ-MARZE-LINII W ZAMOWIENIA.COB); CENA
      *    SPRZEDAZY TO CENA LINII OFERTY W WS-CENA-LICZBA

           MOVE "N" TO WS-MZ-LINIA
           MOVE CENA-ZAKUP OF IN-REC TO WS-MZ-KOSZT
           MOVE CATEGORY OF IN-REC TO WS-MZ-KATEGORIA
           PERFORM 118-PROG-MARZY
           IF WS-MZ-KOSZT > 0 AND WS-MZ-JEST-PROG
              IF WS-CENA-LICZBA > 0
                 COMPUTE WS-MZ-MARZA ROUNDED =
                         (WS-CENA-LICZBA - WS-MZ-KOSZT) * 100
                         / WS-CENA-LICZBA
              ELSE
                 MOVE -100 TO WS-MZ-MARZA
              END-IF
              IF WS-MZ-MARZA < -999
                 MOVE -999 TO WS-MZ-MARZA
              END-IF
              IF WS-MZ-MARZA < WS-MZ-PROG
                 MOVE "T" TO WS-MZ-LINIA
              END-IF
           END-IF
           .

       118-PROG-MARZY.

      *    MINIMALNA MARZA KATEGORII Z MarzeMinimalne.txt; WIERSZ
      *    KATEGORII MA PIERWSZENSTWO PRZED DOMYSLNYM "*"

           MOVE "N" TO WS-MZ-PROG-JEST
           MOVE 0 TO WS-MZ-PROG
           MOVE SPACES TO WS-MZ-ZRODLO
           OPEN INPUT MARZFILE
           IF ERR-MM = 0
              READ MARZFILE INTO WS-MM-LINIA
              PERFORM UNTIL ERR-MM > 0
                 IF (WS-MM-KAT-A = WS-MZ-KATEGORIA
                     OR (WS-MM-KAT-A = "*"
                         AND WS-MZ-ZRODLO NOT = "KATEGORIA"))
                    AND WS-MM-KAT-A NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-MM-PROC-A) = 0
                    MOVE "T" TO WS-MZ-PROG-JEST
                    COMPUTE WS-MZ-PROG =
                            FUNCTION NUMVAL (WS-MM-PROC-A)
                    IF WS-MM-KAT-A = "*"
                       MOVE "DOMYSLNY" TO WS-MZ-ZRODLO
                    ELSE
                       MOVE "KATEGORIA" TO WS-MZ-ZRODLO
                    END-IF
                 END-IF
                 READ MARZFILE INTO WS-MM-LINIA
              END-PERFORM
              CLOSE MARZFILE
           END-IF
           .

       120-ZAPISZ-NAGLOWEK-OFERTY.

           MOVE WS-NR-OFERTY TO NR-OFERTY
              MOVE PRZEWOZNIK-OF TO PRZEWOZNIK-Z
              MOVE 0 TO DATA-REAL-Z
              MOVE 0 TO NR-WZ-Z
              MOVE "N" TO WS-ADRES-OK
              PERFORM UNTIL WS-ADRES-JEST-OK
                 DISPLAY "PODAJ KOD ADRESU DOSTAWY (PUSTE = ADRES "
                         "KLIENTA)"
                 ACCEPT WS-ADRES-DOST
                 PERFORM 315-SPRAWDZ-ADRES
              END-PERFORM
              MOVE WS-ADRES-DOST TO ADRES-DOST-Z
              IF WS-MZ-LINIE > 0
                 MOVE "M" TO WSTRZYMANIE-Z
              ELSE
                 MOVE SPACE TO WSTRZYMANIE-Z
              END-IF
              MOVE SPACES TO PRZEDSTAWICIEL-Z
              MOVE SPACE TO POBRANIE-Z
              MOVE 0 TO KWOTA-POBRANIA-Z
              WRITE ZAM-REC
              IF ERR-Z NOT = 0
                 DISPLAY "NIE UDALO SIE ZAPISAC ZAMOWIENIA - "
                 REWRITE OFERTA-REC
                 DISPLAY "OFERTA " NR-OFERTY " ZAMIENIONA NA "
                         "ZAMOWIENIE " WS-NR-ZAM
                 IF ZAM-WSTRZYMANE-MARZA
                    PERFORM 330-ZAPISZ-WSTRZYMANIE
                 END-IF
              END-IF
              CLOSE ZAMOWFILE
              CLOSE ZAMLFILE
           END-IF
           .

       315-SPRAWDZ-ADRES.

           MOVE "N" TO WS-ADRES-OK
           IF WS-ADRES-DOST = SPACES
              MOVE "T" TO WS-ADRES-OK
           ELSE
              OPEN INPUT ADRDFILE
              IF ERR-AD = 0
                 MOVE KOD-KLIENTA-OF TO KOD-KLIENTA-AD
                 MOVE WS-ADRES-DOST TO KOD-ADRESU-AD
                 READ ADRDFILE
                 IF ERR-AD = 0 AND ADRES-AKTYWNY
                    MOVE "T" TO WS-ADRES-OK
                    DISPLAY "DOSTAWA: " NAZWA-AD
                    DISPLAY "         " ADRES-AD
                 END-IF
                 CLOSE ADRDFILE
              END-IF
              IF NOT WS-ADRES-JEST-OK
                 DISPLAY "KLIENT NIE MA AKTYWNEGO ADRESU "
                         WS-ADRES-DOST
              END-IF
           END-IF
           .

       320-PRZEPISZ-LINIE.

           MOVE 0 TO WS-MZ-LINIE
           OPEN INPUT INFILE
           OPEN INPUT TKFILE
           MOVE NR-OFERTY TO NR-OFERTY-L
           MOVE 0 TO LP-OL
           START OFLFILE KEY NOT < KLUCZ-OL
                 MOVE ILOSC-OL TO ILOSC-L
                 MOVE 0 TO ILOSC-WYDANA-L
                 MOVE "O" TO STATUS-L
                 MOVE 0 TO DATA-OBIECANA-L
                 MOVE 0 TO PO-OBIETNICY-L
                 MOVE SPACE TO TRYB-DOSTAWY-L
                 PERFORM 325-KOD-KLIENTA-LINII
                 MOVE "N" TO WS-MZ-LINIA
                 MOVE TOWAR-OL TO TOWAR
                 MOVE LOKALIZACJA-OL TO LOKALIZACJA
                 READ INFILE
                 IF ERR = 0
                    MOVE CENA-OL TO WS-CENA-LICZBA
                    PERFORM 117-SPRAWDZ-MARZE
                 END-IF
                 WRITE ZAML-REC
                 IF ERR-L NOT = 0
                    DISPLAY "NIE UDALO SIE ZAPISAC LINII LP "
                            LP-OL " - KOD " ERR-L
                 ELSE
                    IF WS-MZ-LINIA-PONIZEJ
                       ADD 1 TO WS-MZ-LINIE
                       IF WS-MZ-LINIE = 1
                          OR WS-MZ-MARZA < WS-MZ-MARZA-MIN
                          MOVE WS-MZ-MARZA TO WS-MZ-MARZA-MIN
                          MOVE WS-MZ-PROG TO WS-MZ-PROG-MIN
                       END-IF
                    END-IF
                 END-IF
                 READ OFLFILE NEXT
              END-PERFORM
              MOVE 0 TO ERR-OL
           END-IF
           IF ERR-TK = 0
              CLOSE TKFILE
           END-IF
           CLOSE INFILE
           .

       330-ZAPISZ-WSTRZYMANIE.

      *    ZAMOWIENIE Z OFERTY Z LINIAMI PONIZEJ PROGU MARZY CZEKA
      *    NA ZWOLNIENIE W ZAMOWIENIA.COB (OPCJA M)

           MOVE WS-MZ-MARZA-MIN TO WS-MZ-MARZA-O
           DISPLAY "ZAMOWIENIE " WS-NR-ZAM " WSTRZYMANE (MARZA) - "
                   "LINII PONIZEJ PROGU: " WS-MZ-LINIE
                   " NAJNIZSZA MARZA " WS-MZ-MARZA-O "%"
           OPEN I-O MZFILE
           IF ERR-MZ = 35
              CLOSE MZFILE
              OPEN OUTPUT MZFILE
              CLOSE MZFILE
              OPEN I-O MZFILE
           END-IF
           IF ERR-MZ NOT = 0
              DISPLAY "BLAD OTWARCIA ZatwierdzeniaMarzy - KOD "
                      ERR-MZ
           ELSE
              MOVE NR-ZAMOWIENIA TO NR-ZAM-MZ
              MOVE KOD-KLIENTA-Z TO KLIENT-MZ
              MOVE "OFERTA" TO TWORCA-MZ
              MOVE DATA-ZAM TO DATA-UTW-MZ
              MOVE "OFERTY" TO ZRODLO-MZ
              MOVE WS-MZ-LINIE TO LINIE-PONIZEJ-MZ
              MOVE WS-MZ-MARZA-MIN TO MARZA-MIN-MZ
              MOVE WS-MZ-PROG-MIN TO PROG-MIN-MZ
              MOVE "O" TO STATUS-MZ
              MOVE SPACES TO DECYDENT-MZ
              MOVE 0 TO DATA-DECYZJI-MZ
              MOVE SPACES TO UZASADNIENIE-MZ
              WRITE MZ-REC
              IF ERR-MZ NOT = 0
                 DISPLAY "BLAD ZAPISU DO ZatwierdzeniaMarzy DLA "
                         "ZAMOWIENIA " NR-ZAMOWIENIA " - KOD " ERR-MZ
              END-IF
              CLOSE MZFILE
           END-IF
           .

       325-KOD-KLIENTA-LINII.

      *    NUMER ARTYKULU KLIENTA DLA TOWARU LINII Z TowaryKlientow
      *    (MAPOWANIE ODWROTNE) - DLA FAKTURY, WZ I AWIZA

           MOVE SPACES TO KOD-TOW-KLIENTA-L
           IF ERR-TK = 0
              MOVE KOD-KLIENTA-OF TO KLIENT-NASZ-TK
              MOVE TOWAR-L TO TOWAR-TK
              READ TKFILE KEY IS KLUCZ-NASZ-TK
              IF ERR-TK = 0
                 MOVE KOD-TOW-KL-TK TO KOD-TOW-KLIENTA-L
              END-IF
              MOVE 0 TO ERR-TK
           END-IF
           .

       400-PRZEGLAD-OFERTY.
