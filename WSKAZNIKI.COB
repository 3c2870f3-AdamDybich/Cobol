       IDENTIFICATION DIVISION.

      *    WSKAZNIKI - PORANNY ARKUSZ WSKAZNIKOW DLA KIEROWNICTWA
      *    (OSTATNI KROK NOCNEGO LANCUCHA KONIECDNIA). JEDNA
      *    STRONA Wskazniki-RRMMDD.txt Z TRZEMA KOLUMNAMI: DZIEN
      *    PRZEBIEGU, OD POCZATKU MIESIACA DO TEGO DNIA I TEN SAM
      *    DZIEN POPRZEDNIEGO MIESIACA (OSTATNI DZIEN MIESIACA,
      *    GDY KROTSZY). WSKAZNIKI RUCHU LICZONE ZE ZRODEL:
      *    - ZAMOWIENIA PRZYJETE (Zamowienia, DATA-ZAM, BEZ
      *      ANULOWANYCH)
      *    - LINIE WYDANE (LICZBA-LINII-Z ZAMOWIEN ZREALIZOWANYCH
      *      W CALOSCI, DATA-REAL-Z)
      *    - FILL-RATE LINII = LINIE WYDANE / (LINIE WYDANE +
      *      ZDARZENIA BRAKU Z BrakiLog.txt) W TYM SAMYM OKRESIE
      *    - WPLATY OTRZYMANE (WplatyKlientow.txt BEZ SKONTA)
      *    - FAKTURY WYSTAWIONE I ICH WARTOSC NETTO
      *      (RejestrSprzedazy.txt, BEZ KOREKT)
      *    WSKAZNIKI STANU - WG STANU W CHWILI PRZEBIEGU, WIEC
      *    TYLKO W KOLUMNIE DNIA; DLA DNIA POPRZEDNIEGO MIESIACA
      *    BRANE Z HISTORII:
      *    - ZAMOWIENIA SPOZNIONE (OTWARTE / BACKORDER Z DATA
      *      WYMAGANA PRZED DNIEM PRZEBIEGU, JAK LISTA SPOZNIONYCH
      *      W ZAMOWIENIA)
      *    - WARTOSC ZAPASU WG KOSZTU (Baza5: ILOSC + KWARANTANNA
      *      PO CENA-ZAKUP, GDY 0 - CENA; KOMIS DOSTAWCY "K"
      *      POMINIETY, JAK KOSZT SREDNI W WYCENA) ORAZ SAMA
      *      KWARANTANNA
      *    - PO PO TERMINIE (ZamowieniaPOM OTWARTE / WYSLANE /
      *      CZESCIOWE Z DATA OCZEKIWANA PRZED DNIEM PRZEBIEGU):
      *      LICZBA I WARTOSC NIEPRZYJETEJ RESZTY W PLN (KURS
      *      Z KursyWalut.txt)
      *    - NALEZNOSCI PRZETERMINOWANE (Rozrachunki OTWARTE
      *      PO TERMINIE PLATNOSCI, JAK W BLOKADY)
      *    WSZYSTKIE WARTOSCI DNIA IDA DO WskaznikiHistoria.txt
      *    (LINIA NA DZIEN, CHRONOLOGICZNIE; PONOWNY PRZEBIEG
      *    TEGO SAMEGO DNIA ZASTEPUJE JEGO LINIE) DO WYKRESOW.
      *    PARAMETR: [RRMMDD] = DZIEN ARKUSZA; PUSTY = DATA
      *    OSTATNIEGO WPISU KoniecDniaLog.txt, GDY JEST Z DZIS
      *    LUB Z WCZORAJ (LANCUCH WZNOWIONY PO POLNOCY I RECZNE
      *    URUCHOMIENIE RANO DAJA DZIEN LANCUCHA), INACZEJ DZIS.
      *    KOD POWROTU 8, GDY ARKUSZA LUB HISTORII NIE ZAPISANO

       PROGRAM-ID. WSKAZNIKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZAMOWFILE ASSIGN TO "Zamowienia"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-Z.

           SELECT BRAKIFILE ASSIGN TO "BrakiLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-B.

           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT POMFILE ASSIGN TO "ZamowieniaPOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO
               STATUS ERR-POM.

           SELECT KURSFILE ASSIGN TO "KursyWalut.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KURS.

           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               STATUS ERR-R.

           SELECT WPLATYFILE ASSIGN TO "WplatyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT REJFILE ASSIGN TO "RejestrSprzedazy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-REJ.

           SELECT LOGFILE ASSIGN TO "KoniecDniaLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-LOG.

           SELECT WYDRUKFILE ASSIGN TO WS-WYDRUK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WY.

           SELECT HISTFILE ASSIGN TO "WskaznikiHistoria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-H.

           SELECT PRZEPFILE ASSIGN TO "WskaznikiHistoria.nowy"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PP.

       DATA DIVISION.

       FILE SECTION.

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

       FD BRAKIFILE.
       01 BRAKI-REC PIC X(80).

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

       FD KURSFILE.
       01 KURS-REC PIC X(30).

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

       FD WPLATYFILE.
       01 WPLATA-REC PIC X(60).

       FD REJFILE.
       01 REJ-REC PIC X(80).

       FD LOGFILE.
       01 LOG-REC PIC X(100).

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(100).

       FD HISTFILE.
       01 HIST-REC PIC X(150).

       FD PRZEPFILE.
       01 PRZEP-REC PIC X(150).

       WORKING-STORAGE SECTION.
       01 ERR-Z PIC 99.
       01 ERR-B PIC 99.
       01 ERR PIC 99.
       01 ERR-POM PIC 99.
       01 ERR-KURS PIC 99.
       01 ERR-R PIC 99.
       01 ERR-W PIC 99.
       01 ERR-REJ PIC 99.
       01 ERR-LOG PIC 99.
       01 ERR-WY PIC 99.
       01 ERR-H PIC 99.
       01 ERR-PP PIC 99.

       01 WS-PARAM PIC X(10).
       01 WS-PARAM-DATA PIC X(6).
       01 WS-DZIS PIC 9(6).
       01 WS-CZAS PIC 9(8).
       01 WS-DZIS-8 PIC 9(8).
       01 WS-DZIS-INT PIC 9(9).

      *    DZIEN ARKUSZA, POCZATEK JEGO MIESIACA I TEN SAM DZIEN
      *    MIESIACA POPRZEDNIEGO

       01 WS-DZIEN PIC 9(6).
       01 WS-DZIEN-R REDEFINES WS-DZIEN.
          05 WS-DZ-RR PIC 9(2).
          05 WS-DZ-MM PIC 9(2).
          05 WS-DZ-DD PIC 9(2).
       01 WS-POCZ-MIES PIC 9(6).
       01 WS-POPRZ PIC 9(6).
       01 WS-POPRZ-R REDEFINES WS-POPRZ.
          05 WS-PP-RR PIC 9(2).
          05 WS-PP-MM PIC 9(2).
          05 WS-PP-DD PIC 9(2).
       01 WS-DATA-8 PIC 9(8).
       01 WS-DATA-INT PIC 9(9).
       01 WS-DNI-POPRZ PIC 9(2).
       01 WS-LOG-DATA PIC 9(6).
       01 WS-LOG-LINIA PIC X(100).

      *    OKRESY: 1 = DZIEN, 2 = OD POCZATKU MIESIACA,
      *    3 = TEN SAM DZIEN MIESIACA POPRZEDNIEGO

       01 WS-DT PIC 9(6).
       01 WS-OK-I PIC 9(1).
       01 WS-OK-TAB OCCURS 3.
          05 WS-OK-TRAF        PIC X(1).
          05 WS-OK-ZAMOWIENIA  PIC 9(7).
          05 WS-OK-LINIE       PIC 9(7).
          05 WS-OK-BRAKI       PIC 9(7).
          05 WS-OK-WPLATY      PIC 9(11)V99.
          05 WS-OK-FAKTURY     PIC 9(7).
          05 WS-OK-NETTO       PIC 9(11)V99.
          05 WS-OK-FILL        PIC 9(3)V99.
          05 WS-OK-FILL-JEST   PIC X(1).

      *    STANY: 1 = W CHWILI PRZEBIEGU, 2 = Z HISTORII DLA
      *    TEGO SAMEGO DNIA MIESIACA POPRZEDNIEGO

       01 WS-SN-I PIC 9(1).
       01 WS-SN-TAB OCCURS 2.
          05 WS-SN-JEST        PIC X(1).
          05 WS-SN-SPOZNIONE   PIC 9(7).
          05 WS-SN-ZAPAS       PIC 9(11)V99.
          05 WS-SN-KWAR        PIC 9(11)V99.
          05 WS-SN-PO-ILE      PIC 9(7).
          05 WS-SN-PO-WART     PIC 9(11)V99.
          05 WS-SN-ZALEGLE     PIC 9(11)V99.

       01 WS-BRAK-LINIA.
          05 WS-BR-DATA-A   PIC X(6).
          05 FILLER         PIC X(74).

       01 WS-ILOSC-N PIC 9(7)V99.
       01 WS-KWAR-N PIC 9(7)V99.
       01 WS-KOSZT-N PIC 9(7)V99.
       01 WS-POZOSTALO-PO PIC 9(7)V99.
       01 WS-KWOTA-PLN PIC 9(11)V99.
       01 WS-BEZ-KURSU PIC 9(5) VALUE 0.

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

      *    LINIE PLIKOW ZRODLOWYCH (FORMATY JAK W KSIEGAFIN)

       01 WS-WPLATA-LINIA.
          05 WS-WP-DATA-A   PIC X(6).
          05 FILLER         PIC X.
          05 WS-WP-CZAS-A   PIC X(8).
          05 FILLER         PIC X.
          05 WS-WP-FAKT-A   PIC X(7).
          05 FILLER         PIC X.
          05 WS-WP-KLIENT-A PIC X(10).
          05 FILLER         PIC X.
          05 WS-WP-KWOTA-A  PIC X(14).
          05 FILLER         PIC X.
          05 WS-WP-ZRODLO-A PIC X(8).
       01 WS-WPLATA-KWOTA PIC 9(11)V99.

       01 WS-REJ-LINIA.
          05 WS-RJ-DATA-A   PIC X(6).
          05 FILLER         PIC X.
          05 WS-RJ-FAKT-A   PIC X(7).
          05 FILLER         PIC X.
          05 WS-RJ-KLIENT-A PIC X(10).
          05 FILLER         PIC X.
          05 WS-RJ-STAWKA-A PIC X(5).
          05 FILLER         PIC X.
          05 WS-RJ-NETTO-A  PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RJ-VAT-A    PIC 9(11)V99.
       01 WS-RJ-POPRZ-FAKT PIC X(7).

      *    BRAKUJACE PLIKI ZRODLOWE - WYPISYWANE POD ARKUSZEM

       01 WS-BRAKI-N PIC 9(2) VALUE 0.
       01 WS-BRAKI-I PIC 9(2).
       01 WS-BRAKI-TAB OCCURS 10.
          05 WS-BRAKI-PLIK PIC X(25).

      *    WYDRUK

       01 WS-WYDRUK-NAZWA PIC X(30).
       01 WS-LINIA-WYJSCIE PIC X(100).
       01 WS-PZ-ETYKIETA PIC X(34).
       01 WS-PZ-TYP PIC X(1).
          88 PZ-ILOSC VALUE "I".
          88 PZ-KWOTA VALUE "K".
       01 WS-PZ-TAB OCCURS 3.
          05 WS-PZ-WART PIC 9(11)V99.
          05 WS-PZ-JEST PIC X(1).
       01 WS-P-LINIA.
          05 WS-P-ETYKIETA-O PIC X(34).
          05 WS-P-KOL-O      PIC X(17) OCCURS 3.
       01 WS-P-NAGLOWEK.
          05 FILLER          PIC X(34) VALUE SPACES.
          05 FILLER          PIC X(17) VALUE "            DZIEN".
          05 FILLER          PIC X(17) VALUE "   OD POCZ. MIES.".
          05 FILLER          PIC X(17) VALUE "  DZIEN MIES. POP".
       01 WS-P-DATY.
          05 FILLER          PIC X(34) VALUE SPACES.
          05 FILLER          PIC X(11) VALUE SPACES.
          05 WS-PD-DZIEN-O   PIC 9(6).
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-PD-POCZ-O    PIC 9(6).
          05 FILLER          PIC X(1) VALUE "-".
          05 WS-PD-DO-O      PIC 9(6).
          05 FILLER          PIC X(11) VALUE SPACES.
          05 WS-PD-POPRZ-O   PIC 9(6).
       01 WS-P-BRAK PIC X(17) VALUE "                -".
       01 WS-E-ILOSC PIC Z(16)9.
       01 WS-E-KWOTA PIC Z(13)9.99.

      *    LINIA WskaznikiHistoria.txt: DATA, POTEM WARTOSCI DNIA
      *    W STALYCH KOLUMNACH ODDZIELONYCH SPACJA; FILL-RATE "-"
      *    GDY W DNIU NIE BYLO ANI WYDAN, ANI BRAKOW

       01 WS-KH-LINIA.
          05 WS-KH-DATA-A       PIC X(6).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-ZAMOWIENIA-A PIC X(7).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-LINIE-A      PIC X(7).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-BRAKI-A      PIC X(7).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-FILL-A       PIC X(6).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-SPOZNIONE-A  PIC X(7).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-ZAPAS-A      PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-KWAR-A       PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-PO-ILE-A     PIC X(7).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-PO-WART-A    PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-ZALEGLE-A    PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-WPLATY-A     PIC X(14).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-FAKTURY-A    PIC X(7).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-KH-NETTO-A      PIC X(14).
       01 WS-KH-NOWA PIC X(150).
       01 WS-KH-WPISANA PIC X(1).
          88 WS-KH-JEST-WPISANA VALUE "T".
       01 WS-H-7 PIC Z(6)9.
       01 WS-H-14 PIC Z(10)9.99.
       01 WS-H-FILL PIC ZZ9.99.
       01 WS-H-SKOPIOWANE PIC 9(5).

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           ACCEPT WS-CZAS FROM TIME
           PERFORM 100-DZIEN-ARKUSZA
           PERFORM 110-DATY-OKRESOW

           DISPLAY "WSKAZNIKI DNIA " WS-DZIEN " (MIESIAC OD "
                   WS-POCZ-MIES ", MIESIAC POPRZEDNI " WS-POPRZ ")"

           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              INITIALIZE WS-OK-TAB (WS-OK-I)
           END-PERFORM
           PERFORM VARYING WS-SN-I FROM 1 BY 1 UNTIL WS-SN-I > 2
              INITIALIZE WS-SN-TAB (WS-SN-I)
              MOVE "N" TO WS-SN-JEST (WS-SN-I)
           END-PERFORM
           MOVE "T" TO WS-SN-JEST (1)

           PERFORM 200-ZAMOWIENIA
           PERFORM 210-BRAKI
           PERFORM 220-ZAPAS
           PERFORM 230-PO-PO-TERMINIE
           PERFORM 240-NALEZNOSCI
           PERFORM 250-WPLATY
           PERFORM 260-FAKTURY
           PERFORM 270-FILL-RATE
           PERFORM 300-HISTORIA-POPRZEDNIA

           PERFORM 400-ARKUSZ
           PERFORM 500-ZAPISZ-HISTORIE

           IF ERR-WY NOT = 0 OR ERR-H NOT = 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       100-DZIEN-ARKUSZA.

      *    PARAMETR RRMMDD; BEZ NIEGO DZIEN OSTATNIEGO WPISU
      *    KoniecDniaLog.txt (DATA PRZEBIEGU LANCUCHA), JESLI
      *    JEST Z DZIS LUB Z WCZORAJ; INACZEJ DZIS

           MOVE WS-DZIS TO WS-DZIEN
           STRING "20" WS-DZIS DELIMITED BY SIZE INTO WS-DZIS-8
           COMPUTE WS-DZIS-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DZIS-8)

           MOVE WS-PARAM(1:6) TO WS-PARAM-DATA
           IF WS-PARAM-DATA NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM-DATA) = 0
              COMPUTE WS-DZIEN = FUNCTION NUMVAL (WS-PARAM-DATA)
              DISPLAY "DZIEN ARKUSZA Z PARAMETRU: " WS-DZIEN
           ELSE
              MOVE 0 TO WS-LOG-DATA
              OPEN INPUT LOGFILE
              IF ERR-LOG = 0
                 READ LOGFILE INTO WS-LOG-LINIA
                 PERFORM UNTIL ERR-LOG > 0
                    IF WS-LOG-LINIA(1:6) IS NUMERIC
                       MOVE WS-LOG-LINIA(1:6) TO WS-LOG-DATA
                    END-IF
                    READ LOGFILE INTO WS-LOG-LINIA
                 END-PERFORM
                 CLOSE LOGFILE
              END-IF
              IF WS-LOG-DATA NOT = 0 AND WS-LOG-DATA NOT = WS-DZIS
                 STRING "20" WS-LOG-DATA DELIMITED BY SIZE
                        INTO WS-DATA-8
                 COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE
                         (WS-DATA-8)
                 IF WS-DATA-INT + 1 = WS-DZIS-INT
                    MOVE WS-LOG-DATA TO WS-DZIEN
                    DISPLAY "DZIEN ARKUSZA Z KoniecDniaLog.txt: "
                            WS-DZIEN
                 END-IF
              END-IF
           END-IF
           .

       110-DATY-OKRESOW.

      *    TEN SAM DZIEN MIESIACA POPRZEDNIEGO; GDY MIESIAC JEST
      *    KROTSZY - JEGO OSTATNI DZIEN

           MOVE WS-DZIEN TO WS-POCZ-MIES
           MOVE 1 TO WS-POCZ-MIES(5:2)

           MOVE WS-DZIEN TO WS-POPRZ
           IF WS-DZ-MM = 1
              COMPUTE WS-PP-RR = WS-DZ-RR - 1
              MOVE 12 TO WS-PP-MM
           ELSE
              COMPUTE WS-PP-MM = WS-DZ-MM - 1
           END-IF
           MOVE 1 TO WS-PP-DD
           STRING "20" WS-POPRZ DELIMITED BY SIZE INTO WS-DATA-8
           COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8)
           STRING "20" WS-POCZ-MIES DELIMITED BY SIZE
                  INTO WS-DATA-8
           COMPUTE WS-DNI-POPRZ = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8) - WS-DATA-INT
           IF WS-DZ-DD > WS-DNI-POPRZ
              MOVE WS-DNI-POPRZ TO WS-PP-DD
           ELSE
              MOVE WS-DZ-DD TO WS-PP-DD
           END-IF
           .

       150-OKRESY-DATY.

      *    DO KTORYCH OKRESOW NALEZY DATA WS-DT

           MOVE "N" TO WS-OK-TRAF (1)
           MOVE "N" TO WS-OK-TRAF (2)
           MOVE "N" TO WS-OK-TRAF (3)
           IF WS-DT = WS-DZIEN
              MOVE "T" TO WS-OK-TRAF (1)
           END-IF
           IF WS-DT NOT < WS-POCZ-MIES AND WS-DT NOT > WS-DZIEN
              MOVE "T" TO WS-OK-TRAF (2)
           END-IF
           IF WS-DT = WS-POPRZ
              MOVE "T" TO WS-OK-TRAF (3)
           END-IF
           .

       160-BRAK-PLIKU.

           IF WS-BRAKI-N < 10
              ADD 1 TO WS-BRAKI-N
              MOVE WS-LINIA-WYJSCIE TO WS-BRAKI-PLIK (WS-BRAKI-N)
           END-IF
           .

       200-ZAMOWIENIA.

      *    PRZYJETE WG DATA-ZAM, WYDANE WG DATA-REAL-Z; SPOZNIONE
      *    JAK 220 W ZAMOWIENIA (OTWARTE LUB BACKORDER Z DATA
      *    WYMAGANA PRZED DNIEM ARKUSZA)

           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
              MOVE "Zamowienia" TO WS-LINIA-WYJSCIE
              PERFORM 160-BRAK-PLIKU
           ELSE
              MOVE 0 TO NR-ZAMOWIENIA
              START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
              IF ERR-Z = 0
                 READ ZAMOWFILE NEXT
                 PERFORM UNTIL ERR-Z > 0
                    IF NOT ZAM-ANULOWANE
                       MOVE DATA-ZAM TO WS-DT
                       PERFORM 150-OKRESY-DATY
                       PERFORM VARYING WS-OK-I FROM 1 BY 1
                               UNTIL WS-OK-I > 3
                          IF WS-OK-TRAF (WS-OK-I) = "T"
                             ADD 1 TO WS-OK-ZAMOWIENIA (WS-OK-I)
                          END-IF
                       END-PERFORM
                    END-IF
                    IF ZAM-ZREALIZOWANE
                       MOVE DATA-REAL-Z TO WS-DT
                       PERFORM 150-OKRESY-DATY
                       PERFORM VARYING WS-OK-I FROM 1 BY 1
                               UNTIL WS-OK-I > 3
                          IF WS-OK-TRAF (WS-OK-I) = "T"
                             ADD LICZBA-LINII-Z
                                 TO WS-OK-LINIE (WS-OK-I)
                          END-IF
                       END-PERFORM
                    END-IF
                    IF (ZAM-OTWARTE OR ZAM-BACKORDER)
                       AND DATA-WYMAGANA-Z NOT = 0
                       AND DATA-WYMAGANA-Z < WS-DZIEN
                       ADD 1 TO WS-SN-SPOZNIONE (1)
                    END-IF
                    READ ZAMOWFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZAMOWFILE
           END-IF
           .

       210-BRAKI.

      *    ZDARZENIA BRAKU (ODMOWY I BACKORDERY Z 335-LOG-BRAKU
      *    W ZAMOWIENIA) WG DATY ZDARZENIA

           OPEN INPUT BRAKIFILE
           IF ERR-B = 0
              MOVE SPACES TO WS-BRAK-LINIA
              READ BRAKIFILE INTO WS-BRAK-LINIA
              PERFORM UNTIL ERR-B > 0
                 IF WS-BR-DATA-A IS NUMERIC
                    MOVE WS-BR-DATA-A TO WS-DT
                    PERFORM 150-OKRESY-DATY
                    PERFORM VARYING WS-OK-I FROM 1 BY 1
                            UNTIL WS-OK-I > 3
                       IF WS-OK-TRAF (WS-OK-I) = "T"
                          ADD 1 TO WS-OK-BRAKI (WS-OK-I)
                       END-IF
                    END-PERFORM
                 END-IF
                 MOVE SPACES TO WS-BRAK-LINIA
                 READ BRAKIFILE INTO WS-BRAK-LINIA
              END-PERFORM
              CLOSE BRAKIFILE
           END-IF
           .

       220-ZAPAS.

           OPEN INPUT INFILE
           IF ERR NOT = 0
              MOVE "Baza5" TO WS-LINIA-WYJSCIE
              PERFORM 160-BRAK-PLIKU
           ELSE
              MOVE SPACES TO TOWAR-KLUCZ
              START INFILE KEY NOT < TOWAR-KLUCZ
              IF ERR = 0
                 READ INFILE NEXT
                 PERFORM UNTIL ERR > 0
                    IF WLASCICIEL NOT = "K"
                       MOVE ILOSC TO WS-ILOSC-N
                       MOVE ILOSC-KWAR TO WS-KWAR-N
                       MOVE CENA-ZAKUP TO WS-KOSZT-N
                       IF WS-KOSZT-N = 0
                          MOVE CENA TO WS-KOSZT-N
                       END-IF
                       COMPUTE WS-SN-ZAPAS (1) ROUNDED =
                               WS-SN-ZAPAS (1) +
                               (WS-ILOSC-N + WS-KWAR-N) * WS-KOSZT-N
                       COMPUTE WS-SN-KWAR (1) ROUNDED =
                               WS-SN-KWAR (1) +
                               WS-KWAR-N * WS-KOSZT-N
                    END-IF
                    READ INFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE INFILE
           END-IF
           .

       230-PO-PO-TERMINIE.

      *    PO WYDANE DOSTAWCY I NIEPRZYJETE W CALOSCI; PO CZEKAJACE
      *    NA ZATWIERDZENIE (A) NIE SA JESZCZE U DOSTAWCY

           OPEN INPUT POMFILE
           IF ERR-POM NOT = 0
              MOVE "ZamowieniaPOM" TO WS-LINIA-WYJSCIE
              PERFORM 160-BRAK-PLIKU
           ELSE
              MOVE 0 TO NR-PO
              START POMFILE KEY NOT < NR-PO
              IF ERR-POM = 0
                 READ POMFILE NEXT
                 PERFORM UNTIL ERR-POM > 0
                    IF (PO-OTWARTE OR PO-WYSLANE OR PO-CZESCIOWE)
                       AND DATA-OCZEK-P NOT = 0
                       AND DATA-OCZEK-P < WS-DZIEN
                       AND ILOSC-ZAM-P > ILOSC-PRZYJ-P
                       PERFORM 235-WARTOSC-PO
                    END-IF
                    READ POMFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE POMFILE
           END-IF
           .

       235-WARTOSC-PO.

           ADD 1 TO WS-SN-PO-ILE (1)
           COMPUTE WS-POZOSTALO-PO = ILOSC-ZAM-P - ILOSC-PRZYJ-P
           COMPUTE WS-KWOTA-PLN = WS-POZOSTALO-PO * CENA-PO
           IF WALUTA-P NOT = SPACES
              AND WALUTA-P NOT = "PLN"
              MOVE WALUTA-P TO WS-KURS-WALUTA
              MOVE WS-DZIEN TO WS-KURS-DATA
              PERFORM 236-SZUKAJ-KURSU
              IF WS-KURS-JEST
                 COMPUTE WS-KWOTA-PLN ROUNDED =
                         WS-KWOTA-PLN * WS-KURS-WART
              ELSE
                 ADD 1 TO WS-BEZ-KURSU
              END-IF
           END-IF
           ADD WS-KWOTA-PLN TO WS-SN-PO-WART (1)
           .

       236-SZUKAJ-KURSU.

      *    NAJPOZNIEJSZY KURS WALUTY Z DATA NIE POZNIEJSZA NIZ
      *    WS-KURS-DATA (TA SAMA LOGIKA CO 210-SZUKAJ-KURSU
      *    W PLATNOSCI.COB)

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

       240-NALEZNOSCI.

      *    TA SAMA ZASADA CO 200-ZALEGLOSCI W BLOKADY

           OPEN INPUT ROZRFILE
           IF ERR-R NOT = 0
              MOVE "Rozrachunki" TO WS-LINIA-WYJSCIE
              PERFORM 160-BRAK-PLIKU
           ELSE
              MOVE 0 TO NR-FAKTURY-R
              START ROZRFILE KEY NOT < NR-FAKTURY-R
              IF ERR-R = 0
                 READ ROZRFILE NEXT
                 PERFORM UNTIL ERR-R > 0
                    IF ROZR-OTWARTA
                       AND DATA-PLATN-R < WS-DZIEN
                       AND KWOTA-BRUTTO-R > KWOTA-ZAPLAC-R
                       COMPUTE WS-SN-ZALEGLE (1) =
                               WS-SN-ZALEGLE (1) + KWOTA-BRUTTO-R
                               - KWOTA-ZAPLAC-R
                    END-IF
                    READ ROZRFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       250-WPLATY.

      *    SKONTO TO NIE WPLYW GOTOWKI (JAK W ODSETKI)

           OPEN INPUT WPLATYFILE
           IF ERR-W = 0
              READ WPLATYFILE INTO WS-WPLATA-LINIA
              PERFORM UNTIL ERR-W > 0
                 IF WS-WP-DATA-A IS NUMERIC
                    AND WS-WP-ZRODLO-A NOT = "SKONTO"
                    AND FUNCTION TEST-NUMVAL (WS-WP-KWOTA-A) = 0
                    MOVE WS-WP-DATA-A TO WS-DT
                    PERFORM 150-OKRESY-DATY
                    COMPUTE WS-WPLATA-KWOTA =
                            FUNCTION NUMVAL (WS-WP-KWOTA-A)
                    PERFORM VARYING WS-OK-I FROM 1 BY 1
                            UNTIL WS-OK-I > 3
                       IF WS-OK-TRAF (WS-OK-I) = "T"
                          ADD WS-WPLATA-KWOTA
                              TO WS-OK-WPLATY (WS-OK-I)
                       END-IF
                    END-PERFORM
                 END-IF
                 READ WPLATYFILE INTO WS-WPLATA-LINIA
              END-PERFORM
              CLOSE WPLATYFILE
           END-IF
           .

       260-FAKTURY.

      *    REJESTR MA LINIE NA STAWKE VAT - FAKTURA LICZONA RAZ,
      *    NA PIERWSZEJ SWOJEJ LINII (LINIE FAKTURY SA KOLEJNE)

           MOVE SPACES TO WS-RJ-POPRZ-FAKT
           OPEN INPUT REJFILE
           IF ERR-REJ = 0
              READ REJFILE INTO WS-REJ-LINIA
              PERFORM UNTIL ERR-REJ > 0
                 IF WS-RJ-DATA-A IS NUMERIC
                    MOVE WS-RJ-DATA-A TO WS-DT
                    PERFORM 150-OKRESY-DATY
                    PERFORM VARYING WS-OK-I FROM 1 BY 1
                            UNTIL WS-OK-I > 3
                       IF WS-OK-TRAF (WS-OK-I) = "T"
                          IF WS-RJ-FAKT-A NOT = WS-RJ-POPRZ-FAKT
                             ADD 1 TO WS-OK-FAKTURY (WS-OK-I)
                          END-IF
                          ADD WS-RJ-NETTO-A TO WS-OK-NETTO (WS-OK-I)
                       END-IF
                    END-PERFORM
                 END-IF
                 MOVE WS-RJ-FAKT-A TO WS-RJ-POPRZ-FAKT
                 READ REJFILE INTO WS-REJ-LINIA
              END-PERFORM
              CLOSE REJFILE
           END-IF
           .

       270-FILL-RATE.

           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              IF WS-OK-LINIE (WS-OK-I) + WS-OK-BRAKI (WS-OK-I) = 0
                 MOVE "N" TO WS-OK-FILL-JEST (WS-OK-I)
                 MOVE 0 TO WS-OK-FILL (WS-OK-I)
              ELSE
                 MOVE "T" TO WS-OK-FILL-JEST (WS-OK-I)
                 COMPUTE WS-OK-FILL (WS-OK-I) ROUNDED =
                         WS-OK-LINIE (WS-OK-I) * 100 /
                         (WS-OK-LINIE (WS-OK-I) +
                          WS-OK-BRAKI (WS-OK-I))
              END-IF
           END-PERFORM
           .

       300-HISTORIA-POPRZEDNIA.

      *    STANY Z TEGO SAMEGO DNIA MIESIACA POPRZEDNIEGO
      *    (OSTATNIA LINIA HISTORII Z TA DATA)

           OPEN INPUT HISTFILE
           IF ERR-H = 0
              MOVE SPACES TO WS-KH-LINIA
              READ HISTFILE INTO WS-KH-LINIA
              PERFORM UNTIL ERR-H > 0
                 IF WS-KH-DATA-A IS NUMERIC
                    MOVE WS-KH-DATA-A TO WS-DT
                    IF WS-DT = WS-POPRZ
                       PERFORM 310-STANY-Z-HISTORII
                    END-IF
                 END-IF
                 MOVE SPACES TO WS-KH-LINIA
                 READ HISTFILE INTO WS-KH-LINIA
              END-PERFORM
              CLOSE HISTFILE
           END-IF
           MOVE 0 TO ERR-H
           .

       310-STANY-Z-HISTORII.

           MOVE "T" TO WS-SN-JEST (2)
           MOVE 0 TO WS-SN-SPOZNIONE (2)
           MOVE 0 TO WS-SN-ZAPAS (2)
           MOVE 0 TO WS-SN-KWAR (2)
           MOVE 0 TO WS-SN-PO-ILE (2)
           MOVE 0 TO WS-SN-PO-WART (2)
           MOVE 0 TO WS-SN-ZALEGLE (2)
           IF FUNCTION TEST-NUMVAL (WS-KH-SPOZNIONE-A) = 0
              COMPUTE WS-SN-SPOZNIONE (2) =
                      FUNCTION NUMVAL (WS-KH-SPOZNIONE-A)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-KH-ZAPAS-A) = 0
              COMPUTE WS-SN-ZAPAS (2) =
                      FUNCTION NUMVAL (WS-KH-ZAPAS-A)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-KH-KWAR-A) = 0
              COMPUTE WS-SN-KWAR (2) =
                      FUNCTION NUMVAL (WS-KH-KWAR-A)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-KH-PO-ILE-A) = 0
              COMPUTE WS-SN-PO-ILE (2) =
                      FUNCTION NUMVAL (WS-KH-PO-ILE-A)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-KH-PO-WART-A) = 0
              COMPUTE WS-SN-PO-WART (2) =
                      FUNCTION NUMVAL (WS-KH-PO-WART-A)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-KH-ZALEGLE-A) = 0
              COMPUTE WS-SN-ZALEGLE (2) =
                      FUNCTION NUMVAL (WS-KH-ZALEGLE-A)
           END-IF
           .

       400-ARKUSZ.

           MOVE SPACES TO WS-WYDRUK-NAZWA
           STRING "Wskazniki-" WS-DZIEN ".txt"
                  DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA
           OPEN OUTPUT WYDRUKFILE
           IF ERR-WY NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU ARKUSZA "
                      WS-WYDRUK-NAZWA " - KOD " ERR-WY
           END-IF

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "WSKAZNIKI DNIA " WS-DZIEN
                  "            WYDRUK " WS-DZIS " "
                  WS-CZAS(1:2) ":" WS-CZAS(3:2)
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           MOVE ALL "=" TO WS-LINIA-WYJSCIE(1:85)
           PERFORM 490-PISZ-LINIE
           MOVE WS-P-NAGLOWEK TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           MOVE WS-DZIEN TO WS-PD-DZIEN-O
           MOVE WS-POCZ-MIES TO WS-PD-POCZ-O
           MOVE WS-DZIEN TO WS-PD-DO-O
           MOVE WS-POPRZ TO WS-PD-POPRZ-O
           MOVE WS-P-DATY TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE

           MOVE "SPRZEDAZ I WYSYLKA" TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           MOVE "  ZAMOWIENIA PRZYJETE" TO WS-PZ-ETYKIETA
           MOVE "I" TO WS-PZ-TYP
           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              MOVE WS-OK-ZAMOWIENIA (WS-OK-I) TO WS-PZ-WART (WS-OK-I)
              MOVE "T" TO WS-PZ-JEST (WS-OK-I)
           END-PERFORM
           PERFORM 410-POZYCJA
           MOVE "  LINIE WYDANE" TO WS-PZ-ETYKIETA
           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              MOVE WS-OK-LINIE (WS-OK-I) TO WS-PZ-WART (WS-OK-I)
           END-PERFORM
           PERFORM 410-POZYCJA
           MOVE "  ZDARZENIA BRAKU STANU" TO WS-PZ-ETYKIETA
           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              MOVE WS-OK-BRAKI (WS-OK-I) TO WS-PZ-WART (WS-OK-I)
           END-PERFORM
           PERFORM 410-POZYCJA
           MOVE "  FILL-RATE LINII %" TO WS-PZ-ETYKIETA
           MOVE "K" TO WS-PZ-TYP
           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              MOVE WS-OK-FILL (WS-OK-I) TO WS-PZ-WART (WS-OK-I)
              MOVE WS-OK-FILL-JEST (WS-OK-I) TO WS-PZ-JEST (WS-OK-I)
           END-PERFORM
           PERFORM 410-POZYCJA
           MOVE "  ZAMOWIENIA SPOZNIONE *" TO WS-PZ-ETYKIETA
           MOVE "I" TO WS-PZ-TYP
           MOVE WS-SN-SPOZNIONE (1) TO WS-PZ-WART (1)
           MOVE WS-SN-SPOZNIONE (2) TO WS-PZ-WART (3)
           PERFORM 420-STAN
           PERFORM 410-POZYCJA

           MOVE "ZAPAS" TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           MOVE "  WARTOSC ZAPASU WG KOSZTU *" TO WS-PZ-ETYKIETA
           MOVE "K" TO WS-PZ-TYP
           MOVE WS-SN-ZAPAS (1) TO WS-PZ-WART (1)
           MOVE WS-SN-ZAPAS (2) TO WS-PZ-WART (3)
           PERFORM 420-STAN
           PERFORM 410-POZYCJA
           MOVE "  W TYM KWARANTANNA *" TO WS-PZ-ETYKIETA
           MOVE WS-SN-KWAR (1) TO WS-PZ-WART (1)
           MOVE WS-SN-KWAR (2) TO WS-PZ-WART (3)
           PERFORM 410-POZYCJA

           MOVE "ZAKUPY" TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           MOVE "  PO PO TERMINIE - LICZBA *" TO WS-PZ-ETYKIETA
           MOVE "I" TO WS-PZ-TYP
           MOVE WS-SN-PO-ILE (1) TO WS-PZ-WART (1)
           MOVE WS-SN-PO-ILE (2) TO WS-PZ-WART (3)
           PERFORM 410-POZYCJA
           MOVE "  PO PO TERMINIE - WARTOSC PLN *" TO WS-PZ-ETYKIETA
           MOVE "K" TO WS-PZ-TYP
           MOVE WS-SN-PO-WART (1) TO WS-PZ-WART (1)
           MOVE WS-SN-PO-WART (2) TO WS-PZ-WART (3)
           PERFORM 410-POZYCJA

           MOVE "FINANSE" TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           MOVE "  NALEZNOSCI PRZETERMINOWANE *" TO WS-PZ-ETYKIETA
           MOVE WS-SN-ZALEGLE (1) TO WS-PZ-WART (1)
           MOVE WS-SN-ZALEGLE (2) TO WS-PZ-WART (3)
           PERFORM 410-POZYCJA
           MOVE "  WPLATY OTRZYMANE" TO WS-PZ-ETYKIETA
           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              MOVE WS-OK-WPLATY (WS-OK-I) TO WS-PZ-WART (WS-OK-I)
              MOVE "T" TO WS-PZ-JEST (WS-OK-I)
           END-PERFORM
           PERFORM 410-POZYCJA
           MOVE "  FAKTURY WYSTAWIONE - LICZBA" TO WS-PZ-ETYKIETA
           MOVE "I" TO WS-PZ-TYP
           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              MOVE WS-OK-FAKTURY (WS-OK-I) TO WS-PZ-WART (WS-OK-I)
           END-PERFORM
           PERFORM 410-POZYCJA
           MOVE "  FAKTURY WYSTAWIONE - NETTO" TO WS-PZ-ETYKIETA
           MOVE "K" TO WS-PZ-TYP
           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              MOVE WS-OK-NETTO (WS-OK-I) TO WS-PZ-WART (WS-OK-I)
           END-PERFORM
           PERFORM 410-POZYCJA

           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           MOVE "* STAN W CHWILI PRZEBIEGU; MIESIAC POPRZEDNI Z "
                & "WskaznikiHistoria.txt" TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           IF WS-SN-JEST (2) NOT = "T"
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "  (BRAK LINII HISTORII Z DNIA " WS-POPRZ ")"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 490-PISZ-LINIE
           END-IF
           IF WS-BEZ-KURSU > 0
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "UWAGA: PO W WALUCIE BEZ KURSU W "
                     "KursyWalut.txt (WARTOSC BEZ PRZELICZENIA): "
                     WS-BEZ-KURSU
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 490-PISZ-LINIE
           END-IF
           PERFORM VARYING WS-BRAKI-I FROM 1 BY 1
                   UNTIL WS-BRAKI-I > WS-BRAKI-N
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "UWAGA: BRAK PLIKU " WS-BRAKI-PLIK (WS-BRAKI-I)
                     " - JEGO POZYCJE = 0"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 490-PISZ-LINIE
           END-PERFORM

           IF ERR-WY = 0
              CLOSE WYDRUKFILE
              DISPLAY "ARKUSZ ZAPISANY DO: " WS-WYDRUK-NAZWA
           END-IF
           .

       410-POZYCJA.

           MOVE WS-PZ-ETYKIETA TO WS-P-ETYKIETA-O
           PERFORM VARYING WS-OK-I FROM 1 BY 1 UNTIL WS-OK-I > 3
              IF WS-PZ-JEST (WS-OK-I) NOT = "T"
                 MOVE WS-P-BRAK TO WS-P-KOL-O (WS-OK-I)
              ELSE
                 IF PZ-ILOSC
                    MOVE WS-PZ-WART (WS-OK-I) TO WS-E-ILOSC
                    MOVE WS-E-ILOSC TO WS-P-KOL-O (WS-OK-I)
                 ELSE
                    MOVE WS-PZ-WART (WS-OK-I) TO WS-E-KWOTA
                    MOVE WS-E-KWOTA TO WS-P-KOL-O (WS-OK-I)
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-P-LINIA TO WS-LINIA-WYJSCIE
           PERFORM 490-PISZ-LINIE
           .

       420-STAN.

      *    WSKAZNIK STANU: BEZ KOLUMNY MIESIECZNEJ, MIESIAC
      *    POPRZEDNI TYLKO GDY JEST W HISTORII

           MOVE "T" TO WS-PZ-JEST (1)
           MOVE "N" TO WS-PZ-JEST (2)
           MOVE WS-SN-JEST (2) TO WS-PZ-JEST (3)
           .

       490-PISZ-LINIE.

           IF ERR-WY = 0
              WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           END-IF
           DISPLAY WS-LINIA-WYJSCIE
           .

       500-ZAPISZ-HISTORIE.

      *    HISTORIA PRZEPISYWANA PRZEZ PLIK ROBOCZY (JAK COFANIE
      *    FAKTURY W FAKTURY.COB): LINIA DNIA ARKUSZA WSTAWIANA
      *    CHRONOLOGICZNIE, JEJ POPRZEDNIA WERSJA POMIJANA

           PERFORM 510-LINIA-HISTORII
           MOVE "N" TO WS-KH-WPISANA
           MOVE 0 TO WS-H-SKOPIOWANE

           OPEN OUTPUT PRZEPFILE
           IF ERR-PP NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU ROBOCZEGO "
                      "WskaznikiHistoria.nowy - KOD " ERR-PP
              MOVE ERR-PP TO ERR-H
           ELSE
              OPEN INPUT HISTFILE
              IF ERR-H = 0
                 READ HISTFILE
                 PERFORM UNTIL ERR-H > 0
                    WRITE PRZEP-REC FROM HIST-REC
                    ADD 1 TO WS-H-SKOPIOWANE
                    READ HISTFILE
                 END-PERFORM
                 CLOSE HISTFILE
              END-IF
              CLOSE PRZEPFILE

              OPEN INPUT PRZEPFILE
              OPEN OUTPUT HISTFILE
              IF ERR-H NOT = 0
                 DISPLAY "NIE MOZNA ZAPISAC WskaznikiHistoria.txt "
                         "- KOD " ERR-H
              ELSE
                 IF ERR-PP = 0
                    READ PRZEPFILE
                    PERFORM UNTIL ERR-PP > 0
                       PERFORM 520-PRZEPISZ-LINIE
                       READ PRZEPFILE
                    END-PERFORM
                 END-IF
                 IF NOT WS-KH-JEST-WPISANA
                    WRITE HIST-REC FROM WS-KH-NOWA
                 END-IF
                 CLOSE HISTFILE
                 MOVE 0 TO ERR-H
                 DISPLAY "HISTORIA WSKAZNIKOW: DOPISANO DZIEN "
                         WS-DZIEN
              END-IF
              CLOSE PRZEPFILE
           END-IF
           .

       510-LINIA-HISTORII.

           MOVE SPACES TO WS-KH-LINIA
           MOVE WS-DZIEN TO WS-KH-DATA-A
           MOVE WS-OK-ZAMOWIENIA (1) TO WS-H-7
           MOVE WS-H-7 TO WS-KH-ZAMOWIENIA-A
           MOVE WS-OK-LINIE (1) TO WS-H-7
           MOVE WS-H-7 TO WS-KH-LINIE-A
           MOVE WS-OK-BRAKI (1) TO WS-H-7
           MOVE WS-H-7 TO WS-KH-BRAKI-A
           IF WS-OK-FILL-JEST (1) = "T"
              MOVE WS-OK-FILL (1) TO WS-H-FILL
              MOVE WS-H-FILL TO WS-KH-FILL-A
           ELSE
              MOVE "     -" TO WS-KH-FILL-A
           END-IF
           MOVE WS-SN-SPOZNIONE (1) TO WS-H-7
           MOVE WS-H-7 TO WS-KH-SPOZNIONE-A
           MOVE WS-SN-ZAPAS (1) TO WS-H-14
           MOVE WS-H-14 TO WS-KH-ZAPAS-A
           MOVE WS-SN-KWAR (1) TO WS-H-14
           MOVE WS-H-14 TO WS-KH-KWAR-A
           MOVE WS-SN-PO-ILE (1) TO WS-H-7
           MOVE WS-H-7 TO WS-KH-PO-ILE-A
           MOVE WS-SN-PO-WART (1) TO WS-H-14
           MOVE WS-H-14 TO WS-KH-PO-WART-A
           MOVE WS-SN-ZALEGLE (1) TO WS-H-14
           MOVE WS-H-14 TO WS-KH-ZALEGLE-A
           MOVE WS-OK-WPLATY (1) TO WS-H-14
           MOVE WS-H-14 TO WS-KH-WPLATY-A
           MOVE WS-OK-FAKTURY (1) TO WS-H-7
           MOVE WS-H-7 TO WS-KH-FAKTURY-A
           MOVE WS-OK-NETTO (1) TO WS-H-14
           MOVE WS-H-14 TO WS-KH-NETTO-A
           MOVE WS-KH-LINIA TO WS-KH-NOWA
           .

       520-PRZEPISZ-LINIE.

      *    LINIE PUSTE I DAWNA LINIA TEGO DNIA ODPADAJA; NOWA
      *    LINIA PRZED PIERWSZA LINIA Z DATA POZNIEJSZA

           MOVE PRZEP-REC TO WS-KH-LINIA
           IF WS-KH-DATA-A IS NUMERIC
              MOVE WS-KH-DATA-A TO WS-DT
              IF WS-DT > WS-DZIEN AND NOT WS-KH-JEST-WPISANA
                 WRITE HIST-REC FROM WS-KH-NOWA
                 MOVE "T" TO WS-KH-WPISANA
              END-IF
              IF WS-DT NOT = WS-DZIEN
                 WRITE HIST-REC FROM PRZEP-REC
              END-IF
           END-IF
           .
