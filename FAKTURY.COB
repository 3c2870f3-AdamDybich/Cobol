      *    ZAMOWIENIA KLIENTA W JEDNA FAKTURE Z BLOKAMI POZYCJI
      *    WG ZAMOWIEN. PARAMETR PUSTY = TYLKO KLIENCI
      *    FAKTUROWANI OD ZAMOWIENIA
      *
      *    ZALICZKI ZAFAKTUROWANE DO ZAMOWIENIA PROGRAMEM ZALICZKI
      *    SA ODLICZANE NA JEGO FAKTURZE KONCOWEJ (142)
      *
      *    NABYWCA Z RODZAJEM U (WDT) LUB E (EKSPORT) NA KARTOTECE
      *    Klienci DOSTAJE STAWKE 0% NA WSZYSTKICH POZYCJACH, NIP
      *    Z KODEM KRAJU I PODSTAWE PRAWNA NA FAKTURZE (141);
      *    RODZAJ TRAFIA DO OSTATNIEJ KOLUMNY RejestrSprzedazy
      *
      *    KAZDA WYSTAWIONA FAKTURA TRAFIA TEZ DO INDEKSOWANEGO
      *    REJESTRU FAKTUR: NAGLOWEK (NABYWCA, DATY, WALUTA,
      *    ROZBICIE NA STAWKI VAT, SUMY) W FakturyNagl I POZYCJE
      *    W FakturyPoz - Z REJESTRU KOREKTY I SLAD ODCZYTUJA
      *    FAKTURE PIERWOTNA, A DUPLIKAT DRUKUJE JEJ DUPLIKAT
      *
      *    GDY SERIA FAKTURA MA NUMERACJE ROCZNA (NUMERYROK),
      *    NA FAKTURZE I W E-FAKTURZE XML NUMER MA POSTAC
      *    FV/KKKKK/RRRR; W PLIKACH ZOSTAJE NUMER 7-CYFROWY
      *
      *    PUNKT KONTROLNY FakturyPunktKontrolny.txt: PRZED
      *    ZWIEKSZENIEM LICZNIKA FAKTURA ZAPISYWANY JEST NUMER,
      *    DATA, NABYWCA I ZAMOWIENIA FAKTURY, A PO OSTATNIM
      *    ZAPISIE (ZAMOWIENIE OZNACZONE FAKTURA-Z) PUNKT JEST
      *    ZAMYKANY. PRZEBIEG PRZERWANY W POLOWIE FAKTURY PO
      *    PONOWNYM URUCHOMIENIU (TAKZE PRZEZ KONIECDNIA) NAJPIERW
      *    USUWA JEJ NIEPELNE LINIE Z Faktury.txt,
      *    RejestrSprzedazy.txt I EFakturyStatus.txt, A POTEM
      *    WYSTAWIA JA PONOWNIE W CALOSCI POD TYM SAMYM NUMEREM
      *    I DATA (060) - BEZ LUKI I BEZ PODWOJNEGO NUMERU, JAKO
      *    TEN SAM RODZAJ DOKUMENTU (PARAGON / FAKTURA ZAPISANY
      *    W PUNKCIE), NIEZALEZNIE OD PARAMETRU PRZEBIEGU. GDY
      *    SIE TO NIE UDA, NOWE FAKTURY NIE SA WYSTAWIANE, A
      *    PROGRAM KONCZY SIE KODEM 8
      *
      *    SPRZEDAZ Z LADY (ZAMOWIENIA, OPCJA K): PARAMETR
      *    "LNNNNNNNX" WYSTAWIA DOKUMENT TYLKO DLA ZAMOWIENIA
      *    NNNNNNN, OD RAZU - TAKZE KLIENTOWI FAKTUROWANEMU
      *    ZBIORCZO. X = P DAJE PARAGON (RODZAJ P W FakturyNagl,
      *    NUMER Z SERII FAKTURA, BEZ E-FAKTURY XML), INACZEJ
      *    FAKTURE

       PROGRAM-ID. FAKTURY.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-F.

           SELECT PUNKTFILE ASSIGN TO "FakturyPunktKontrolny.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PK.

           SELECT PRZEPFILE ASSIGN TO "FakturyPunktKontrolny.nowy"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PP.

           SELECT XMLFILE ASSIGN TO WS-XML-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-X.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KURS.

           SELECT WARUNKIFILE ASSIGN TO "WarunkiPlatnosci.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WP.

           SELECT CENKFILE ASSIGN TO "CenyKlientow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               STATUS ERR-R.

           SELECT ZALFILE ASSIGN TO "Zaliczki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ZL
               ALTERNATE RECORD KEY NR-ZAM-ZL WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               STATUS ERR-ZL.

           SELECT FNFILE ASSIGN TO "FakturyNagl"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FN
               LOCK MODE IS AUTOMATIC
               STATUS ERR-FN.

           SELECT FPFILE ASSIGN TO "FakturyPoz"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FP
               LOCK MODE IS AUTOMATIC
               STATUS ERR-FP.

       DATA DIVISION.

       FILE SECTION.
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

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
       FD FAKTFILE.
       01 FAKT-REC PIC X(230).

       FD PUNKTFILE.
       01 PUNKT-REC PIC X(1429).

       FD PRZEPFILE.
       01 PRZEP-REC PIC X(230).

       FD XMLFILE.
       01 XML-REC PIC X(200).

       FD KURSFILE.
       01 KURS-REC PIC X(30).

       FD WARUNKIFILE.
       01 WARUNKI-REC PIC X(50).

       FD CENKFILE  BLOCK CONTAINS 0.
       01 CENK-REC.
          05 KLUCZ-CENK.
             88 ROZR-OTWARTA    VALUE "O".
             88 ROZR-ZAPLACONA  VALUE "Z".
          05 POZIOM-MONITU-R PIC 9(1).
          05 DATA-SKONTA-R   PIC 9(6).
          05 PROC-SKONTA-R   PIC 9(2)V99.

       FD ZALFILE  BLOCK CONTAINS 0.
       01 ZAL-REC.
          05 KLUCZ-ZL.
             10 NR-FAKT-ZL   PIC 9(7).
             10 STAWKA-ZL    PIC 9(2)V99.
          05 NR-ZAM-ZL       PIC 9(7).
          05 KOD-KLIENTA-ZL  PIC X(10).
          05 DATA-ZL         PIC 9(6).
          05 NETTO-ZL        PIC 9(11)V99.
          05 VAT-ZL          PIC 9(11)V99.
          05 STATUS-ZL       PIC X(1).
             88 ZAL-OTWARTA     VALUE "O".
             88 ZAL-ROZLICZONA  VALUE "R".
          05 NR-FAKT-KONC-ZL PIC 9(7).

      *    REJESTR FAKTUR I KOREKT: NAGLOWEK (TYP F = SERIA
      *    FAKTURA, K = SERIA KOREKTA) I POZYCJE DOKUMENTU

       FD FNFILE  BLOCK CONTAINS 0.
       01 FN-REC.
          05 KLUCZ-FN.
             10 TYP-FN          PIC X(1).
                88 FN-FAKTURA      VALUE "F".
                88 FN-KOREKTA      VALUE "K".
             10 NR-FN           PIC 9(7).
          05 RODZAJ-FN          PIC X(1).
             88 FN-SPRZEDAZ        VALUE "S".
             88 FN-ZALICZKOWA      VALUE "Z".
             88 FN-KOR-CENOWA      VALUE "C".
             88 FN-KOR-ZWROT       VALUE "R".
             88 FN-KOR-RABAT       VALUE "B".
             88 FN-PARAGON         VALUE "P".
          05 DATA-FN            PIC 9(6).
          05 KOD-KLIENTA-FN     PIC X(10).
          05 NAZWA-FN           PIC X(30).
          05 ADRES-FN           PIC X(40).
          05 NIP-FN             PIC X(14).
          05 KRAJ-FN            PIC X(2).
          05 VAT-NABYWCY-FN     PIC X(1).
          05 NR-ZAM-FN          PIC 9(7).
          05 NR-ORYG-FN         PIC 9(7).
          05 DATA-PLATN-FN      PIC 9(6).
          05 DATA-SKONTA-FN     PIC 9(6).
          05 PROC-SKONTA-FN     PIC 9(2)V99.
          05 WALUTA-FN          PIC X(3).
          05 KURS-FN            PIC 9(5)V9999.
          05 NETTO-FN           PIC S9(11)V99.
          05 VAT-FN             PIC S9(11)V99.
          05 BRUTTO-FN          PIC S9(11)V99.
          05 ZALICZKI-FN        PIC 9(11)V99.
          05 DO-ZAPLATY-FN      PIC S9(11)V99.
      *       WARTOSC ODNIESIENIA: FAKTURA ZALICZKOWA - BRUTTO
      *       ZAMOWIENIA, KOREKTA - BRUTTO FAKTURY PO KOREKCIE
          05 WARTOSC-ODN-FN     PIC 9(11)V99.
          05 LICZBA-STAWEK-FN   PIC 9(2).
          05 STAWKA-TAB-FN OCCURS 10.
             10 STAWKA-FN       PIC 9(2)V99.
             10 NETTO-ST-FN     PIC S9(11)V99.
             10 VAT-ST-FN       PIC S9(11)V99.
          05 LICZBA-POZ-FN      PIC 9(3).
          05 OPIS-FN            PIC X(80).
          05 DATA-DUPL-FN       PIC 9(6).
          05 LICZBA-DUPL-FN     PIC 9(3).

       FD FPFILE  BLOCK CONTAINS 0.
       01 FP-REC.
          05 KLUCZ-FP.
             10 TYP-FP          PIC X(1).
             10 NR-FP           PIC 9(7).
             10 LP-FP           PIC 9(3).
          05 NR-ZAM-FP          PIC 9(7).
          05 LP-ZAM-FP          PIC 9(3).
          05 TOWAR-FP           PIC X(20).
          05 LOKALIZACJA-FP     PIC X(10).
          05 OPIS-FP            PIC X(40).
          05 ILOSC-FP           PIC 9(7)V99.
          05 CENA-FP            PIC 9(7)V99.
          05 ILOSC-PRZED-FP     PIC 9(7)V99.
          05 CENA-PRZED-FP      PIC 9(7)V99.
          05 STAWKA-FP          PIC 9(2)V99.
          05 NETTO-FP           PIC S9(11)V99.
          05 VAT-FP             PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 ERR    PIC 99.
       01 WS-CK-CENA-BAZOWA PIC 9(7)V99.
       01 DNI-TERMINU-PLATNOSCI PIC 9(3) VALUE 14.

      *    WARUNKI PLATNOSCI KLIENTA (WARUNKI-K NA KARTOTECE) Z
      *    TABELI WarunkiPlatnosci.txt: KOD, DNI NETTO, DNI SKONTA,
      *    PROCENT SKONTA, OPIS - NP. "N30S 030 007 02.00 ...".
      *    BRAK KODU LUB KODU W TABELI = DNI-TERMINU-PLATNOSCI

       01 ERR-WP PIC 99.
       01 WS-WARUNKI-LINIA.
          05 WS-WP-KOD-A     PIC X(4).
          05 FILLER          PIC X.
          05 WS-WP-DNI-A     PIC 9(3).
          05 FILLER          PIC X.
          05 WS-WP-DNI-SK-A  PIC 9(3).
          05 FILLER          PIC X.
          05 WS-WP-PROC-A    PIC X(5).
          05 FILLER          PIC X.
          05 WS-WP-OPIS-A    PIC X(30).
       01 WS-WARUNKI-KLIENTA PIC X(4).
       01 WS-DNI-NETTO PIC 9(3).
       01 WS-DNI-SKONTA PIC 9(3).
       01 WS-PROC-SKONTA PIC 9(2)V99.
       01 WS-DNI-DODAJ PIC 9(3).
       01 WS-DATA-WYNIK PIC 9(6).
       01 WS-DATA-PLATN PIC 9(6).
       01 WS-DATA-SKONTA PIC 9(6).
       01 WS-KWOTA-SKONTA PIC 9(11)V99.
       01 WS-DO-ZAPLATY-SK PIC 9(11)V99.
       01 WS-F-TERMIN.
          05 FILLER           PIC X(18) VALUE "TERMIN PLATNOSCI: ".
          05 WS-F-TERMIN-O    PIC 9(6).
          05 FILLER           PIC X(2) VALUE " (".
          05 WS-F-DNI-O       PIC ZZ9.
          05 FILLER           PIC X(6) VALUE " DNI) ".
          05 WS-F-WARUNKI-O   PIC X(30).
       01 WS-F-SKONTO.
          05 FILLER           PIC X(7) VALUE "SKONTO ".
          05 WS-F-PROC-SK-O   PIC Z9.99.
          05 FILLER           PIC X(19) VALUE "% PRZY ZAPLACIE DO ".
          05 WS-F-DATA-SK-O   PIC 9(6).
          05 FILLER           PIC X(10) VALUE ": RABAT = ".
          05 WS-F-KWOTA-SK-O  PIC Z(9)9.99.
          05 FILLER           PIC X(15) VALUE ", DO ZAPLATY = ".
          05 WS-F-DO-ZAPL-O   PIC Z(9)9.99.

      *    FAKTURA W WALUCIE OBCEJ (WALUTA-K NA KARTOTECE
      *    KLIENTA): WARTOSCI LINII PRZELICZANE KURSEM Z
      *    KursyWalut.txt NA DATE FAKTURY, VAT ZAWSZE W PLN
          05 FILLER           PIC X(22)
             VALUE "  (VAT PLATNY W PLN)".

      *    RODZAJ NABYWCY (VAT-NABYWCY-K): DOSTAWA
      *    WEWNATRZWSPOLNOTOWA I EKSPORT IDA PO 0% NIEZALEZNIE OD
      *    KATEGORII TOWARU, Z PODSTAWA PRAWNA NA FAKTURZE I
      *    OSOBNA KOLUMNA W REJESTRZE SPRZEDAZY

       01 WS-NABYWCA-VAT PIC X(1).
          88 WS-DOSTAWA-WDT     VALUE "U".
          88 WS-DOSTAWA-EKSPORT VALUE "E".
          88 WS-STAWKA-ZEROWA   VALUE "U" "E".
       01 WS-NIP-NABYWCY PIC X(14).
       01 WS-KRAJ-NABYWCY PIC X(2).
       01 WS-F-NIP.
          05 FILLER           PIC X(9) VALUE "NIP:     ".
          05 WS-F-KRAJ-O      PIC X(2).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-F-NIP-O       PIC X(14).
       01 WS-F-PODSTAWA PIC X(80).

      *    DANE SPRZEDAWCY NA E-FAKTURZE XML (PLATFORMA KRAJOWA
      *    WYMAGA PELNYCH DANYCH OBU STRON)

          05 WS-RJ-NETTO-O  PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RJ-VAT-O    PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RJ-RODZAJ-O PIC X(1).

       01 WS-PARAM PIC X(10).
       01 WS-TRYB-RUN PIC X(1).
       01 WS-LADA-NR PIC 9(7) VALUE 0.
       01 WS-LADA-PARAGON PIC X(1) VALUE "N".
          88 WS-JEST-PARAGON VALUE "T".
       01 WS-LADA-PARAGON-PARAM PIC X(1).
       01 WS-TRYB-KLIENTA PIC X(1).
       01 WS-ZB-N PIC 9(3) VALUE 0.
       01 WS-ZB-I PIC 9(3).
       01 WS-KL-TAB OCCURS 200.
          05 WS-KL-KOD PIC X(10).
       01 WS-ZB-KLIENT PIC X(10).

      *    ZALICZKI (PROGRAM ZALICZKI) ODLICZANE NA FAKTURZE
      *    KONCOWEJ ZAMOWIENIA - KAZDA STAWKA FAKTURY ZALICZKOWEJ
      *    POMNIEJSZA TE SAMA STAWKE FAKTURY KONCOWEJ

       01 ERR-ZL PIC 99.
       01 WS-ODL-NETTO PIC 9(11)V99.
       01 WS-ODL-VAT PIC 9(11)V99.
       01 WS-ODL-BRUTTO PIC 9(11)V99.
       01 WS-DO-ZAPLATY PIC 9(11)V99.
       01 WS-ODL-MOZNA PIC X(1).
          88 WS-ODL-JEST-MOZNA VALUE "T".

      *    DLA E-FAKTURY: ROZBICIE NA STAWKI PRZED ODLICZENIEM
      *    (184) I ODLICZONE ZALICZKI (143)

       01 WS-XS-N PIC 9(2) VALUE 0.
       01 WS-XS-TAB OCCURS 10.
          05 WS-XS-STAWKA PIC 9(2)V99.
          05 WS-XS-NETTO  PIC 9(11)V99.
          05 WS-XS-VAT    PIC 9(11)V99.
       01 WS-XZ-N PIC 9(2) VALUE 0.
       01 WS-XZ-I PIC 9(2).
       01 WS-XZ-TAB OCCURS 20.
          05 WS-XZ-NR     PIC X(16).
          05 WS-XZ-STAWKA PIC 9(2)V99.
          05 WS-XZ-NETTO  PIC 9(11)V99.
          05 WS-XZ-VAT    PIC 9(11)V99.
       01 WS-F-ZALICZKA.
          05 FILLER           PIC X(24)
             VALUE "ODLICZENIE ZALICZKI NR ".
          05 WS-F-ZL-NR-O     PIC X(16).
          05 FILLER           PIC X(9) VALUE " STAWKA ".
          05 WS-F-ZL-STAWKA-O PIC Z9.99.
          05 FILLER           PIC X(9) VALUE "%  NETTO ".
          05 WS-F-ZL-NETTO-O  PIC Z(9)9.99.
          05 FILLER           PIC X(6) VALUE "  VAT ".
          05 WS-F-ZL-VAT-O    PIC Z(9)9.99.
       01 WS-F-PO-ZALICZKACH.
          05 FILLER           PIC X(26)
             VALUE "ODLICZONE ZALICZKI BRUTTO:".
          05 WS-F-ODL-O       PIC Z(9)9.99.
          05 FILLER           PIC X(27)
             VALUE "  POZOSTALO DO ZAPLATY:    ".
          05 WS-F-DO-ZAPL-ZL-O PIC Z(9)9.99.
       01 WS-F-BLOK-ZAM.
          05 FILLER           PIC X(21)
             VALUE "DOTYCZY ZAMOWIENIA   ".
          05 FILLER           PIC X(9) VALUE "  Z DNIA ".
          05 WS-F-BLOK-DATA-O PIC 9(6).

      *    PUNKT KONTROLNY FAKTURY W TOKU (STAN P) - Z NIEGO
      *    PRZEBIEG WZNOWIONY WYSTAWIA PRZERWANA FAKTURE PONOWNIE

       01 ERR-PK PIC 99.
       01 ERR-PP PIC 99.
       01 WS-PUNKT.
          05 WS-PK-STAN      PIC X(1).
             88 WS-PK-OTWARTY   VALUE "P".
          05 WS-PK-NR        PIC 9(7).
          05 WS-PK-DATA      PIC 9(6).
          05 WS-PK-ZBIORCZA  PIC X(1).
          05 WS-PK-KLIENT    PIC X(10).
          05 WS-PK-ZB-N      PIC 9(3).
          05 WS-PK-ZB-NR     PIC 9(7) OCCURS 200.
          05 WS-PK-PARAGON   PIC X(1).
       01 WS-PUNKT-BLAD PIC X(1).
          88 WS-PUNKT-JEST-BLAD VALUE "T".
       01 WS-WZNOWIENIE PIC X(1) VALUE "N".
          88 WS-JEST-WZNOWIENIE VALUE "T".
       01 WS-STEMPEL-BLAD PIC X(1).
          88 WS-STEMPEL-JEST-BLAD VALUE "T".
       01 WS-ES-ZOSTAJE PIC X(1) VALUE "N".
          88 WS-ES-JUZ-WYSLANA VALUE "T".
       01 WS-DZIS-PRZEBIEGU PIC 9(6).
       01 WS-PK-NAGLOWEK PIC X(27).
       01 WS-PK-LINIA PIC 9(9).
       01 WS-PK-CIECIE PIC 9(9).
       01 WS-PK-USUNIETE PIC 9(5).
       01 WS-PK-I PIC 9(3).
       01 WS-KOD-POWROTU PIC 9(2) VALUE 0.

       01 WS-FAKTUR-WYSTAWIONO PIC 9(5) VALUE 0.
       01 WS-LINIE-FAKTURY PIC 9(3).
       01 WS-LINIE-POMINIETE PIC 9(3).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).

      *    REJESTR FAKTUR - NUMER KOLEJNEJ POZYCJI DOKUMENTU

       01 ERR-FN PIC 99.
       01 ERR-FP PIC 99.
       01 WS-REJESTR-OTWARTY PIC X(1).
          88 WS-REJESTR-JEST VALUE "T".
       01 WS-FP-LP PIC 9(3).

       01 WS-F-POMINIETA.
          05 FILLER PIC X(36)
             VALUE "** POZYCJA POMINIETA - BRAK W BAZA5:".
          05 WS-F-POM-LOK-O PIC X(10).

       01 WS-F-NAGLOWEK.
          05 WS-F-TYTUL-O     PIC X(11) VALUE "FAKTURA NR ".
          05 WS-F-NR-O        PIC X(16).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-F-DATA-O      PIC 9(6).
          05 FILLER           PIC X(13) VALUE "  ZAMOWIENIE ".
          05 WS-F-CENA-O      PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " = ".
          05 WS-F-WART-O      PIC Z(9)9.99.
          05 WS-F-KODKL-O     PIC X(34).
       01 WS-F-SUMY.
          05 FILLER           PIC X(13) VALUE "RAZEM NETTO: ".
          05 WS-F-NETTO-O     PIC Z(9)9.99.
           IF WS-TRYB-RUN = "M"
              DISPLAY "PRZEBIEG ZBIORCZY MIESIECZNY"
           END-IF
           IF WS-TRYB-RUN = "L"
              IF FUNCTION TEST-NUMVAL (WS-PARAM(2:7)) = 0
                 COMPUTE WS-LADA-NR = FUNCTION NUMVAL (WS-PARAM(2:7))
              END-IF
              IF WS-PARAM(9:1) = "P"
                 MOVE "T" TO WS-LADA-PARAGON
              END-IF
              DISPLAY "SPRZEDAZ Z LADY - ZAMOWIENIE " WS-LADA-NR
           END-IF

           PERFORM 050-CZYTAJ-PUNKT
           IF WS-PK-OTWARTY
              PERFORM 055-COFNIJ-WYDRUKI
           END-IF

           OPEN I-O ZAMOWFILE
           IF ERR-Z NOT = 0
                       CLOSE FAKTFILE
                       OPEN OUTPUT FAKTFILE
                    END-IF
                    PERFORM 180-OTWORZ-REJESTR
                    IF WS-PK-OTWARTY
                       PERFORM 060-DOKONCZ-FAKTURE
                    END-IF

                    MOVE WS-LADA-NR TO NR-ZAMOWIENIA
                    START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
                    IF ERR-Z = 0 AND NOT WS-PK-OTWARTY
                       READ ZAMOWFILE NEXT
                       PERFORM UNTIL ERR-Z > 0 OR WS-PK-OTWARTY
                               OR (WS-TRYB-RUN = "L"
                                   AND NR-ZAMOWIENIA > WS-LADA-NR)
                          IF ZAM-ZREALIZOWANE AND FAKTURA-Z = 0
                             PERFORM 115-TRYB-KLIENTA
                             IF (WS-TRYB-KLIENTA = "T"
                                 OR WS-TRYB-KLIENTA = "M")
                                AND WS-TRYB-RUN NOT = "L"
                                IF WS-TRYB-KLIENTA = WS-TRYB-RUN
                                   PERFORM 118-ZAPAMIETAJ-KLIENTA
                                END-IF

                    PERFORM VARYING WS-KL-I FROM 1 BY 1
                            UNTIL WS-KL-I > WS-KL-N
                            OR WS-PK-OTWARTY
                       MOVE WS-KL-KOD (WS-KL-I) TO WS-ZB-KLIENT
                       PERFORM 150-FAKTURA-ZBIORCZA
                    END-PERFORM
                               "PRZEBIEG PONOWNIE"
                    END-IF

                    IF WS-REJESTR-JEST
                       CLOSE FNFILE
                       CLOSE FPFILE
                    END-IF
                    CLOSE FAKTFILE
                    CLOSE INFILE
                 END-IF

           DISPLAY "---------------------"
           DISPLAY "WYSTAWIONO FAKTUR: " WS-FAKTUR-WYSTAWIONO
           IF WS-PK-OTWARTY
              DISPLAY "FAKTURA " WS-PK-NR " NIEDOKONCZONA - "
                      "USUN PRZYCZYNE I URUCHOM PRZEBIEG PONOWNIE"
              MOVE 8 TO WS-KOD-POWROTU
           END-IF

           MOVE WS-KOD-POWROTU TO RETURN-CODE
           STOP RUN
           .

       050-CZYTAJ-PUNKT.

           MOVE SPACES TO WS-PUNKT
           OPEN INPUT PUNKTFILE
           IF ERR-PK = 0
              READ PUNKTFILE INTO WS-PUNKT
              IF ERR-PK NOT = 0
                 MOVE SPACES TO WS-PUNKT
              END-IF
              CLOSE PUNKTFILE
           END-IF
           IF WS-PK-OTWARTY
              DISPLAY "PUNKT KONTROLNY: FAKTURA " WS-PK-NR
                      " Z DNIA " WS-PK-DATA
                      " NIEDOKONCZONA W POPRZEDNIM PRZEBIEGU"

      *    RODZAJ PRZERWANEGO DOKUMENTU Z PUNKTU, NIE Z PARAMETRU -
      *    PARAMETR WRACA PO DOKONCZENIU (060)

              MOVE WS-LADA-PARAGON TO WS-LADA-PARAGON-PARAM
              IF WS-PK-PARAGON = "T"
                 MOVE "T" TO WS-LADA-PARAGON
                 DISPLAY "DOKUMENT PRZERWANY: PARAGON"
              ELSE
                 MOVE "N" TO WS-LADA-PARAGON
              END-IF
           END-IF
           .

       055-COFNIJ-WYDRUKI.

      *    PLIKI TEKSTOWE SA TYLKO DOPISYWANE - LINIE
      *    PRZERWANEJ FAKTURY USUWANE PRZEZ PRZEPISANIE PLIKU
      *    (JAK W EFAKTURY), ZANIM 060 WYSTAWI JA PONOWNIE

           MOVE WS-PK-NR TO WS-NR-FAKTURY
           PERFORM 190-TEKST-NUMERU
           MOVE SPACES TO WS-PK-NAGLOWEK
           IF WS-JEST-PARAGON
              STRING "PARAGON NR " WS-ND-TEKST
                     DELIMITED BY SIZE INTO WS-PK-NAGLOWEK
           ELSE
              STRING "FAKTURA NR " WS-ND-TEKST
                     DELIMITED BY SIZE INTO WS-PK-NAGLOWEK
           END-IF
           PERFORM 056-COFNIJ-WYDRUK-FAKTURY
           PERFORM 057-COFNIJ-REJESTR-SPRZEDAZY
           PERFORM 058-COFNIJ-STATUS-TRANSMISJI
           .

       056-COFNIJ-WYDRUK-FAKTURY.

      *    FAKTURA W TOKU JEST OSTATNIA W Faktury.txt - ODCINAMY
      *    PLIK OD JEJ NAGLOWKA DO KONCA

           MOVE 0 TO WS-PK-LINIA
           MOVE 0 TO WS-PK-CIECIE
           OPEN INPUT FAKTFILE
           IF ERR-F = 0
              READ FAKTFILE
              PERFORM UNTIL ERR-F > 0
                 ADD 1 TO WS-PK-LINIA
                 IF FAKT-REC(1:27) = WS-PK-NAGLOWEK
                    MOVE WS-PK-LINIA TO WS-PK-CIECIE
                 END-IF
                 READ FAKTFILE
              END-PERFORM
              CLOSE FAKTFILE
           END-IF

           IF WS-PK-CIECIE > 0
              OPEN INPUT FAKTFILE
              OPEN OUTPUT PRZEPFILE
              MOVE 0 TO WS-PK-LINIA
              READ FAKTFILE
              PERFORM UNTIL ERR-F > 0
                 ADD 1 TO WS-PK-LINIA
                 IF WS-PK-LINIA < WS-PK-CIECIE
                    WRITE PRZEP-REC FROM FAKT-REC
                 END-IF
                 READ FAKTFILE
              END-PERFORM
              CLOSE PRZEPFILE
              CLOSE FAKTFILE

              OPEN INPUT PRZEPFILE
              OPEN OUTPUT FAKTFILE
              IF ERR-PP = 0 AND ERR-F = 0
                 READ PRZEPFILE
                 PERFORM UNTIL ERR-PP > 0
                    WRITE FAKT-REC FROM PRZEP-REC
                    READ PRZEPFILE
                 END-PERFORM
              END-IF
              CLOSE PRZEPFILE
              CLOSE FAKTFILE
              COMPUTE WS-PK-USUNIETE = WS-PK-LINIA - WS-PK-CIECIE
                      + 1
              DISPLAY "Faktury.txt: USUNIETO " WS-PK-USUNIETE
                      " LINII NIEDOKONCZONEJ FAKTURY"
           END-IF
           .

       057-COFNIJ-REJESTR-SPRZEDAZY.

           MOVE 0 TO WS-PK-USUNIETE
           OPEN INPUT REJFILE
           IF ERR-REJ = 0
              OPEN OUTPUT PRZEPFILE
              READ REJFILE INTO WS-REJ-LINIA
              PERFORM UNTIL ERR-REJ > 0
                 IF WS-RJ-FAKT-O = WS-PK-NR
                    ADD 1 TO WS-PK-USUNIETE
                 ELSE
                    WRITE PRZEP-REC FROM REJ-REC
                 END-IF
                 READ REJFILE INTO WS-REJ-LINIA
              END-PERFORM
              CLOSE PRZEPFILE
              CLOSE REJFILE
           END-IF

           IF WS-PK-USUNIETE > 0
              OPEN INPUT PRZEPFILE
              OPEN OUTPUT REJFILE
              IF ERR-PP = 0 AND ERR-REJ = 0
                 READ PRZEPFILE
                 PERFORM UNTIL ERR-PP > 0
                    WRITE REJ-REC FROM PRZEP-REC
                    READ PRZEPFILE
                 END-PERFORM
              END-IF
              CLOSE PRZEPFILE
              CLOSE REJFILE
              DISPLAY "RejestrSprzedazy.txt: USUNIETO "
                      WS-PK-USUNIETE " LINII NIEDOKONCZONEJ FAKTURY"
           END-IF
           .

       058-COFNIJ-STATUS-TRANSMISJI.

      *    STATUS "N" (NIEWYSLANA) USUWAMY I ZAPISUJEMY OD NOWA;
      *    E-FAKTURA JUZ WYSLANA PRZEZ EFAKTURY ZOSTAJE Z SWOIM
      *    STATUSEM I NIE DOSTAJE DRUGIEGO WPISU

           MOVE 0 TO WS-PK-USUNIETE
           MOVE "N" TO WS-ES-ZOSTAJE
           OPEN INPUT ESTATFILE
           IF ERR-ES = 0
              OPEN OUTPUT PRZEPFILE
              READ ESTATFILE INTO WS-ESTAT-LINIA
              PERFORM UNTIL ERR-ES > 0
                 IF WS-ES-NR-O = WS-PK-NR
                    AND WS-ES-STATUS-O = "N"
                    ADD 1 TO WS-PK-USUNIETE
                 ELSE
                    IF WS-ES-NR-O = WS-PK-NR
                       MOVE "T" TO WS-ES-ZOSTAJE
                    END-IF
                    WRITE PRZEP-REC FROM ESTAT-REC
                 END-IF
                 READ ESTATFILE INTO WS-ESTAT-LINIA
              END-PERFORM
              CLOSE PRZEPFILE
              CLOSE ESTATFILE
           END-IF

           IF WS-PK-USUNIETE > 0
              OPEN INPUT PRZEPFILE
              OPEN OUTPUT ESTATFILE
              IF ERR-PP = 0 AND ERR-ES = 0
                 READ PRZEPFILE
                 PERFORM UNTIL ERR-PP > 0
                    WRITE ESTAT-REC FROM PRZEP-REC
                    READ PRZEPFILE
                 END-PERFORM
              END-IF
              CLOSE PRZEPFILE
              CLOSE ESTATFILE
           END-IF
           .

       060-DOKONCZ-FAKTURE.

      *    PRZERWANA FAKTURA WYSTAWIANA PONOWNIE W CALOSCI POD
      *    TYM SAMYM NUMEREM I Z DATA PIERWOTNEGO PRZEBIEGU.
      *    NAGLOWEK I POZYCJE W REJESTRZE FAKTUR SA NADPISYWANE,
      *    ROZRACHUNEK JUZ ZAPISANY ZOSTAJE (145), A ZALICZKI
      *    ODLICZONE NA TEJ FAKTURZE SA ODLICZANE PONOWNIE (142)

           PERFORM 062-NUMER-PRZERWANEJ
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA SPRAWDZIC LICZNIKA FAKTURA - "
                      "FAKTURA " WS-PK-NR " NIEDOKONCZONA"
           ELSE
              DISPLAY "WZNOWIENIE: FAKTURA " WS-PK-NR
                      " WYSTAWIANA PONOWNIE"
              MOVE "T" TO WS-WZNOWIENIE
              MOVE WS-DZIS TO WS-DZIS-PRZEBIEGU
              MOVE WS-PK-DATA TO WS-DZIS
              MOVE WS-PK-ZB-N TO WS-ZB-N
              PERFORM VARYING WS-PK-I FROM 1 BY 1
                      UNTIL WS-PK-I > WS-PK-ZB-N
                 MOVE WS-PK-ZB-NR (WS-PK-I) TO WS-ZB-NR (WS-PK-I)
              END-PERFORM
              IF WS-PK-ZBIORCZA = "T"
                 MOVE WS-PK-KLIENT TO WS-ZB-KLIENT
                 PERFORM 150-FAKTURA-ZBIORCZA
              ELSE
                 MOVE WS-PK-ZB-NR (1) TO NR-ZAMOWIENIA
                 READ ZAMOWFILE
                 IF ERR-Z = 0
                    PERFORM 100-WYSTAW-FAKTURE
                 ELSE
                    DISPLAY "BRAK ZAMOWIENIA " NR-ZAMOWIENIA
                            " FAKTURY " WS-PK-NR " - KOD " ERR-Z
                 END-IF
              END-IF
              MOVE "N" TO WS-WZNOWIENIE
              MOVE "N" TO WS-ES-ZOSTAJE
              MOVE WS-DZIS-PRZEBIEGU TO WS-DZIS
           END-IF
           MOVE WS-LADA-PARAGON-PARAM TO WS-LADA-PARAGON
           .

       062-NUMER-PRZERWANEJ.

      *    PUNKT ZAPISYWANY JEST PRZED ZWIEKSZENIEM LICZNIKA -
      *    JESLI LICZNIK NADAL WSKAZUJE NUMER Z PUNKTU, PRZEBIEG
      *    URWAL SIE MIEDZY ZAPISAMI I NUMER TRZEBA POBRAC TERAZ

           MOVE "N" TO WS-NUMERY-BLAD
           OPEN I-O NUMERYFILE
           IF ERR-N NOT = 0
              MOVE "T" TO WS-NUMERY-BLAD
           ELSE
              MOVE "FAKTURA" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              ELSE
                 IF NASTEPNY-N = WS-PK-NR
                    ADD 1 TO NASTEPNY-N
                    REWRITE NUMERY-REC
                    IF ERR-N NOT = 0
                       MOVE "T" TO WS-NUMERY-BLAD
                    END-IF
                 END-IF
              END-IF
              CLOSE NUMERYFILE
           END-IF
           MOVE WS-PK-NR TO WS-NR-FAKTURY
           .

       115-TRYB-KLIENTA.

           MOVE SPACES TO WS-TRYB-KLIENTA
      *    ZREALIZOWANE ZAMOWIENIA KLIENTA - POZYCJE W BLOKACH
      *    WG ZAMOWIEN, SUMY I VAT NARASTAJACO PRZEZ CALOSC

      *    PRZY WZNOWIENIU (060) ZAMOWIENIA I NUMER SA Z PUNKTU
      *    KONTROLNEGO - CZESC Z NICH MA JUZ TEN NUMER FAKTURY

           IF NOT WS-JEST-WZNOWIENIE
              MOVE 0 TO WS-ZB-N
              MOVE 0 TO NR-ZAMOWIENIA
              START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
              IF ERR-Z = 0
                 READ ZAMOWFILE NEXT
                 PERFORM UNTIL ERR-Z > 0
                    IF ZAM-ZREALIZOWANE AND FAKTURA-Z = 0
                       AND KOD-KLIENTA-Z = WS-ZB-KLIENT
                       AND WS-ZB-N < 200
                       ADD 1 TO WS-ZB-N
                       MOVE NR-ZAMOWIENIA TO WS-ZB-NR (WS-ZB-N)
                    END-IF
                    READ ZAMOWFILE NEXT
                 END-PERFORM
                 MOVE 0 TO ERR-Z
              END-IF
           END-IF

           IF WS-ZB-N = 0
              CONTINUE
           ELSE
              MOVE "T" TO WS-PK-ZBIORCZA
              MOVE WS-ZB-KLIENT TO WS-PK-KLIENT
              IF NOT WS-JEST-WZNOWIENIE
                 PERFORM 110-POBIERZ-NUMER-FAKTURY
              END-IF
              IF WS-NUMERY-JEST-BLAD
                 DISPLAY "NIE MOZNA POBRAC NUMERU FAKTURY - "
                         "KLIENT " WS-ZB-KLIENT " POMINIETY"
                 MOVE 0 TO WS-LINIE-FAKTURY
                 MOVE 0 TO WS-LINIE-POMINIETE
                 MOVE 0 TO WS-REJ-N
                 MOVE 0 TO WS-FP-LP
                 MOVE "N" TO WS-STEMPEL-BLAD

                 PERFORM 190-TEKST-NUMERU
                 MOVE WS-ND-TEKST TO WS-F-NR-O
                 MOVE WS-DZIS TO WS-F-DATA-O
                 MOVE 0 TO WS-F-ZAM-O
                 WRITE FAKT-REC FROM WS-F-NAGLOWEK
                       WRITE FAKT-REC FROM WS-F-BLOK-ZAM
                       PERFORM 130-POZYCJE-FAKTURY
                       MOVE WS-NR-FAKTURY TO FAKTURA-Z
                       IF ZAM-ZA-POBRANIEM AND KWOTA-POBRANIA-Z = 0
                          DISPLAY "UWAGA: ZAMOWIENIE ZA POBRANIEM "
                                  NR-ZAMOWIENIA " NA FAKTURZE "
                                  "ZBIORCZEJ - BEZ KWOTY POBRANIA"
                       END-IF
                       REWRITE ZAM-REC
                       IF ERR-Z NOT = 0
                          DISPLAY "REWRITE ZAMOWIENIA "
                                  NR-ZAMOWIENIA " - KOD " ERR-Z
                          MOVE "T" TO WS-STEMPEL-BLAD
                       END-IF
                    ELSE
                       DISPLAY "BRAK ZAMOWIENIA " NR-ZAMOWIENIA
                               " FAKTURY " WS-NR-FAKTURY
                               " - KOD " ERR-Z
                       MOVE "T" TO WS-STEMPEL-BLAD
                    END-IF
                 END-PERFORM

                 PERFORM 140-SUMY-I-SLOWNIE
                 PERFORM 145-ZAPISZ-ROZRACHUNEK
                 PERFORM 185-REJESTR-FAKTURY
                 PERFORM 147-REJESTR-SPRZEDAZY
                 PERFORM 160-EFAKTURA-XML
                 IF NOT WS-STEMPEL-JEST-BLAD
                    PERFORM 196-ZAMKNIJ-PUNKT
                 END-IF

                 ADD 1 TO WS-FAKTUR-WYSTAWIONO
                 DISPLAY "FAKTURA ZBIORCZA " WS-NR-FAKTURY

           MOVE 1 TO WS-ZB-N
           MOVE NR-ZAMOWIENIA TO WS-ZB-NR (1)
           MOVE "N" TO WS-PK-ZBIORCZA
           MOVE KOD-KLIENTA-Z TO WS-PK-KLIENT
           IF WS-JEST-WZNOWIENIE
              MOVE "N" TO WS-NUMERY-BLAD
           ELSE
              PERFORM 110-POBIERZ-NUMER-FAKTURY
           END-IF
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU FAKTURY - ZAMOWIENIE "
                      NR-ZAMOWIENIA " POMINIETE"
              MOVE 0 TO WS-LINIE-FAKTURY
              MOVE 0 TO WS-LINIE-POMINIETE
              MOVE 0 TO WS-REJ-N
              MOVE 0 TO WS-FP-LP

              PERFORM 190-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-F-NR-O
              MOVE WS-DZIS TO WS-F-DATA-O
              MOVE NR-ZAMOWIENIA TO WS-F-ZAM-O
              IF WS-JEST-PARAGON
                 MOVE "PARAGON NR " TO WS-F-TYTUL-O
              ELSE
                 MOVE "FAKTURA NR " TO WS-F-TYTUL-O
              END-IF
              WRITE FAKT-REC FROM WS-F-NAGLOWEK

              PERFORM 120-NABYWCA
              PERFORM 130-POZYCJE-FAKTURY
              PERFORM 140-SUMY-I-SLOWNIE
              PERFORM 145-ZAPISZ-ROZRACHUNEK
              PERFORM 185-REJESTR-FAKTURY
              PERFORM 147-REJESTR-SPRZEDAZY
              IF NOT WS-JEST-PARAGON
                 PERFORM 160-EFAKTURA-XML
              END-IF

              MOVE WS-NR-FAKTURY TO FAKTURA-Z
              IF ZAM-ZA-POBRANIEM AND KWOTA-POBRANIA-Z = 0
                 MOVE WS-DO-ZAPLATY TO KWOTA-POBRANIA-Z
              END-IF
              REWRITE ZAM-REC
              IF ERR-Z NOT = 0
                 DISPLAY "REWRITE ZAMOWIENIA " NR-ZAMOWIENIA
                         " - KOD " ERR-Z
              ELSE
                 PERFORM 196-ZAMKNIJ-PUNKT
                 ADD 1 TO WS-FAKTUR-WYSTAWIONO
                 DISPLAY "FAKTURA " WS-NR-FAKTURY " DLA ZAMOWIENIA "
                         NR-ZAMOWIENIA " (" WS-LINIE-FAKTURY
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-FAKTURY
              PERFORM 195-ZAPISZ-PUNKT
              IF WS-PUNKT-JEST-BLAD
                 DISPLAY "NIE MOZNA ZAPISAC PUNKTU KONTROLNEGO "
                         "FakturyPunktKontrolny.txt - KOD " ERR-PK
                 MOVE "T" TO WS-NUMERY-BLAD
              ELSE
                 ADD 1 TO NASTEPNY-N
                 REWRITE NUMERY-REC
                 IF ERR-N NOT = 0
                    MOVE "T" TO WS-NUMERY-BLAD
                    PERFORM 196-ZAMKNIJ-PUNKT
                 END-IF
              END-IF
              CLOSE NUMERYFILE
           END-IF
           MOVE SPACES TO WS-F-ADRES-O

           MOVE SPACES TO WS-WALUTA-FAKTURY
           MOVE SPACES TO WS-WARUNKI-KLIENTA
           MOVE "K" TO WS-NABYWCA-VAT
           MOVE SPACES TO WS-NIP-NABYWCY
           MOVE "PL" TO WS-KRAJ-NABYWCY
           OPEN INPUT KLIENCIFILE
           IF ERR-K = 0
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
                 MOVE NAZWA-K TO WS-F-NAZWA-O
                 MOVE ADRES-K TO WS-F-ADRES-O
                 MOVE WALUTA-K TO WS-WALUTA-FAKTURY
                 MOVE WARUNKI-K TO WS-WARUNKI-KLIENTA
                 MOVE NIP-K TO WS-NIP-NABYWCY
                 IF KRAJ-K NOT = SPACES
                    MOVE KRAJ-K TO WS-KRAJ-NABYWCY
                 END-IF
                 IF NABYWCA-UE OR NABYWCA-EKSPORT
                    MOVE VAT-NABYWCY-K TO WS-NABYWCA-VAT
                 END-IF
              END-IF
              CLOSE KLIENCIFILE
           END-IF

           WRITE FAKT-REC FROM WS-F-NABYWCA
           WRITE FAKT-REC FROM WS-F-ADRES
           IF WS-NIP-NABYWCY NOT = SPACES
              MOVE WS-KRAJ-NABYWCY TO WS-F-KRAJ-O
              MOVE WS-NIP-NABYWCY TO WS-F-NIP-O
              WRITE FAKT-REC FROM WS-F-NIP
           END-IF
           IF WS-DOSTAWA-WDT AND WS-NIP-NABYWCY = SPACES
              DISPLAY "UWAGA: NABYWCA UE " KOD-KLIENTA-Z
                      " BEZ NUMERU VAT UE - FAKTURA "
                      WS-NR-FAKTURY " WYMAGA UZUPELNIENIA"
           END-IF
           PERFORM 121-WARUNKI-KLIENTA
           PERFORM 125-KURS-FAKTURY
           .

       121-WARUNKI-KLIENTA.

      *    TERMIN PLATNOSCI I TERMIN SKONTA LICZONE OD DATY FAKTURY
      *    WG WARUNKOW KLIENTA

           MOVE DNI-TERMINU-PLATNOSCI TO WS-DNI-NETTO
           MOVE 0 TO WS-DNI-SKONTA
           MOVE 0 TO WS-PROC-SKONTA
           MOVE SPACES TO WS-F-WARUNKI-O
           IF WS-WARUNKI-KLIENTA NOT = SPACES
              OPEN INPUT WARUNKIFILE
              IF ERR-WP NOT = 0
                 DISPLAY "UWAGA: BRAK TABELI WarunkiPlatnosci.txt "
                         "- TERMIN " DNI-TERMINU-PLATNOSCI " DNI"
              ELSE
                 READ WARUNKIFILE INTO WS-WARUNKI-LINIA
                 PERFORM UNTIL ERR-WP > 0
                    IF WS-WP-KOD-A = WS-WARUNKI-KLIENTA
                       MOVE WS-WP-DNI-A TO WS-DNI-NETTO
                       MOVE WS-WP-DNI-SK-A TO WS-DNI-SKONTA
                       IF FUNCTION TEST-NUMVAL(WS-WP-PROC-A) = 0
                          COMPUTE WS-PROC-SKONTA =
                                  FUNCTION NUMVAL(WS-WP-PROC-A)
                       END-IF
                       MOVE WS-WP-OPIS-A TO WS-F-WARUNKI-O
                    END-IF
                    READ WARUNKIFILE INTO WS-WARUNKI-LINIA
                 END-PERFORM
                 CLOSE WARUNKIFILE
              END-IF
           END-IF

           MOVE WS-DNI-NETTO TO WS-DNI-DODAJ
           PERFORM 122-DATA-PLUS-DNI
           MOVE WS-DATA-WYNIK TO WS-DATA-PLATN
           MOVE 0 TO WS-DATA-SKONTA
           IF WS-PROC-SKONTA > 0 AND WS-DNI-SKONTA > 0
              MOVE WS-DNI-SKONTA TO WS-DNI-DODAJ
              PERFORM 122-DATA-PLUS-DNI
              MOVE WS-DATA-WYNIK TO WS-DATA-SKONTA
           ELSE
              MOVE 0 TO WS-PROC-SKONTA
           END-IF
           .

       122-DATA-PLUS-DNI.

           STRING "20" WS-DZIS DELIMITED BY SIZE
                  INTO WS-TERMIN-8
           COMPUTE WS-TERMIN-INT = FUNCTION INTEGER-OF-DATE
                   (WS-TERMIN-8) + WS-DNI-DODAJ
           COMPUTE WS-TERMIN-8 = FUNCTION DATE-OF-INTEGER
                   (WS-TERMIN-INT)
           MOVE WS-TERMIN-8(3:6) TO WS-DATA-WYNIK
           .

       125-KURS-FAKTURY.

      *    URZAD WYMAGA NA FAKTURZE WALUTOWEJ KURSU, PO KTORYM
              MOVE ILOSC-WYDANA-L TO WS-F-ILOSC-O
              MOVE WS-CENA-LICZBA TO WS-F-CENA-O
              MOVE WS-WART-NETTO TO WS-F-WART-O
              MOVE SPACES TO WS-F-KODKL-O
              IF KOD-TOW-KLIENTA-L NOT = SPACES
                 STRING " KOD KLIENTA: "
                        FUNCTION TRIM (KOD-TOW-KLIENTA-L)
                        DELIMITED BY SIZE INTO WS-F-KODKL-O
              END-IF
              WRITE FAKT-REC FROM WS-F-POZYCJA
              PERFORM 182-REJESTR-POZYCJI
              IF WS-JEST-WALUTOWA
                 COMPUTE WS-CENA-WAL ROUNDED =
                         WS-CENA-LICZBA / WS-KURS-WART
       137-VAT-LINII.

      *    STAWKA WG KATEGORII TOWARU Z BAZA5; BEZ WPISU W
      *    StawkiVAT LINIA JEST FLAGOWANA I LICZONA PO 23%.
      *    DOSTAWA WEWNATRZWSPOLNOTOWA I EKSPORT - ZAWSZE 0%

           MOVE "N" TO WS-VAT-ZNALEZIONY
           MOVE 23 TO WS-STAWKA-VAT
              END-IF
              CLOSE VATFILE
           END-IF
           IF WS-STAWKA-ZEROWA
              MOVE 0 TO WS-STAWKA-VAT
           ELSE
              IF NOT WS-VAT-JEST
                 DISPLAY "UWAGA: BRAK STAWKI VAT DLA KATEGORII "
                         CATEGORY OF IN-REC " (TOWAR " TOWAR-L
                         ") - PRZYJETO 23%"
              END-IF
           END-IF
           .

              MOVE WS-REJ-STAWKA (WS-REJ-I) TO WS-RJ-STAWKA-O
              MOVE WS-REJ-NETTO (WS-REJ-I) TO WS-RJ-NETTO-O
              MOVE WS-REJ-VAT (WS-REJ-I) TO WS-RJ-VAT-O
              MOVE WS-NABYWCA-VAT TO WS-RJ-RODZAJ-O
              WRITE REJ-REC FROM WS-REJ-LINIA
           END-PERFORM
           CLOSE REJFILE
           MOVE WS-SUMA-VAT TO WS-F-VAT-O
           MOVE WS-SUMA-BRUTTO TO WS-F-BRUTTO-O
           WRITE FAKT-REC FROM WS-F-SUMY
           PERFORM 141-PODSTAWA-PRAWNA
           IF WS-JEST-WALUTOWA
              COMPUTE WS-WART-WAL ROUNDED =
                      WS-SUMA-NETTO / WS-KURS-WART
              WRITE FAKT-REC FROM WS-F-SUMY-WAL
           END-IF

           PERFORM 184-STAWKI-DO-REJESTRU
           PERFORM 142-ODLICZ-ZALICZKI
           COMPUTE WS-DO-ZAPLATY = WS-SUMA-BRUTTO - WS-ODL-BRUTTO
           IF WS-ODL-BRUTTO > 0
              MOVE WS-ODL-BRUTTO TO WS-F-ODL-O
              MOVE WS-DO-ZAPLATY TO WS-F-DO-ZAPL-ZL-O
              WRITE FAKT-REC FROM WS-F-PO-ZALICZKACH
           END-IF

           DIVIDE WS-DO-ZAPLATY BY 1 GIVING WS-BRUTTO-ZLOTE
           COMPUTE WS-BRUTTO-GROSZE =
                   (WS-DO-ZAPLATY - WS-BRUTTO-ZLOTE) * 100

           MOVE SPACES TO WS-SLOWNIE
           CALL "LICZEBNIKI" USING WS-BRUTTO-ZLOTE WS-SLOWNIE
           MOVE WS-BRUTTO-GROSZE TO WS-F-GROSZE-O
           WRITE FAKT-REC FROM WS-F-SLOWNIE

           MOVE WS-DATA-PLATN TO WS-F-TERMIN-O
           MOVE WS-DNI-NETTO TO WS-F-DNI-O
           WRITE FAKT-REC FROM WS-F-TERMIN
           MOVE 0 TO WS-KWOTA-SKONTA
           IF WS-PROC-SKONTA > 0 AND WS-DO-ZAPLATY > 0
              COMPUTE WS-KWOTA-SKONTA ROUNDED =
                      WS-DO-ZAPLATY * WS-PROC-SKONTA / 100
              MOVE WS-PROC-SKONTA TO WS-F-PROC-SK-O
              MOVE WS-DATA-SKONTA TO WS-F-DATA-SK-O
              MOVE WS-KWOTA-SKONTA TO WS-F-KWOTA-SK-O
              COMPUTE WS-DO-ZAPLATY-SK =
                      WS-DO-ZAPLATY - WS-KWOTA-SKONTA
              MOVE WS-DO-ZAPLATY-SK TO WS-F-DO-ZAPL-O
              WRITE FAKT-REC FROM WS-F-SKONTO
           END-IF

           MOVE SPACES TO FAKT-REC
           WRITE FAKT-REC
           .

       141-PODSTAWA-PRAWNA.

           MOVE SPACES TO WS-F-PODSTAWA
           IF WS-DOSTAWA-WDT
              STRING "WEWNATRZWSPOLNOTOWA DOSTAWA TOWAROW - STAWKA 0% "
                     "(ART. 42 UST. 1 USTAWY O VAT)"
                     DELIMITED BY SIZE INTO WS-F-PODSTAWA
           END-IF
           IF WS-DOSTAWA-EKSPORT
              STRING "EKSPORT TOWAROW - STAWKA 0% "
                     "(ART. 41 UST. 4 USTAWY O VAT)"
                     DELIMITED BY SIZE INTO WS-F-PODSTAWA
           END-IF
           IF WS-F-PODSTAWA NOT = SPACES
              WRITE FAKT-REC FROM WS-F-PODSTAWA
           END-IF
           .

       142-ODLICZ-ZALICZKI.

      *    OTWARTE ZALICZKI ZAMOWIEN FAKTURY (WS-ZB-TAB) SA
      *    ODLICZANE OD SUM STAWEK - REJESTR SPRZEDAZY DOSTAJE
      *    TYLKO ROZNICE, A ROZRACHUNEK KWOTE POZOSTALA DO
      *    ZAPLATY. ZALICZKA, KTOREJ STAWKA NIE MIESCI SIE W
      *    FAKTURZE (NP. PRZY CZESCIOWEJ REALIZACJI), ZOSTAJE
      *    OTWARTA NA KOLEJNA FAKTURE ZAMOWIENIA. ZALICZKI SA W
      *    PLN - NA FAKTURZE WALUTOWEJ NIE SA ODLICZANE

           MOVE 0 TO WS-ODL-NETTO
           MOVE 0 TO WS-ODL-VAT
           MOVE 0 TO WS-ODL-BRUTTO
           MOVE 0 TO WS-XZ-N
           OPEN I-O ZALFILE
           IF ERR-ZL = 0
              PERFORM VARYING WS-ZB-I FROM 1 BY 1
                      UNTIL WS-ZB-I > WS-ZB-N
                 MOVE WS-ZB-NR (WS-ZB-I) TO NR-ZAM-ZL
                 START ZALFILE KEY = NR-ZAM-ZL
                 IF ERR-ZL = 0
                    READ ZALFILE NEXT
                    PERFORM UNTIL ERR-ZL > 0
                            OR NR-ZAM-ZL NOT = WS-ZB-NR (WS-ZB-I)
                       IF ZAL-OTWARTA
                          OR (WS-JEST-WZNOWIENIE AND ZAL-ROZLICZONA
                              AND NR-FAKT-KONC-ZL = WS-NR-FAKTURY)
                          PERFORM 143-ODLICZ-JEDNA-ZALICZKE
                       END-IF
                       READ ZALFILE NEXT
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE ZALFILE
           END-IF
           COMPUTE WS-ODL-BRUTTO = WS-ODL-NETTO + WS-ODL-VAT
           .

       143-ODLICZ-JEDNA-ZALICZKE.

           MOVE "N" TO WS-ODL-MOZNA
           IF NOT WS-JEST-WALUTOWA
              PERFORM VARYING WS-REJ-I FROM 1 BY 1
                      UNTIL WS-REJ-I > WS-REJ-N
                 IF WS-REJ-STAWKA (WS-REJ-I) = STAWKA-ZL
                    AND WS-REJ-NETTO (WS-REJ-I) >= NETTO-ZL
                    AND WS-REJ-VAT (WS-REJ-I) >= VAT-ZL
                    AND NOT WS-ODL-JEST-MOZNA
                    MOVE "T" TO WS-ODL-MOZNA
                    SUBTRACT NETTO-ZL FROM WS-REJ-NETTO (WS-REJ-I)
                    SUBTRACT VAT-ZL FROM WS-REJ-VAT (WS-REJ-I)
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ODL-JEST-MOZNA
              ADD NETTO-ZL TO WS-ODL-NETTO
              ADD VAT-ZL TO WS-ODL-VAT
              MOVE "FAKTURA" TO WS-ND-SERIA
              MOVE NR-FAKT-ZL TO WS-ND-NUMER
              MOVE "T" TO WS-ND-FUNKCJA
              CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                    WS-ND-NUMER WS-ND-TEKST
              MOVE WS-ND-TEKST TO WS-F-ZL-NR-O
              IF WS-XZ-N < 20
                 ADD 1 TO WS-XZ-N
                 MOVE WS-ND-TEKST TO WS-XZ-NR (WS-XZ-N)
                 MOVE STAWKA-ZL TO WS-XZ-STAWKA (WS-XZ-N)
                 MOVE NETTO-ZL TO WS-XZ-NETTO (WS-XZ-N)
                 MOVE VAT-ZL TO WS-XZ-VAT (WS-XZ-N)
              END-IF
              MOVE STAWKA-ZL TO WS-F-ZL-STAWKA-O
              MOVE NETTO-ZL TO WS-F-ZL-NETTO-O
              MOVE VAT-ZL TO WS-F-ZL-VAT-O
              WRITE FAKT-REC FROM WS-F-ZALICZKA
              MOVE "R" TO STATUS-ZL
              MOVE WS-NR-FAKTURY TO NR-FAKT-KONC-ZL
              REWRITE ZAL-REC
              IF ERR-ZL NOT = 0
                 DISPLAY "REWRITE ZALICZKI " NR-FAKT-ZL
                         " - KOD " ERR-ZL
              END-IF
           ELSE
              DISPLAY "UWAGA: ZALICZKA FV " NR-FAKT-ZL " STAWKA "
                      STAWKA-ZL " (ZAMOWIENIE " NR-ZAM-ZL
                      ") NIE ODLICZONA NA FAKTURZE "
                      WS-NR-FAKTURY " - POZOSTAJE OTWARTA"
           END-IF
           .

       145-ZAPISZ-ROZRACHUNEK.

      *    KAZDA WYSTAWIONA FAKTURA OTWIERA POZYCJE W REJESTRZE
      *    ROZRACHUNKOW Z KLIENTAMI (PLIK Rozrachunki) - WPLATY
      *    KSIEGUJE NA NIA PROGRAM ROZRACHUNKI. TERMIN PLATNOSCI
      *    I TERMIN SKONTA WG WARUNKOW KLIENTA (121-WARUNKI-KLIENTA)

           OPEN I-O ROZRFILE
           IF ERR-R = 35
              MOVE WS-NR-FAKTURY TO NR-FAKTURY-R
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-R
              MOVE WS-DZIS TO DATA-FAKTURY-R
              MOVE WS-DATA-PLATN TO DATA-PLATN-R
              MOVE WS-DO-ZAPLATY TO KWOTA-BRUTTO-R
              MOVE 0 TO KWOTA-ZAPLAC-R
              MOVE "O" TO STATUS-R
              IF WS-DO-ZAPLATY = 0
                 MOVE "Z" TO STATUS-R
              END-IF
              MOVE 0 TO POZIOM-MONITU-R
              MOVE WS-DATA-SKONTA TO DATA-SKONTA-R
              MOVE WS-PROC-SKONTA TO PROC-SKONTA-R
              WRITE ROZR-REC
              IF ERR-R = 22 AND WS-JEST-WZNOWIENIE
                 DISPLAY "ROZRACHUNEK FAKTURY " WS-NR-FAKTURY
                         " ZAPISANY PRZED PRZERWANIEM - POZOSTAWIONY"
              ELSE
                 IF ERR-R NOT = 0
                    DISPLAY "UWAGA: ZAPIS ROZRACHUNKU FAKTURY "
                            WS-NR-FAKTURY " - KOD " ERR-R
                 END-IF
              END-IF
              CLOSE ROZRFILE
           END-IF
              PERFORM 165-XML-LINIA
              MOVE "<Faktura>" TO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
              PERFORM 190-TEKST-NUMERU
              MOVE SPACES TO WS-XML-BUFOR
              STRING "  <Numer>" WS-ND-TEKST DELIMITED BY SPACE
                     "</Numer>" DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
              MOVE SPACES TO WS-XML-BUFOR
              STRING "  <Data>" WS-DZIS "</Data>"
                     FUNCTION TRIM (WS-F-ADRES-O) "</Adres>"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
              MOVE SPACES TO WS-XML-BUFOR
              STRING "    <KodKraju>" WS-KRAJ-NABYWCY "</KodKraju>"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
              IF WS-NIP-NABYWCY NOT = SPACES
                 MOVE SPACES TO WS-XML-BUFOR
                 STRING "    <NIP>"
                        FUNCTION TRIM (WS-NIP-NABYWCY) "</NIP>"
                        DELIMITED BY SIZE INTO WS-XML-BUFOR
                 PERFORM 165-XML-LINIA
              END-IF
              MOVE "  </Nabywca>" TO WS-XML-BUFOR
              PERFORM 165-XML-LINIA

              MOVE "  <PodsumowanieVAT>" TO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
              PERFORM VARYING WS-REJ-I FROM 1 BY 1
                      UNTIL WS-REJ-I > WS-XS-N
                 MOVE WS-XS-STAWKA (WS-REJ-I)
                      TO WS-XML-STAWKA-O
                 MOVE WS-XS-NETTO (WS-REJ-I) TO WS-XML-KWOTA-O
                 MOVE WS-XS-VAT (WS-REJ-I) TO WS-XML-CENA-O
                 MOVE SPACES TO WS-XML-BUFOR
                 STRING "    <Stawka procent="""
                        FUNCTION TRIM (WS-XML-STAWKA-O)
              END-PERFORM
              MOVE "  </PodsumowanieVAT>" TO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
              IF WS-F-PODSTAWA NOT = SPACES
                 MOVE SPACES TO WS-XML-BUFOR
                 STRING "  <Procedura rodzaj="""
                        WS-NABYWCA-VAT """>"
                        FUNCTION TRIM (WS-F-PODSTAWA)
                        "</Procedura>"
                        DELIMITED BY SIZE INTO WS-XML-BUFOR
                 PERFORM 165-XML-LINIA
              END-IF

              MOVE WS-SUMA-BRUTTO TO WS-XML-KWOTA-O
              MOVE SPACES TO WS-XML-BUFOR
                     FUNCTION TRIM (WS-XML-KWOTA-O) "</Brutto>"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
              IF WS-XZ-N > 0
                 PERFORM 168-XML-ZALICZKI
              END-IF
              MOVE "</Faktura>" TO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
              CLOSE XMLFILE
           WRITE XML-REC FROM WS-XML-BUFOR
           .

       168-XML-ZALICZKI.

      *    FAKTURA KONCOWA: ODLICZONE FAKTURY ZALICZKOWE I KWOTA
      *    DO ZAPLATY PO ODLICZENIU (JAK NA WYDRUKU W 140/143)

           MOVE "  <Zaliczki>" TO WS-XML-BUFOR
           PERFORM 165-XML-LINIA
           PERFORM VARYING WS-XZ-I FROM 1 BY 1
                   UNTIL WS-XZ-I > WS-XZ-N
              MOVE WS-XZ-STAWKA (WS-XZ-I) TO WS-XML-STAWKA-O
              MOVE WS-XZ-NETTO (WS-XZ-I) TO WS-XML-KWOTA-O
              MOVE WS-XZ-VAT (WS-XZ-I) TO WS-XML-CENA-O
              MOVE SPACES TO WS-XML-BUFOR
              STRING "    <Zaliczka numer="""
                     FUNCTION TRIM (WS-XZ-NR (WS-XZ-I))
                     """ procent="""
                     FUNCTION TRIM (WS-XML-STAWKA-O)
                     """ netto="""
                     FUNCTION TRIM (WS-XML-KWOTA-O)
                     """ vat="""
                     FUNCTION TRIM (WS-XML-CENA-O) """/>"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 165-XML-LINIA
           END-PERFORM
           MOVE WS-ODL-BRUTTO TO WS-XML-KWOTA-O
           MOVE SPACES TO WS-XML-BUFOR
           STRING "    <OdliczonoBrutto>"
                  FUNCTION TRIM (WS-XML-KWOTA-O)
                  "</OdliczonoBrutto>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 165-XML-LINIA
           MOVE "  </Zaliczki>" TO WS-XML-BUFOR
           PERFORM 165-XML-LINIA
           MOVE WS-DO-ZAPLATY TO WS-XML-KWOTA-O
           MOVE SPACES TO WS-XML-BUFOR
           STRING "  <DoZaplaty>"
                  FUNCTION TRIM (WS-XML-KWOTA-O) "</DoZaplaty>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 165-XML-LINIA
           .

       170-XML-POZYCJE.

      *    DRUGIE PRZEJSCIE PO LINIACH ZAFAKTUROWANYCH ZAMOWIEN
              MOVE WS-CENA-LICZBA TO WS-XML-CENA-O
              MOVE WS-WART-NETTO TO WS-XML-KWOTA-O
              MOVE SPACES TO WS-XML-BUFOR
              IF KOD-TOW-KLIENTA-L = SPACES
                 STRING "    <Pozycja towar="""
                        FUNCTION TRIM (TOWAR-L)
                        """ ilosc="""
                        FUNCTION TRIM (WS-XML-ILOSC-O)
                        """ cena="""
                        FUNCTION TRIM (WS-XML-CENA-O)
                        """ netto="""
                        FUNCTION TRIM (WS-XML-KWOTA-O) """/>"
                        DELIMITED BY SIZE INTO WS-XML-BUFOR
              ELSE
                 STRING "    <Pozycja towar="""
                        FUNCTION TRIM (TOWAR-L)
                        """ towarKlienta="""
                        FUNCTION TRIM (KOD-TOW-KLIENTA-L)
                        """ ilosc="""
                        FUNCTION TRIM (WS-XML-ILOSC-O)
                        """ cena="""
                        FUNCTION TRIM (WS-XML-CENA-O)
                        """ netto="""
                        FUNCTION TRIM (WS-XML-KWOTA-O) """/>"
                        DELIMITED BY SIZE INTO WS-XML-BUFOR
              END-IF
              PERFORM 165-XML-LINIA
           END-IF
           .

       175-STATUS-TRANSMISJI.

           IF WS-ES-JUZ-WYSLANA
              DISPLAY "E-FAKTURA " WS-NR-FAKTURY
                      " JUZ WYSLANA - STATUS BEZ ZMIAN"
           ELSE
              PERFORM 176-ZAPISZ-STATUS
           END-IF
           .

       176-ZAPISZ-STATUS.

           MOVE WS-NR-FAKTURY TO WS-ES-NR-O
           MOVE WS-DZIS TO WS-ES-DATA-O
           MOVE "N" TO WS-ES-STATUS-O
           WRITE ESTAT-REC FROM WS-ESTAT-LINIA
           CLOSE ESTATFILE
           .

       180-OTWORZ-REJESTR.

      *    REJESTR FAKTUR (FakturyNagl / FakturyPoz) OTWIERANY
      *    DO DOPISYWANIA; BRAK PLIKOW = PIERWSZY ZAPIS

           MOVE "N" TO WS-REJESTR-OTWARTY
           OPEN I-O FNFILE
           IF ERR-FN = 35
              CLOSE FNFILE
              OPEN OUTPUT FNFILE
              CLOSE FNFILE
              OPEN I-O FNFILE
           END-IF
           IF ERR-FN = 0
              OPEN I-O FPFILE
              IF ERR-FP = 35
                 CLOSE FPFILE
                 OPEN OUTPUT FPFILE
                 CLOSE FPFILE
                 OPEN I-O FPFILE
              END-IF
              IF ERR-FP = 0
                 MOVE "T" TO WS-REJESTR-OTWARTY
              ELSE
                 CLOSE FNFILE
              END-IF
           END-IF
           IF NOT WS-REJESTR-JEST
              DISPLAY "UWAGA: NIE MOZNA OTWORZYC REJESTRU "
                      "FakturyNagl/FakturyPoz - "
                      "FAKTURY TYLKO W Faktury.txt"
           END-IF
           .

       182-REJESTR-POZYCJI.

      *    POZYCJA FAKTURY W FakturyPoz - TE SAME ILOSCI, CENY
      *    I STAWKI CO NA WYDRUKU

           IF WS-REJESTR-JEST
              ADD 1 TO WS-FP-LP
              MOVE "F" TO TYP-FP
              MOVE WS-NR-FAKTURY TO NR-FP
              MOVE WS-FP-LP TO LP-FP
              MOVE NR-ZAM-L TO NR-ZAM-FP
              MOVE LP-L TO LP-ZAM-FP
              MOVE TOWAR-L TO TOWAR-FP
              MOVE LOKALIZACJA-L TO LOKALIZACJA-FP
              MOVE SPACES TO OPIS-FP
              MOVE ILOSC-WYDANA-L TO ILOSC-FP
              MOVE WS-CENA-LICZBA TO CENA-FP
              MOVE 0 TO ILOSC-PRZED-FP
              MOVE 0 TO CENA-PRZED-FP
              MOVE WS-STAWKA-VAT TO STAWKA-FP
              MOVE WS-WART-NETTO TO NETTO-FP
              MOVE WS-WART-VAT TO VAT-FP
              WRITE FP-REC
              IF ERR-FP = 22 AND WS-JEST-WZNOWIENIE
                 REWRITE FP-REC
              END-IF
              IF ERR-FP NOT = 0
                 DISPLAY "UWAGA: ZAPIS POZYCJI FAKTURY "
                         WS-NR-FAKTURY " W FakturyPoz - KOD " ERR-FP
              END-IF
           END-IF
           .

       184-STAWKI-DO-REJESTRU.

      *    ROZBICIE NA STAWKI ZAPAMIETANE PRZED ODLICZENIEM
      *    ZALICZEK (142 POMNIEJSZA WS-REJ-TAB) - W REJESTRZE
      *    FAKTURY SA SUMY Z WYDRUKU, ZALICZKI OSOBNO

           MOVE WS-REJ-N TO LICZBA-STAWEK-FN
           MOVE WS-REJ-N TO WS-XS-N
           PERFORM VARYING WS-REJ-I FROM 1 BY 1
                   UNTIL WS-REJ-I > 10
              IF WS-REJ-I > WS-REJ-N
                 MOVE 0 TO STAWKA-FN (WS-REJ-I)
                 MOVE 0 TO NETTO-ST-FN (WS-REJ-I)
                 MOVE 0 TO VAT-ST-FN (WS-REJ-I)
              ELSE
                 MOVE WS-REJ-STAWKA (WS-REJ-I)
                      TO STAWKA-FN (WS-REJ-I)
                 MOVE WS-REJ-NETTO (WS-REJ-I)
                      TO NETTO-ST-FN (WS-REJ-I)
                 MOVE WS-REJ-VAT (WS-REJ-I)
                      TO VAT-ST-FN (WS-REJ-I)
                 MOVE WS-REJ-STAWKA (WS-REJ-I)
                      TO WS-XS-STAWKA (WS-REJ-I)
                 MOVE WS-REJ-NETTO (WS-REJ-I)
                      TO WS-XS-NETTO (WS-REJ-I)
                 MOVE WS-REJ-VAT (WS-REJ-I)
                      TO WS-XS-VAT (WS-REJ-I)
              END-IF
           END-PERFORM
           .

       185-REJESTR-FAKTURY.

      *    NAGLOWEK FAKTURY W FakturyNagl (STAWKI USTAWIA 184,
      *    POZYCJE ZAPISUJE 182)

           IF WS-REJESTR-JEST
              MOVE "F" TO TYP-FN
              MOVE WS-NR-FAKTURY TO NR-FN
              IF WS-JEST-PARAGON
                 MOVE "P" TO RODZAJ-FN
              ELSE
                 MOVE "S" TO RODZAJ-FN
              END-IF
              MOVE WS-DZIS TO DATA-FN
              MOVE WS-F-KLIENT-O TO KOD-KLIENTA-FN
              MOVE WS-F-NAZWA-O TO NAZWA-FN
              MOVE WS-F-ADRES-O TO ADRES-FN
              MOVE WS-NIP-NABYWCY TO NIP-FN
              MOVE WS-KRAJ-NABYWCY TO KRAJ-FN
              MOVE WS-NABYWCA-VAT TO VAT-NABYWCY-FN
              MOVE WS-F-ZAM-O TO NR-ZAM-FN
              MOVE 0 TO NR-ORYG-FN
              MOVE WS-DATA-PLATN TO DATA-PLATN-FN
              MOVE WS-DATA-SKONTA TO DATA-SKONTA-FN
              MOVE WS-PROC-SKONTA TO PROC-SKONTA-FN
              IF WS-JEST-WALUTOWA
                 MOVE WS-WALUTA-FAKTURY TO WALUTA-FN
                 MOVE WS-KURS-WART TO KURS-FN
              ELSE
                 MOVE "PLN" TO WALUTA-FN
                 MOVE 0 TO KURS-FN
              END-IF
              MOVE WS-SUMA-NETTO TO NETTO-FN
              MOVE WS-SUMA-VAT TO VAT-FN
              MOVE WS-SUMA-BRUTTO TO BRUTTO-FN
              MOVE WS-ODL-BRUTTO TO ZALICZKI-FN
              MOVE WS-DO-ZAPLATY TO DO-ZAPLATY-FN
              MOVE 0 TO WARTOSC-ODN-FN
              MOVE WS-FP-LP TO LICZBA-POZ-FN
              MOVE WS-F-PODSTAWA TO OPIS-FN
              MOVE 0 TO DATA-DUPL-FN
              MOVE 0 TO LICZBA-DUPL-FN
              WRITE FN-REC
              IF ERR-FN = 22 AND WS-JEST-WZNOWIENIE
                 REWRITE FN-REC
              END-IF
              IF ERR-FN NOT = 0
                 DISPLAY "UWAGA: ZAPIS FAKTURY " WS-NR-FAKTURY
                         " W FakturyNagl - KOD "
                         ERR-FN
              END-IF
           END-IF
           .

       190-TEKST-NUMERU.

      *    NUMER FAKTURY DO WYDRUKU I E-FAKTURY - W SERII Z
      *    NUMERACJA ROCZNA POSTAC FV/KKKKK/RRRR (NUMERDOK)

           MOVE "FAKTURA" TO WS-ND-SERIA
           MOVE WS-NR-FAKTURY TO WS-ND-NUMER
           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .

       195-ZAPISZ-PUNKT.

      *    PUNKT KONTROLNY FAKTURY W TOKU - NUMER, DATA, NABYWCA
      *    I ZAMOWIENIA (WS-ZB-TAB)

           MOVE "N" TO WS-PUNKT-BLAD
           MOVE "P" TO WS-PK-STAN
           MOVE WS-NR-FAKTURY TO WS-PK-NR
           MOVE WS-DZIS TO WS-PK-DATA
           MOVE WS-LADA-PARAGON TO WS-PK-PARAGON
           MOVE WS-ZB-N TO WS-PK-ZB-N
           PERFORM VARYING WS-PK-I FROM 1 BY 1
                   UNTIL WS-PK-I > 200
              IF WS-PK-I > WS-ZB-N
                 MOVE 0 TO WS-PK-ZB-NR (WS-PK-I)
              ELSE
                 MOVE WS-ZB-NR (WS-PK-I) TO WS-PK-ZB-NR (WS-PK-I)
              END-IF
           END-PERFORM
           OPEN OUTPUT PUNKTFILE
           IF ERR-PK = 0
              WRITE PUNKT-REC FROM WS-PUNKT
              IF ERR-PK NOT = 0
                 MOVE "T" TO WS-PUNKT-BLAD
              END-IF
              CLOSE PUNKTFILE
           ELSE
              MOVE "T" TO WS-PUNKT-BLAD
           END-IF
           .

       196-ZAMKNIJ-PUNKT.

      *    FAKTURA KOMPLETNA - PUNKT ZOSTAJE Z OSTATNIM NUMEREM
      *    I STANEM K (ZAKONCZONA)

           MOVE "K" TO WS-PK-STAN
           OPEN OUTPUT PUNKTFILE
           IF ERR-PK = 0
              WRITE PUNKT-REC FROM WS-PUNKT
              CLOSE PUNKTFILE
           END-IF
           IF ERR-PK NOT = 0
              DISPLAY "UWAGA: NIE MOZNA ZAMKNAC PUNKTU KONTROLNEGO "
                      "- KOD " ERR-PK
           END-IF
           .
