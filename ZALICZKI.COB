       IDENTIFICATION DIVISION.

      *    ZALICZKI - PROFORMY I FAKTURY ZALICZKOWE DO OTWARTYCH
      *    ZAMOWIEN (KLIENCI NOWI I ZABLOKOWANI PLACA Z GORY):
      *    1. PROFORMA - WYCENA OTWARTEGO ZAMOWIENIA (ILOSCI
      *       ZAMOWIONE, CENY KLIENTA I STAWKI VAT TAK JAK W
      *       FAKTURY.COB) DRUKOWANA DO Proformy.txt. PROFORMA NIE
      *       JEST DOKUMENTEM KSIEGOWYM - NIE DOSTAJE NUMERU Z
      *       SERII FAKTURA, NIE IDZIE DO REJESTRU ANI ROZRACHUNKOW
      *    2. FAKTURA ZALICZKOWA - PO WPLYWIE ZALICZKI: NUMER Z
      *       SERII FAKTURA, KWOTA BRUTTO ROZBITA NA STAWKI VAT
      *       PROPORCJONALNIE DO WARTOSCI ZAMOWIENIA, WYDRUK DO
      *       Faktury.txt, LINIE DO RejestrSprzedazy.txt, POZYCJA
      *       W Rozrachunki OD RAZU ZAPLACONA (WPLATA ZE ZRODLEM
      *       ZALICZKA W WplatyKlientow.txt) ORAZ REKORDY W PLIKU
      *       Zaliczki (JEDEN NA STAWKE), Z KTORYCH FAKTURY ODLICZA
      *       ZALICZKI NA FAKTURZE KONCOWEJ ZAMOWIENIA
      *    3. LISTA ZALICZEK ZAMOWIENIA
      *    ZALICZKI PRZYJMOWANE SA W PLN. PRZELEW ZALICZKI Z
      *    WYCIAGU (WyciagWyjatki.txt) KSIEGUJE SIE TUTAJ, NIE W
      *    PROGRAMIE ROZRACHUNKI
      *    NABYWCA WDT (U) LUB EKSPORTOWY (E) - STAWKA 0% JAK NA
      *    FAKTURZE KONCOWEJ
      *    FAKTURA ZALICZKOWA TRAFIA TEZ DO REJESTRU FAKTUR
      *    FakturyNagl/FakturyPoz (RODZAJ Z, JEDNA POZYCJA NA
      *    STAWKE) - Z NIEGO PROGRAM DUPLIKAT DRUKUJE DUPLIKAT
      *    NUMER NA WYDRUKU W POSTACI ROCZNEJ FV/KKKKK/RRRR, GDY
      *    SERIA FAKTURA MA NUMERACJE ROCZNA (NUMERYROK)

       PROGRAM-ID. ZALICZKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT ZAMOWFILE ASSIGN TO "Zamowienia"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-Z.

           SELECT ZAMLFILE ASSIGN TO "ZamowieniaLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-LINII
               STATUS ERR-L.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT VATFILE ASSIGN TO "StawkiVAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KATEGORIA-V
               STATUS ERR-VAT.

           SELECT CENKFILE ASSIGN TO "CenyKlientow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-CENK
               STATUS ERR-CK.

           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               LOCK MODE IS AUTOMATIC
               STATUS ERR-R.

           SELECT ZALFILE ASSIGN TO "Zaliczki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ZL
               ALTERNATE RECORD KEY NR-ZAM-ZL WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               STATUS ERR-ZL.

           SELECT FAKTFILE ASSIGN TO "Faktury.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-F.

           SELECT PROFILE ASSIGN TO "Proformy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PF.

           SELECT REJFILE ASSIGN TO "RejestrSprzedazy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-REJ.

           SELECT WPLATYFILE ASSIGN TO "WplatyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

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

       FD ZAMLFILE  BLOCK CONTAINS 0.
       01 ZAML-REC.
          05 KLUCZ-LINII.
             10 NR-ZAM-L     PIC 9(7).
             10 LP-L         PIC 9(3).
          05 TOWAR-L         PIC X(20).
          05 LOKALIZACJA-L   PIC X(10).
          05 ILOSC-L         PIC 9(7)V99.
          05 ILOSC-WYDANA-L  PIC 9(7)V99.
          05 STATUS-L        PIC X(1).
             88 LIN-OTWARTA       VALUE "O".
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

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       FD VATFILE  BLOCK CONTAINS 0.
       01 VAT-REC.
          05 KATEGORIA-V     PIC X(10).
          05 STAWKA-V        PIC 9(2)V99.

       FD CENKFILE  BLOCK CONTAINS 0.
       01 CENK-REC.
          05 KLUCZ-CENK.
             10 KOD-KLIENTA-CK PIC X(10).
             10 KOD-TOWARU-CK  PIC X(20).
             10 DATA-OD-CK     PIC 9(6).
          05 DATA-DO-CK        PIC 9(6).
          05 CENA-CK           PIC 9(7)V99.
          05 RABAT-CK          PIC 9(2)V99.

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

       FD FAKTFILE.
       01 FAKT-REC PIC X(230).

       FD PROFILE.
       01 PRO-REC PIC X(230).

       FD REJFILE.
       01 REJ-REC PIC X(70).

       FD WPLATYFILE.
       01 WPLATA-REC PIC X(80).

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
       01 WYBOR PIC X(1).
          88 WYB-PROFORMA   VALUE "1".
          88 WYB-ZALICZKA   VALUE "2".
          88 WYB-LISTA      VALUE "3".
          88 WYB-KONIEC     VALUE "4".
       01 ERR    PIC 99.
       01 ERR-Z  PIC 99.
       01 ERR-L  PIC 99.
       01 ERR-K  PIC 99.
       01 ERR-N  PIC 99.
       01 ERR-VAT PIC 99.
       01 ERR-CK PIC 99.
       01 ERR-R  PIC 99.
       01 ERR-ZL PIC 99.
       01 ERR-F  PIC 99.
       01 ERR-PF PIC 99.
       01 ERR-REJ PIC 99.
       01 ERR-W  PIC 99.

      *    REJESTR FAKTUR - NUMER KOLEJNEJ POZYCJI DOKUMENTU

       01 ERR-FN PIC 99.
       01 ERR-FP PIC 99.
       01 WS-REJESTR-OTWARTY PIC X(1).
          88 WS-REJESTR-JEST VALUE "T".
       01 WS-FP-LP PIC 9(3).

       01 WS-DZIS PIC 9(6).
       01 WS-CZAS PIC 9(8).
       01 WS-NR-ZAM PIC 9(7).
       01 WS-NR-FAKTURY PIC 9(7).
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".
       01 WS-ZAM-OK PIC X(1).
          88 WS-ZAM-JEST-OK VALUE "T".
       01 WS-DRUKUJ PIC X(1).
          88 WS-DRUKUJ-POZYCJE VALUE "T".
       01 WS-KWOTA-WE PIC X(14).

      *    RACHUNEK SPRZEDAWCY DO WPLATY ZALICZKI (TEN SAM CO
      *    NADAWCA-RACHUNEK W PLATNOSCI.COB)

       01 SPRZEDAWCA-NAZWA PIC X(30)
          VALUE "HURTOWNIA MAGAZYNOWA SP Z O O".
       01 SPRZEDAWCA-RACHUNEK PIC X(26)
          VALUE "61109010140000071219812874".

       01 WS-STAWKA-VAT PIC 9(2)V99.

      *    RODZAJ NABYWCY WG KARTOTEKI Klienci (JAK W FAKTURY.COB):
      *    WDT (U) I EKSPORT (E) W STAWCE 0% Z PODSTAWA PRAWNA

       01 WS-NABYWCA-VAT PIC X(1).
          88 WS-DOSTAWA-WDT     VALUE "U".
          88 WS-DOSTAWA-EKSPORT VALUE "E".
          88 WS-STAWKA-ZEROWA   VALUE "U" "E".
       01 WS-F-NIP.
          05 FILLER           PIC X(9) VALUE "NIP:     ".
          05 WS-F-KRAJ-O      PIC X(2).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-F-NIP-O       PIC X(14).
       01 WS-F-PODSTAWA PIC X(80).
       01 WS-CENA-LICZBA PIC 9(7)V99.
       01 WS-CK-CENA-BAZOWA PIC 9(7)V99.
       01 WS-WART-NETTO PIC 9(11)V99.
       01 WS-WART-VAT PIC 9(11)V99.
       01 WS-SUMA-NETTO PIC 9(11)V99.
       01 WS-SUMA-VAT PIC 9(11)V99.
       01 WS-SUMA-BRUTTO PIC 9(11)V99.
       01 WS-ZAL-NETTO PIC 9(11)V99.
       01 WS-ZAL-VAT PIC 9(11)V99.
       01 WS-ZAL-BRUTTO PIC 9(11)V99.
       01 WS-DO-ZAPLATY PIC S9(11)V99.
       01 WS-ZALICZKA PIC 9(11)V99.
       01 WS-ROZDZIELONO PIC 9(11)V99.
       01 WS-BRUTTO-ZLOTE PIC 9(9).
       01 WS-BRUTTO-GROSZE PIC 9(2).
       01 WS-SLOWNIE PIC X(200).
       01 WS-LINII PIC 9(3).

      *    WARTOSC ZAMOWIENIA W ROZBICIU NA STAWKI VAT - WG NIEJ
      *    ZALICZKA JEST DZIELONA NA STAWKI

       01 WS-ST-N PIC 9(2) VALUE 0.
       01 WS-ST-I PIC 9(2).
       01 WS-ST-ZNALEZIONY PIC X(1).
          88 WS-ST-JEST VALUE "T".
       01 WS-ST-TAB OCCURS 10.
          05 WS-ST-STAWKA  PIC 9(2)V99.
          05 WS-ST-NETTO   PIC 9(11)V99.
          05 WS-ST-VAT     PIC 9(11)V99.
          05 WS-ST-ZAL-BR  PIC 9(11)V99.
          05 WS-ST-ZAL-NT  PIC 9(11)V99.
          05 WS-ST-ZAL-VT  PIC 9(11)V99.

       01 WS-REJ-LINIA.
          05 WS-RJ-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RJ-FAKT-O   PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RJ-KLIENT-O PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RJ-STAWKA-O PIC 99.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RJ-NETTO-O  PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RJ-VAT-O    PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RJ-RODZAJ-O PIC X(1).

       01 WS-WPLATA-LINIA.
          05 WS-WP-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WP-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WP-FAKT-O   PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WP-KLIENT-O PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WP-KWOTA-O  PIC Z(10)9.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WP-ZRODLO-O PIC X(8).

       01 WS-LINIA PIC X(230).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).

       01 WS-P-NAGLOWEK.
          05 FILLER           PIC X(31)
             VALUE "FAKTURA PROFORMA DO ZAMOWIENIA ".
          05 WS-P-ZAM-O       PIC 9(7).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-P-DATA-O      PIC 9(6).
       01 WS-Z-NAGLOWEK.
          05 FILLER           PIC X(22)
             VALUE "FAKTURA ZALICZKOWA NR ".
          05 WS-Z-NR-O        PIC X(16).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-Z-DATA-O      PIC 9(6).
          05 FILLER           PIC X(13) VALUE "  ZAMOWIENIE ".
          05 WS-Z-ZAM-O       PIC 9(7).
       01 WS-F-NABYWCA.
          05 FILLER           PIC X(9) VALUE "NABYWCA: ".
          05 WS-F-KLIENT-O    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-F-NAZWA-O     PIC X(30).
       01 WS-F-ADRES.
          05 FILLER           PIC X(9) VALUE "ADRES:   ".
          05 WS-F-ADRES-O     PIC X(40).
       01 WS-F-POZYCJA.
          05 WS-F-TOWAR-O     PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-F-ILOSC-O     PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " X ".
          05 WS-F-CENA-O      PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " = ".
          05 WS-F-WART-O      PIC Z(9)9.99.
          05 FILLER           PIC X(6) VALUE "  VAT ".
          05 WS-F-STAWKA-O    PIC Z9.99.
          05 FILLER           PIC X VALUE "%".
       01 WS-F-STAWKA.
          05 FILLER           PIC X(7) VALUE "STAWKA ".
          05 WS-F-ST-STAWKA-O PIC Z9.99.
          05 FILLER           PIC X(9) VALUE "%  NETTO ".
          05 WS-F-ST-NETTO-O  PIC Z(9)9.99.
          05 FILLER           PIC X(6) VALUE "  VAT ".
          05 WS-F-ST-VAT-O    PIC Z(9)9.99.
          05 FILLER           PIC X(9) VALUE "  BRUTTO ".
          05 WS-F-ST-BRUTTO-O PIC Z(9)9.99.
       01 WS-F-SUMY.
          05 FILLER           PIC X(13) VALUE "RAZEM NETTO: ".
          05 WS-F-NETTO-O     PIC Z(9)9.99.
          05 FILLER           PIC X(17)
             VALUE "  VAT WG STAWEK: ".
          05 WS-F-VAT-O       PIC Z(9)9.99.
          05 FILLER           PIC X(10) VALUE "  BRUTTO: ".
          05 WS-F-BRUTTO-O    PIC Z(9)9.99.
       01 WS-F-SLOWNIE.
          05 FILLER           PIC X(9) VALUE "SLOWNIE: ".
          05 WS-F-SLOWNIE-O   PIC X(200).
          05 FILLER           PIC X(8) VALUE " ZLOTYCH".
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-F-GROSZE-O    PIC 9(2).
          05 FILLER           PIC X(4) VALUE "/100".
       01 WS-KWOTA-E PIC Z(10)9.99.
       01 WS-KWOTA-E2 PIC -(10)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-DZIS FROM DATE
           ACCEPT WS-CZAS FROM TIME

           PERFORM UNTIL WYB-KONIEC

              DISPLAY "MENU PROFORM I ZALICZEK"
              DISPLAY "1. PROFORMA DO OTWARTEGO ZAMOWIENIA"
              DISPLAY "2. FAKTURA ZALICZKOWA (WPLYW ZALICZKI)"
              DISPLAY "3. ZALICZKI ZAMOWIENIA"
              DISPLAY "4. WYJDZ"
              ACCEPT WYBOR

              IF WYB-PROFORMA
                 PERFORM 100-PROFORMA
              END-IF
              IF WYB-ZALICZKA
                 PERFORM 300-FAKTURA-ZALICZKOWA
              END-IF
              IF WYB-LISTA
                 PERFORM 400-LISTA-ZALICZEK
              END-IF

           END-PERFORM

           STOP RUN
           .

       050-WCZYTAJ-ZAMOWIENIE.

      *    PROFORMA I ZALICZKA TYLKO DO ZAMOWIENIA OTWARTEGO LUB
      *    CZESCIOWO ZREALIZOWANEGO (BACKORDER)

           MOVE "N" TO WS-ZAM-OK
           DISPLAY "PODAJ NUMER ZAMOWIENIA"
           ACCEPT WS-NR-ZAM
           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
              DISPLAY "BRAK PLIKU ZAMOWIEN - KOD " ERR-Z
           ELSE
              MOVE WS-NR-ZAM TO NR-ZAMOWIENIA
              READ ZAMOWFILE
              IF ERR-Z NOT = 0
                 DISPLAY "NIE ZNALEZIONO ZAMOWIENIA " WS-NR-ZAM
              ELSE
                 IF ZAM-OTWARTE OR ZAM-BACKORDER
                    MOVE "T" TO WS-ZAM-OK
                 ELSE
                    DISPLAY "ZAMOWIENIE ZREALIZOWANE LUB "
                            "ANULOWANE (STATUS " STATUS-Z ")"
                 END-IF
              END-IF
              CLOSE ZAMOWFILE
           END-IF
           .

       060-NABYWCA.

           MOVE KOD-KLIENTA-Z TO WS-F-KLIENT-O
           MOVE SPACES TO WS-F-NAZWA-O
           MOVE SPACES TO WS-F-ADRES-O
           MOVE "K" TO WS-NABYWCA-VAT
           MOVE "PL" TO WS-F-KRAJ-O
           MOVE SPACES TO WS-F-NIP-O
           OPEN INPUT KLIENCIFILE
           IF ERR-K = 0
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE NAZWA-K TO WS-F-NAZWA-O
                 MOVE ADRES-K TO WS-F-ADRES-O
                 MOVE NIP-K TO WS-F-NIP-O
                 IF KRAJ-K NOT = SPACES
                    MOVE KRAJ-K TO WS-F-KRAJ-O
                 END-IF
                 IF NABYWCA-UE OR NABYWCA-EKSPORT
                    MOVE VAT-NABYWCY-K TO WS-NABYWCA-VAT
                 END-IF
              END-IF
              CLOSE KLIENCIFILE
           END-IF

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
           .

       100-PROFORMA.

           PERFORM 050-WCZYTAJ-ZAMOWIENIE
           IF WS-ZAM-JEST-OK
              OPEN EXTEND PROFILE
              IF ERR-PF NOT = 0
                 CLOSE PROFILE
                 OPEN OUTPUT PROFILE
              END-IF
              MOVE WS-NR-ZAM TO WS-P-ZAM-O
              MOVE WS-DZIS TO WS-P-DATA-O
              WRITE PRO-REC FROM WS-P-NAGLOWEK
              MOVE "DOKUMENT NIE JEST FAKTURA VAT" TO PRO-REC
              WRITE PRO-REC
              PERFORM 060-NABYWCA
              WRITE PRO-REC FROM WS-F-NABYWCA
              WRITE PRO-REC FROM WS-F-ADRES
              IF WS-F-NIP-O NOT = SPACES
                 WRITE PRO-REC FROM WS-F-NIP
              END-IF

              MOVE "T" TO WS-DRUKUJ
              PERFORM 200-WYCEN-ZAMOWIENIE
              PERFORM 210-ZALICZKI-ZAMOWIENIA

              MOVE WS-SUMA-NETTO TO WS-F-NETTO-O
              MOVE WS-SUMA-VAT TO WS-F-VAT-O
              MOVE WS-SUMA-BRUTTO TO WS-F-BRUTTO-O
              WRITE PRO-REC FROM WS-F-SUMY
              COMPUTE WS-DO-ZAPLATY = WS-SUMA-BRUTTO - WS-ZAL-BRUTTO
              IF WS-ZAL-BRUTTO > 0
                 MOVE WS-ZAL-BRUTTO TO WS-KWOTA-E
                 MOVE SPACES TO WS-LINIA
                 STRING "WPLACONE ZALICZKI BRUTTO: " WS-KWOTA-E
                        DELIMITED BY SIZE INTO WS-LINIA
                 WRITE PRO-REC FROM WS-LINIA
              END-IF
              MOVE WS-DO-ZAPLATY TO WS-KWOTA-E2
              MOVE SPACES TO WS-LINIA
              STRING "DO ZAPLATY PRZED REALIZACJA: " WS-KWOTA-E2
                     DELIMITED BY SIZE INTO WS-LINIA
              WRITE PRO-REC FROM WS-LINIA
              MOVE SPACES TO WS-LINIA
              STRING "WPLATA NA RACHUNEK " SPRZEDAWCA-RACHUNEK
                     " (" SPRZEDAWCA-NAZWA ") TYTULEM: ZAMOWIENIE "
                     WS-NR-ZAM
                     DELIMITED BY SIZE INTO WS-LINIA
              WRITE PRO-REC FROM WS-LINIA
              MOVE SPACES TO PRO-REC
              WRITE PRO-REC
              CLOSE PROFILE
              DISPLAY "PROFORMA DO ZAMOWIENIA " WS-NR-ZAM
                      " ZAPISANA DO Proformy.txt - DO ZAPLATY "
                      WS-KWOTA-E2
           END-IF
           .

       200-WYCEN-ZAMOWIENIE.

      *    WYCENA ILOSCI ZAMOWIONYCH (BEZ LINII ANULOWANYCH) PO
      *    CENIE KLIENTA I STAWCE VAT KATEGORII - TA SAMA
      *    LOGIKA CO 135-POZYCJA-FAKTURY W FAKTURY.COB

           MOVE 0 TO WS-SUMA-NETTO
           MOVE 0 TO WS-SUMA-VAT
           MOVE 0 TO WS-ST-N
           MOVE 0 TO WS-LINII
           OPEN INPUT ZAMLFILE
           OPEN INPUT INFILE
           IF ERR-L NOT = 0 OR ERR NOT = 0
              DISPLAY "BRAK PLIKU LINII ZAMOWIEN LUB BAZA5"
           ELSE
              MOVE WS-NR-ZAM TO NR-ZAM-L
              MOVE 0 TO LP-L
              START ZAMLFILE KEY NOT < KLUCZ-LINII
              IF ERR-L = 0
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = WS-NR-ZAM
                    IF NOT LIN-ANULOWANA
                       PERFORM 205-POZYCJA-ZAMOWIENIA
                    END-IF
                    READ ZAMLFILE NEXT
                 END-PERFORM
              END-IF
           END-IF
           CLOSE INFILE
           CLOSE ZAMLFILE
           COMPUTE WS-SUMA-BRUTTO = WS-SUMA-NETTO + WS-SUMA-VAT
           .

       205-POZYCJA-ZAMOWIENIA.

           MOVE TOWAR-L TO TOWAR
           MOVE LOKALIZACJA-L TO LOKALIZACJA
           READ INFILE
           IF ERR NOT = 0
              DISPLAY "UWAGA: TOWAR " TOWAR-L " " LOKALIZACJA-L
                      " NIE ISTNIEJE W BAZA5 - POZYCJA POMINIETA"
           ELSE
              MOVE CENA OF IN-REC TO WS-CENA-LICZBA
              PERFORM 206-CENA-DLA-KLIENTA
              PERFORM 207-VAT-LINII
              COMPUTE WS-WART-NETTO = ILOSC-L * WS-CENA-LICZBA
              COMPUTE WS-WART-VAT ROUNDED =
                      WS-WART-NETTO * WS-STAWKA-VAT / 100
              ADD WS-WART-NETTO TO WS-SUMA-NETTO
              ADD WS-WART-VAT TO WS-SUMA-VAT
              ADD 1 TO WS-LINII
              PERFORM 208-DOLICZ-DO-STAWKI
              IF WS-DRUKUJ-POZYCJE
                 MOVE TOWAR-L TO WS-F-TOWAR-O
                 MOVE ILOSC-L TO WS-F-ILOSC-O
                 MOVE WS-CENA-LICZBA TO WS-F-CENA-O
                 MOVE WS-WART-NETTO TO WS-F-WART-O
                 MOVE WS-STAWKA-VAT TO WS-F-STAWKA-O
                 WRITE PRO-REC FROM WS-F-POZYCJA
              END-IF
           END-IF
           .

       206-CENA-DLA-KLIENTA.

      *    TA SAMA LOGIKA CO 136-CENA-DLA-KLIENTA W FAKTURY.COB

           MOVE WS-CENA-LICZBA TO WS-CK-CENA-BAZOWA
           OPEN INPUT CENKFILE
           IF ERR-CK = 0
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-CK
              MOVE TOWAR-L TO KOD-TOWARU-CK
              MOVE 0 TO DATA-OD-CK
              START CENKFILE KEY NOT < KLUCZ-CENK
              IF ERR-CK = 0
                 READ CENKFILE NEXT
                 PERFORM UNTIL ERR-CK > 0
                         OR KOD-KLIENTA-CK NOT = KOD-KLIENTA-Z
                         OR KOD-TOWARU-CK NOT = TOWAR-L
                    IF DATA-OD-CK <= WS-DZIS
                       AND (DATA-DO-CK = 0
                            OR DATA-DO-CK >= WS-DZIS)
                       IF CENA-CK > 0
                          MOVE CENA-CK TO WS-CENA-LICZBA
                       ELSE
                          COMPUTE WS-CENA-LICZBA ROUNDED =
                                  WS-CK-CENA-BAZOWA *
                                  (100 - RABAT-CK) / 100
                       END-IF
                    END-IF
                    READ CENKFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE CENKFILE
           END-IF
           .

       207-VAT-LINII.

           MOVE 23 TO WS-STAWKA-VAT
           OPEN INPUT VATFILE
           IF ERR-VAT = 0
              MOVE CATEGORY OF IN-REC TO KATEGORIA-V
              READ VATFILE
              IF ERR-VAT = 0
                 MOVE STAWKA-V TO WS-STAWKA-VAT
              END-IF
              CLOSE VATFILE
           END-IF
           IF WS-STAWKA-ZEROWA
              MOVE 0 TO WS-STAWKA-VAT
           END-IF
           .

       208-DOLICZ-DO-STAWKI.

           MOVE "N" TO WS-ST-ZNALEZIONY
           PERFORM VARYING WS-ST-I FROM 1 BY 1
                   UNTIL WS-ST-I > WS-ST-N
              IF WS-ST-STAWKA (WS-ST-I) = WS-STAWKA-VAT
                 MOVE "T" TO WS-ST-ZNALEZIONY
                 ADD WS-WART-NETTO TO WS-ST-NETTO (WS-ST-I)
                 ADD WS-WART-VAT TO WS-ST-VAT (WS-ST-I)
              END-IF
           END-PERFORM
           IF NOT WS-ST-JEST AND WS-ST-N < 10
              ADD 1 TO WS-ST-N
              MOVE WS-STAWKA-VAT TO WS-ST-STAWKA (WS-ST-N)
              MOVE WS-WART-NETTO TO WS-ST-NETTO (WS-ST-N)
              MOVE WS-WART-VAT TO WS-ST-VAT (WS-ST-N)
              MOVE 0 TO WS-ST-ZAL-BR (WS-ST-N)
              MOVE 0 TO WS-ST-ZAL-NT (WS-ST-N)
              MOVE 0 TO WS-ST-ZAL-VT (WS-ST-N)
           END-IF
           .

       210-ZALICZKI-ZAMOWIENIA.

      *    ZALICZKI JUZ ZAFAKTUROWANE DO ZAMOWIENIA (OTWARTE -
      *    JESZCZE NIE ODLICZONE NA FAKTURZE KONCOWEJ)

           MOVE 0 TO WS-ZAL-NETTO
           MOVE 0 TO WS-ZAL-VAT
           OPEN INPUT ZALFILE
           IF ERR-ZL = 0
              MOVE WS-NR-ZAM TO NR-ZAM-ZL
              START ZALFILE KEY = NR-ZAM-ZL
              IF ERR-ZL = 0
                 READ ZALFILE NEXT
                 PERFORM UNTIL ERR-ZL > 0
                         OR NR-ZAM-ZL NOT = WS-NR-ZAM
                    IF ZAL-OTWARTA
                       ADD NETTO-ZL TO WS-ZAL-NETTO
                       ADD VAT-ZL TO WS-ZAL-VAT
                    END-IF
                    READ ZALFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZALFILE
           END-IF
           COMPUTE WS-ZAL-BRUTTO = WS-ZAL-NETTO + WS-ZAL-VAT
           .

       300-FAKTURA-ZALICZKOWA.

           PERFORM 050-WCZYTAJ-ZAMOWIENIE
           IF WS-ZAM-JEST-OK
              MOVE "N" TO WS-DRUKUJ
              PERFORM 060-NABYWCA
              PERFORM 200-WYCEN-ZAMOWIENIE
              PERFORM 210-ZALICZKI-ZAMOWIENIA
              COMPUTE WS-DO-ZAPLATY = WS-SUMA-BRUTTO - WS-ZAL-BRUTTO
              DISPLAY "ZAMOWIENIE " WS-NR-ZAM " KLIENT "
                      KOD-KLIENTA-Z
              DISPLAY "WARTOSC BRUTTO ZAMOWIENIA: " WS-SUMA-BRUTTO
              DISPLAY "ZALICZKI DOTAD ZAFAKTUROWANE: "
                      WS-ZAL-BRUTTO
              IF WS-ST-N = 0 OR WS-DO-ZAPLATY NOT > 0
                 DISPLAY "BRAK KWOTY DO ZALICZKOWANIA - "
                         "FAKTURA NIE WYSTAWIONA"
              ELSE
                 DISPLAY "PODAJ KWOTE OTRZYMANEJ ZALICZKI BRUTTO"
                 ACCEPT WS-KWOTA-WE
                 MOVE 0 TO WS-ZALICZKA
                 IF FUNCTION TEST-NUMVAL (WS-KWOTA-WE) = 0
                    COMPUTE WS-ZALICZKA =
                            FUNCTION NUMVAL (WS-KWOTA-WE)
                 END-IF
                 IF WS-ZALICZKA = 0
                    DISPLAY "NIEPRAWIDLOWA KWOTA - FAKTURA NIE "
                            "WYSTAWIONA"
                 ELSE
                    IF WS-ZALICZKA > WS-DO-ZAPLATY
                       DISPLAY "ZALICZKA PRZEKRACZA POZOSTALA "
                               "WARTOSC ZAMOWIENIA - FAKTURA NIE "
                               "WYSTAWIONA"
                    ELSE
                       PERFORM 310-WYSTAW-ZALICZKOWA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       310-WYSTAW-ZALICZKOWA.

           PERFORM 320-POBIERZ-NUMER-FAKTURY
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU FAKTURY Z "
                      "NumeryKontrolne"
           ELSE
              PERFORM 330-ROZBIJ-NA-STAWKI
              PERFORM 340-DRUKUJ-ZALICZKOWA
              PERFORM 345-REJESTR-FAKTUR
              PERFORM 350-REJESTR-SPRZEDAZY
              PERFORM 360-ZAPISZ-ZALICZKI
              PERFORM 370-ZAPISZ-ROZRACHUNEK
              PERFORM 380-LOG-WPLATY
              DISPLAY "FAKTURA ZALICZKOWA " WS-NR-FAKTURY
                      " NA " WS-ZALICZKA " DO ZAMOWIENIA "
                      WS-NR-ZAM
           END-IF
           .

       320-POBIERZ-NUMER-FAKTURY.

      *    FAKTURA ZALICZKOWA JEST FAKTURA VAT - NUMER Z TEJ SAMEJ
      *    SERII FAKTURA CO W 110-POBIERZ-NUMER-FAKTURY (FAKTURY)

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
              MOVE "FAKTURA" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "FAKTURA" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-FAKTURY
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       330-ROZBIJ-NA-STAWKI.

      *    ZALICZKA BRUTTO DZIELONA NA STAWKI W PROPORCJI DO
      *    WARTOSCI BRUTTO ZAMOWIENIA; RESZTA Z ZAOKRAGLEN
      *    TRAFIA DO OSTATNIEJ STAWKI. VAT LICZONY "OD STU" Z
      *    KWOTY BRUTTO

           MOVE 0 TO WS-ROZDZIELONO
           MOVE 0 TO WS-ZAL-NETTO
           MOVE 0 TO WS-ZAL-VAT
           PERFORM VARYING WS-ST-I FROM 1 BY 1
                   UNTIL WS-ST-I > WS-ST-N
              IF WS-ST-I = WS-ST-N
                 COMPUTE WS-ST-ZAL-BR (WS-ST-I) =
                         WS-ZALICZKA - WS-ROZDZIELONO
              ELSE
                 COMPUTE WS-ST-ZAL-BR (WS-ST-I) ROUNDED =
                         WS-ZALICZKA *
                         (WS-ST-NETTO (WS-ST-I) + WS-ST-VAT (WS-ST-I))
                         / WS-SUMA-BRUTTO
              END-IF
              ADD WS-ST-ZAL-BR (WS-ST-I) TO WS-ROZDZIELONO
              COMPUTE WS-ST-ZAL-NT (WS-ST-I) ROUNDED =
                      WS-ST-ZAL-BR (WS-ST-I) * 100
                      / (100 + WS-ST-STAWKA (WS-ST-I))
              COMPUTE WS-ST-ZAL-VT (WS-ST-I) =
                      WS-ST-ZAL-BR (WS-ST-I) - WS-ST-ZAL-NT (WS-ST-I)
              ADD WS-ST-ZAL-NT (WS-ST-I) TO WS-ZAL-NETTO
              ADD WS-ST-ZAL-VT (WS-ST-I) TO WS-ZAL-VAT
           END-PERFORM
           .

       340-DRUKUJ-ZALICZKOWA.

           OPEN EXTEND FAKTFILE
           IF ERR-F NOT = 0
              CLOSE FAKTFILE
              OPEN OUTPUT FAKTFILE
           END-IF
           MOVE "FAKTURA" TO WS-ND-SERIA
           MOVE WS-NR-FAKTURY TO WS-ND-NUMER
           PERFORM 390-TEKST-NUMERU
           MOVE WS-ND-TEKST TO WS-Z-NR-O
           MOVE WS-DZIS TO WS-Z-DATA-O
           MOVE WS-NR-ZAM TO WS-Z-ZAM-O
           WRITE FAKT-REC FROM WS-Z-NAGLOWEK
           PERFORM 060-NABYWCA
           WRITE FAKT-REC FROM WS-F-NABYWCA
           WRITE FAKT-REC FROM WS-F-ADRES
           IF WS-F-NIP-O NOT = SPACES
              WRITE FAKT-REC FROM WS-F-NIP
           END-IF
           MOVE WS-SUMA-BRUTTO TO WS-KWOTA-E
           MOVE SPACES TO WS-LINIA
           STRING "ZALICZKA NA POCZET ZAMOWIENIA " WS-NR-ZAM
                  " O WARTOSCI BRUTTO " WS-KWOTA-E
                  DELIMITED BY SIZE INTO WS-LINIA
           WRITE FAKT-REC FROM WS-LINIA
           PERFORM VARYING WS-ST-I FROM 1 BY 1
                   UNTIL WS-ST-I > WS-ST-N
              IF WS-ST-ZAL-BR (WS-ST-I) > 0
                 MOVE WS-ST-STAWKA (WS-ST-I) TO WS-F-ST-STAWKA-O
                 MOVE WS-ST-ZAL-NT (WS-ST-I) TO WS-F-ST-NETTO-O
                 MOVE WS-ST-ZAL-VT (WS-ST-I) TO WS-F-ST-VAT-O
                 MOVE WS-ST-ZAL-BR (WS-ST-I) TO WS-F-ST-BRUTTO-O
                 WRITE FAKT-REC FROM WS-F-STAWKA
              END-IF
           END-PERFORM
           MOVE WS-ZAL-NETTO TO WS-F-NETTO-O
           MOVE WS-ZAL-VAT TO WS-F-VAT-O
           MOVE WS-ZALICZKA TO WS-F-BRUTTO-O
           WRITE FAKT-REC FROM WS-F-SUMY
           IF WS-F-PODSTAWA NOT = SPACES
              WRITE FAKT-REC FROM WS-F-PODSTAWA
           END-IF

           DIVIDE WS-ZALICZKA BY 1 GIVING WS-BRUTTO-ZLOTE
           COMPUTE WS-BRUTTO-GROSZE =
                   (WS-ZALICZKA - WS-BRUTTO-ZLOTE) * 100
           MOVE SPACES TO WS-SLOWNIE
           CALL "LICZEBNIKI" USING WS-BRUTTO-ZLOTE WS-SLOWNIE
           MOVE WS-SLOWNIE TO WS-F-SLOWNIE-O
           MOVE WS-BRUTTO-GROSZE TO WS-F-GROSZE-O
           WRITE FAKT-REC FROM WS-F-SLOWNIE
           MOVE "ZAPLACONO W CALOSCI PRZED WYSTAWIENIEM FAKTURY"
                TO FAKT-REC
           WRITE FAKT-REC
           MOVE SPACES TO FAKT-REC
           WRITE FAKT-REC
           CLOSE FAKTFILE
           .

       345-REJESTR-FAKTUR.

      *    FAKTURA ZALICZKOWA W FakturyNagl (RODZAJ Z, WARTOSC
      *    ZAMOWIENIA Z WYDRUKU) I JEJ POZYCJE WG STAWEK W
      *    FakturyPoz

           PERFORM 346-OTWORZ-REJESTR
           IF WS-REJESTR-JEST
              MOVE 0 TO WS-FP-LP
              MOVE "F" TO TYP-FP
              MOVE WS-NR-FAKTURY TO NR-FP
              PERFORM VARYING WS-ST-I FROM 1 BY 1
                      UNTIL WS-ST-I > WS-ST-N
                 IF WS-ST-ZAL-BR (WS-ST-I) > 0
                    ADD 1 TO WS-FP-LP
                    MOVE WS-FP-LP TO LP-FP
                    MOVE WS-NR-ZAM TO NR-ZAM-FP
                    MOVE 0 TO LP-ZAM-FP
                    MOVE SPACES TO TOWAR-FP
                    MOVE SPACES TO LOKALIZACJA-FP
                    MOVE "ZALICZKA NA POCZET ZAMOWIENIA" TO OPIS-FP
                    MOVE 0 TO ILOSC-FP
                    MOVE 0 TO CENA-FP
                    MOVE 0 TO ILOSC-PRZED-FP
                    MOVE 0 TO CENA-PRZED-FP
                    MOVE WS-ST-STAWKA (WS-ST-I) TO STAWKA-FP
                    MOVE WS-ST-ZAL-NT (WS-ST-I) TO NETTO-FP
                    MOVE WS-ST-ZAL-VT (WS-ST-I) TO VAT-FP
                    WRITE FP-REC
                    IF ERR-FP NOT = 0
                       DISPLAY "UWAGA: ZAPIS POZYCJI FAKTURY "
                               WS-NR-FAKTURY " W FakturyPoz - KOD "
                               ERR-FP
                    END-IF
                    IF WS-FP-LP NOT > 10
                       MOVE WS-ST-STAWKA (WS-ST-I)
                            TO STAWKA-FN (WS-FP-LP)
                       MOVE WS-ST-ZAL-NT (WS-ST-I)
                            TO NETTO-ST-FN (WS-FP-LP)
                       MOVE WS-ST-ZAL-VT (WS-ST-I)
                            TO VAT-ST-FN (WS-FP-LP)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-FP-LP TO LICZBA-STAWEK-FN
              PERFORM VARYING WS-ST-I FROM 1 BY 1
                      UNTIL WS-ST-I > 10
                 IF WS-ST-I > WS-FP-LP
                    MOVE 0 TO STAWKA-FN (WS-ST-I)
                    MOVE 0 TO NETTO-ST-FN (WS-ST-I)
                    MOVE 0 TO VAT-ST-FN (WS-ST-I)
                 END-IF
              END-PERFORM

              MOVE "F" TO TYP-FN
              MOVE WS-NR-FAKTURY TO NR-FN
              MOVE "Z" TO RODZAJ-FN
              MOVE WS-DZIS TO DATA-FN
              MOVE WS-F-KLIENT-O TO KOD-KLIENTA-FN
              MOVE WS-F-NAZWA-O TO NAZWA-FN
              MOVE WS-F-ADRES-O TO ADRES-FN
              MOVE WS-F-NIP-O TO NIP-FN
              MOVE WS-F-KRAJ-O TO KRAJ-FN
              MOVE WS-NABYWCA-VAT TO VAT-NABYWCY-FN
              MOVE WS-NR-ZAM TO NR-ZAM-FN
              MOVE 0 TO NR-ORYG-FN
              MOVE WS-DZIS TO DATA-PLATN-FN
              MOVE 0 TO DATA-SKONTA-FN
              MOVE 0 TO PROC-SKONTA-FN
              MOVE "PLN" TO WALUTA-FN
              MOVE 0 TO KURS-FN
              MOVE WS-ZAL-NETTO TO NETTO-FN
              MOVE WS-ZAL-VAT TO VAT-FN
              MOVE WS-ZALICZKA TO BRUTTO-FN
              MOVE 0 TO ZALICZKI-FN
              MOVE 0 TO DO-ZAPLATY-FN
              MOVE WS-SUMA-BRUTTO TO WARTOSC-ODN-FN
              MOVE WS-FP-LP TO LICZBA-POZ-FN
              MOVE WS-F-PODSTAWA TO OPIS-FN
              MOVE 0 TO DATA-DUPL-FN
              MOVE 0 TO LICZBA-DUPL-FN
              WRITE FN-REC
              IF ERR-FN NOT = 0
                 DISPLAY "UWAGA: ZAPIS FAKTURY " WS-NR-FAKTURY
                         " W FakturyNagl - KOD "
                         ERR-FN
              END-IF
              CLOSE FNFILE
              CLOSE FPFILE
           END-IF
           .

       346-OTWORZ-REJESTR.

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
                      "FAKTURA TYLKO W Faktury.txt"
           END-IF
           .

       350-REJESTR-SPRZEDAZY.

           OPEN EXTEND REJFILE
           IF ERR-REJ NOT = 0
              CLOSE REJFILE
              OPEN OUTPUT REJFILE
           END-IF
           PERFORM VARYING WS-ST-I FROM 1 BY 1
                   UNTIL WS-ST-I > WS-ST-N
              IF WS-ST-ZAL-BR (WS-ST-I) > 0
                 MOVE WS-DZIS TO WS-RJ-DATA-O
                 MOVE WS-NR-FAKTURY TO WS-RJ-FAKT-O
                 MOVE KOD-KLIENTA-Z TO WS-RJ-KLIENT-O
                 MOVE WS-ST-STAWKA (WS-ST-I) TO WS-RJ-STAWKA-O
                 MOVE WS-ST-ZAL-NT (WS-ST-I) TO WS-RJ-NETTO-O
                 MOVE WS-ST-ZAL-VT (WS-ST-I) TO WS-RJ-VAT-O
                 MOVE WS-NABYWCA-VAT TO WS-RJ-RODZAJ-O
                 WRITE REJ-REC FROM WS-REJ-LINIA
              END-IF
           END-PERFORM
           CLOSE REJFILE
           .

       360-ZAPISZ-ZALICZKI.

           OPEN I-O ZALFILE
           IF ERR-ZL = 35
              CLOSE ZALFILE
              OPEN OUTPUT ZALFILE
              CLOSE ZALFILE
              OPEN I-O ZALFILE
           END-IF
           IF ERR-ZL NOT = 0
              DISPLAY "UWAGA: NIE MOZNA OTWORZYC PLIKU Zaliczki - "
                      "KOD " ERR-ZL " - ZALICZKA NIE ZOSTANIE "
                      "ODLICZONA AUTOMATYCZNIE"
           ELSE
              PERFORM VARYING WS-ST-I FROM 1 BY 1
                      UNTIL WS-ST-I > WS-ST-N
                 IF WS-ST-ZAL-BR (WS-ST-I) > 0
                    MOVE WS-NR-FAKTURY TO NR-FAKT-ZL
                    MOVE WS-ST-STAWKA (WS-ST-I) TO STAWKA-ZL
                    MOVE WS-NR-ZAM TO NR-ZAM-ZL
                    MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-ZL
                    MOVE WS-DZIS TO DATA-ZL
                    MOVE WS-ST-ZAL-NT (WS-ST-I) TO NETTO-ZL
                    MOVE WS-ST-ZAL-VT (WS-ST-I) TO VAT-ZL
                    MOVE "O" TO STATUS-ZL
                    MOVE 0 TO NR-FAKT-KONC-ZL
                    WRITE ZAL-REC
                    IF ERR-ZL NOT = 0
                       DISPLAY "ZAPIS ZALICZKI - KOD " ERR-ZL
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ZALFILE
           END-IF
           .

       370-ZAPISZ-ROZRACHUNEK.

      *    FAKTURA ZALICZKOWA JEST WYSTAWIANA PO WPLYWIE - POZYCJA
      *    OD RAZU ZAPLACONA

           OPEN I-O ROZRFILE
           IF ERR-R = 35
              CLOSE ROZRFILE
              OPEN OUTPUT ROZRFILE
              CLOSE ROZRFILE
              OPEN I-O ROZRFILE
           END-IF
           IF ERR-R NOT = 0
              DISPLAY "UWAGA: NIE MOZNA OTWORZYC PLIKU Rozrachunki "
                      "- KOD " ERR-R
           ELSE
              MOVE WS-NR-FAKTURY TO NR-FAKTURY-R
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-R
              MOVE WS-DZIS TO DATA-FAKTURY-R
              MOVE WS-DZIS TO DATA-PLATN-R
              MOVE WS-ZALICZKA TO KWOTA-BRUTTO-R
              MOVE WS-ZALICZKA TO KWOTA-ZAPLAC-R
              MOVE "Z" TO STATUS-R
              MOVE 0 TO POZIOM-MONITU-R
              MOVE 0 TO DATA-SKONTA-R
              MOVE 0 TO PROC-SKONTA-R
              WRITE ROZR-REC
              IF ERR-R NOT = 0
                 DISPLAY "UWAGA: ZAPIS ROZRACHUNKU FAKTURY "
                         WS-NR-FAKTURY " - KOD " ERR-R
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       380-LOG-WPLATY.

           MOVE WS-DZIS TO WS-WP-DATA-O
           MOVE WS-CZAS TO WS-WP-CZAS-O
           MOVE WS-NR-FAKTURY TO WS-WP-FAKT-O
           MOVE KOD-KLIENTA-Z TO WS-WP-KLIENT-O
           MOVE WS-ZALICZKA TO WS-WP-KWOTA-O
           MOVE "ZALICZKA" TO WS-WP-ZRODLO-O
           OPEN EXTEND WPLATYFILE
           IF ERR-W NOT = 0
              CLOSE WPLATYFILE
              OPEN OUTPUT WPLATYFILE
           END-IF
           WRITE WPLATA-REC FROM WS-WPLATA-LINIA
           CLOSE WPLATYFILE
           .

       400-LISTA-ZALICZEK.

           DISPLAY "PODAJ NUMER ZAMOWIENIA"
           ACCEPT WS-NR-ZAM
           OPEN INPUT ZALFILE
           IF ERR-ZL NOT = 0
              DISPLAY "BRAK PLIKU Zaliczki"
           ELSE
              MOVE 0 TO WS-LINII
              MOVE WS-NR-ZAM TO NR-ZAM-ZL
              START ZALFILE KEY = NR-ZAM-ZL
              IF ERR-ZL = 0
                 READ ZALFILE NEXT
                 PERFORM UNTIL ERR-ZL > 0
                         OR NR-ZAM-ZL NOT = WS-NR-ZAM
                    ADD 1 TO WS-LINII
                    COMPUTE WS-KWOTA-E = NETTO-ZL + VAT-ZL
                    IF ZAL-ROZLICZONA
                       DISPLAY "FV " NR-FAKT-ZL " Z " DATA-ZL
                               " STAWKA " STAWKA-ZL " BRUTTO "
                               WS-KWOTA-E " ODLICZONA NA FV "
                               NR-FAKT-KONC-ZL
                    ELSE
                       DISPLAY "FV " NR-FAKT-ZL " Z " DATA-ZL
                               " STAWKA " STAWKA-ZL " BRUTTO "
                               WS-KWOTA-E " DO ODLICZENIA"
                    END-IF
                    READ ZALFILE NEXT
                 END-PERFORM
              END-IF
              IF WS-LINII = 0
                 DISPLAY "BRAK ZALICZEK DO ZAMOWIENIA " WS-NR-ZAM
              END-IF
              CLOSE ZALFILE
           END-IF
           .

       390-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .
