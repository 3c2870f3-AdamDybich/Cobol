       IDENTIFICATION DIVISION.

      *    RABATY - RABATY POSPRZEDAZOWE (BONUS OD OBROTU) DLA
      *    KLIENTOW Z UMOWAMI W UmowyRabatowe.txt. JEDNA LINIA
      *    TO JEDEN PROG UMOWY:
      *      KLIENT X(10) OKRES X(1) KATEGORIA X(10) PROG X(14)
      *      PROCENT X(6)
      *    OKRES K = KWARTAL, R = ROK KALENDARZOWY. KATEGORIA
      *    PUSTA LUB "*" = CALY OBROT, INNA = TYLKO TOWARY TEJ
      *    KATEGORII (BAZA5). PROGI Z TYM SAMYM KLIENTEM, OKRESEM
      *    I KATEGORIA TWORZA JEDNA UMOWE - OBOWIAZUJE PROCENT
      *    NAJWYZSZEGO PROGU OSIAGNIETEGO PRZEZ OBROT I LICZY SIE
      *    GO OD CALEGO OBROTU OKRESU.
      *    OBROT TO NETTO ZAFAKTUROWANYCH LINII ZAMOWIEN (FAKTURA-Z
      *    NA NAGLOWKU, DATA FAKTURY Z Rozrachunki) WYCENIONYCH
      *    TAK JAK W FAKTURY.COB (UMOWA CenyKlientow W DACIE
      *    FAKTURY ALBO CENA Z BAZA5).
      *    TRYB NALICZENIA (PARAMETR "[RRMM]", DOMYSLNIE BIEZACY
      *    MIESIAC): RAPORT RABATU NALEZNEGO OD POCZATKU OKRESU
      *    UMOWY DO KONCA MIESIACA, Z BRAKIEM DO NASTEPNEGO PROGU.
      *    TRYB ROZLICZENIA (PARAMETR "R [RRMM]", DOMYSLNIE
      *    POPRZEDNI MIESIAC): DLA UMOW, KTORYCH OKRES KONCZY SIE
      *    W TYM MIESIACU, WYSTAWIA FAKTURE KORYGUJACA RABATOWA
      *    (NUMER Z SERII KOREKTA, WYDRUK DO Korekty.txt, LINIE
      *    W RejestrKorekt.txt ZE ZNAKIEM "-" - PO JEDNEJ NA
      *    POMNIEJSZONA FAKTURE I NA NADWYZKE), ZMNIEJSZA OTWARTE
      *    POZYCJE KLIENTA W Rozrachunki OD NAJSTARSZEJ I ZAPISUJE
      *    ROZLICZENIE W RabatyRozliczone.txt, KTORY CHRONI PRZED
      *    PODWOJNYM WYSTAWIENIEM. WYDRUK DO Rabaty-RRMM-NNNNNNN.txt
      *    Z WPISEM W RejestrRaportow.txt
      *    NABYWCA WDT (U) LUB EKSPORTOWY (E) WG KARTOTEKI Klienci
      *    DOSTAJE NOTE BEZ VAT (OBROT BYL W STAWCE 0%)
      *    NOTA TRAFIA DO REJESTRU FAKTUR FakturyNagl/FakturyPoz
      *    JAKO DOKUMENT K (RODZAJ B) Z JEDNA POZYCJA RABATU
      *    NUMERY NOTY I FAKTUR NA WYDRUKU W POSTACI ROCZNEJ, GDY
      *    SERIA JA MA (NUMERYROK)

       PROGRAM-ID. RABATY.

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

           SELECT CENKFILE ASSIGN TO "CenyKlientow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-CENK
               STATUS ERR-CK.

           SELECT VATFILE ASSIGN TO "StawkiVAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KATEGORIA-V
               STATUS ERR-VAT.

           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               LOCK MODE IS AUTOMATIC
               STATUS ERR-R.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT UMOWYFILE ASSIGN TO "UmowyRabatowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-UM.

           SELECT ROZLFILE ASSIGN TO "RabatyRozliczone.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RZ.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT KOREKTYFILE ASSIGN TO "Korekty.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KO.

           SELECT REJKFILE ASSIGN TO "RejestrKorekt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RK.

           SELECT WYDRUKFILE ASSIGN TO WS-WYDRUK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT REJRAPFILE ASSIGN TO "RejestrRaportow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RR.

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

       FD CENKFILE  BLOCK CONTAINS 0.
       01 CENK-REC.
          05 KLUCZ-CENK.
             10 KOD-KLIENTA-CK PIC X(10).
             10 KOD-TOWARU-CK  PIC X(20).
             10 DATA-OD-CK     PIC 9(6).
          05 DATA-DO-CK        PIC 9(6).
          05 CENA-CK           PIC 9(7)V99.
          05 RABAT-CK          PIC 9(2)V99.

       FD VATFILE  BLOCK CONTAINS 0.
       01 VAT-REC.
          05 KATEGORIA-V     PIC X(10).
          05 STAWKA-V        PIC 9(2)V99.

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

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       FD UMOWYFILE.
       01 UMOWA-REC PIC X(60).

       FD ROZLFILE.
       01 ROZL-REC PIC X(60).

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

       FD KOREKTYFILE.
       01 KOREKTA-REC PIC X(130).

       FD REJKFILE.
       01 REJK-REC PIC X(70).

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(130).

       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).

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
       01 ERR PIC 99.
       01 ERR-Z PIC 99.
       01 ERR-L PIC 99.
       01 ERR-CK PIC 99.
       01 ERR-VAT PIC 99.
       01 ERR-R PIC 99.
       01 ERR-UM PIC 99.
       01 ERR-RZ PIC 99.
       01 ERR-KO PIC 99.
       01 ERR-RK PIC 99.
       01 ERR-K PIC 99.

      *    REJESTR FAKTUR - NUMER KOLEJNEJ POZYCJI DOKUMENTU

       01 ERR-FN PIC 99.
       01 ERR-FP PIC 99.
       01 WS-REJESTR-OTWARTY PIC X(1).
          88 WS-REJESTR-JEST VALUE "T".
       01 WS-FP-LP PIC 9(3).

       01 ERR-W PIC 99.

       01 WS-PARAM PIC X(10).
       01 WS-TRYB PIC X(1).
          88 WS-TRYB-ROZLICZENIE VALUE "R".
       01 WS-MIESIAC PIC 9(4).
       01 WS-MIESIAC-X PIC X(4).
       01 WS-ROK PIC 9(2).
       01 WS-MC PIC 9(2).
       01 WS-DZIS PIC 9(6).
       01 WS-WYDRUK-NAZWA PIC X(30).
       01 WS-LINIA-WYJSCIE PIC X(130).

      *    UMOWY: LINIE PROGOW I GRUPY (KLIENT + OKRES + KATEGORIA)
      *    Z OKRESEM RRMM-RRMM OBEJMUJACYM ZADANY MIESIAC

       01 WS-UMOWA-LINIA.
          05 WS-UM-KLIENT-A PIC X(10).
          05 FILLER         PIC X.
          05 WS-UM-OKRES-A  PIC X(1).
          05 FILLER         PIC X.
          05 WS-UM-KAT-A    PIC X(10).
          05 FILLER         PIC X.
          05 WS-UM-PROG-A   PIC X(14).
          05 FILLER         PIC X.
          05 WS-UM-PROC-A   PIC X(6).

       01 WS-UM-N PIC 9(3) VALUE 0.
       01 WS-UM-I PIC 9(3).
       01 WS-UM-TAB OCCURS 200.
          05 WS-UM-GRUPA  PIC 9(3).
          05 WS-UM-PROG   PIC 9(11)V99.
          05 WS-UM-PROC   PIC 9(2)V99.

       01 WS-GR-N PIC 9(3) VALUE 0.
       01 WS-GR-I PIC 9(3).
       01 WS-GR-ZNALEZIONY PIC X(1).
          88 WS-GR-JEST VALUE "T".
       01 WS-GR-TAB OCCURS 100.
          05 WS-GR-KLIENT   PIC X(10).
          05 WS-GR-OKRES    PIC X(1).
          05 WS-GR-KAT      PIC X(10).
          05 WS-GR-OD       PIC 9(4).
          05 WS-GR-DO       PIC 9(4).
          05 WS-GR-OBROT    PIC 9(13)V99.
          05 WS-GR-VAT      PIC 9(13)V99.
          05 WS-GR-PROC     PIC 9(2)V99.
          05 WS-GR-RABAT    PIC 9(11)V99.
          05 WS-GR-RABAT-VAT PIC 9(11)V99.
          05 WS-GR-NAST-PROG PIC 9(11)V99.
          05 WS-GR-NAST-PROC PIC 9(2)V99.
          05 WS-GR-NR-KOR   PIC 9(7).
          05 WS-GR-RODZAJ   PIC X(1).
          05 WS-GR-STAN     PIC X(1).
             88 WS-GR-DO-ROZLICZENIA VALUE "D".
             88 WS-GR-ROZLICZONA     VALUE "J".
             88 WS-GR-WYSTAWIONA     VALUE "W".
       01 WS-UM-LIMIT PIC X(1) VALUE "N".
          88 WS-UM-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-KLIENT-MA-UMOWE PIC X(1).
          88 WS-KLIENT-JEST-W-UMOWACH VALUE "T".

       01 WS-POCZ-MC PIC 9(2).
       01 WS-KONIEC-OKRESU PIC 9(4).
       01 WS-MC-FAKTURY PIC 9(4).
       01 WS-DATA-FAKTURY PIC 9(6).

       01 WS-CENA-SPRZEDAZY PIC 9(7)V99.
       01 WS-CK-CENA-BAZOWA PIC 9(7)V99.
       01 WS-STAWKA-VAT PIC 9(2)V99.
       01 WS-NABYWCA-VAT PIC X(1).
          88 WS-STAWKA-ZEROWA VALUE "U" "E".
       01 WS-KATEGORIA PIC X(10).
       01 WS-NETTO PIC 9(11)V99.
       01 WS-VAT-LINII PIC 9(11)V99.
       01 WS-BRAK-O PIC Z(10)9.99.
       01 WS-PROC-O PIC Z9.99.

      *    WYSTAWIENIE NOTY RABATOWEJ

       01 WS-NR-KOREKTY PIC 9(7).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".
       01 WS-BRUTTO-RABATU PIC 9(11)V99.
       01 WS-DO-ROZLICZENIA PIC 9(11)V99.
       01 WS-WOLNE PIC 9(11)V99.
       01 WS-ZMNIEJSZENIE PIC 9(11)V99.
       01 WS-PIERWSZA-FAKTURA PIC 9(7).

      *    FAKTURY POMNIEJSZONE NOTA (540) - PO JEDNEJ LINII
      *    W RejestrKorekt.txt NA FAKTURE

       01 WS-ZR-N PIC 9(3).
       01 WS-ZR-I PIC 9(3).
       01 WS-ZR-TAB OCCURS 100.
          05 WS-ZR-FAKT     PIC 9(7).
          05 WS-ZR-KWOTA    PIC 9(11)V99.
       01 WS-ZR-NETTO-SUMA PIC 9(11)V99.
       01 WS-ZR-VAT-SUMA PIC 9(11)V99.
       01 WS-NOT-WYSTAWIONYCH PIC 9(3) VALUE 0.

       01 WS-ROZL-LINIA.
          05 WS-RZ-KLIENT-O PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RZ-OKRES-O  PIC X(1).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RZ-KAT-O    PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RZ-OD-O     PIC 9(4).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RZ-NR-O     PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RZ-DATA-O   PIC 9(6).

       01 WS-K-NAGLOWEK.
          05 FILLER           PIC X(19)
             VALUE "FAKTURA KORYGUJACA ".
          05 WS-K-NR-O        PIC X(16).
          05 FILLER           PIC X(32)
             VALUE " - RABAT POSPRZEDAZOWY, KLIENT ".
          05 WS-K-KLIENT-O    PIC X(10).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-K-DATA-O      PIC 9(6).
       01 WS-K-PODSTAWA.
          05 FILLER           PIC X(7) VALUE "OKRES ".
          05 WS-K-OD-O        PIC 9(4).
          05 FILLER           PIC X(1) VALUE "-".
          05 WS-K-DO-O        PIC 9(4).
          05 FILLER           PIC X(11) VALUE " KATEGORIA ".
          05 WS-K-KAT-O       PIC X(10).
          05 FILLER           PIC X(7) VALUE " OBROT ".
          05 WS-K-OBROT-O     PIC Z(12)9.99.
          05 FILLER           PIC X(8) VALUE " RABAT ".
          05 WS-K-PROC-O      PIC Z9.99.
          05 FILLER           PIC X(1) VALUE "%".
       01 WS-K-SUMY.
          05 FILLER           PIC X(16)
             VALUE "ROZNICA NETTO:  ".
          05 WS-K-NETTO-O     PIC -(9)9.99.
          05 FILLER           PIC X(7) VALUE "  VAT: ".
          05 WS-K-VAT-O       PIC -(9)9.99.
          05 FILLER           PIC X(10) VALUE "  BRUTTO: ".
          05 WS-K-BRUTTO-O    PIC -(9)9.99.
       01 WS-K-ROZRACHUNEK.
          05 FILLER           PIC X(24)
             VALUE "POMNIEJSZONO FAKTURE    ".
          05 WS-K-FAKT-O      PIC X(16).
          05 FILLER           PIC X(4) VALUE " O  ".
          05 WS-K-ZMNIEJSZ-O  PIC Z(10)9.99.
       01 WS-K-NADPLATA.
          05 FILLER           PIC X(36)
             VALUE "DO ZWROTU / ROZLICZENIA Z KLIENTEM: ".
          05 WS-K-NADPLATA-O  PIC Z(10)9.99.

       01 WS-REJK-LINIA.
          05 WS-RK-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-NR-O     PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-ORYG-O   PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-KLIENT-O PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-ZNAK-O   PIC X(1).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-NETTO-O  PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-VAT-O    PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-RODZAJ-O PIC X(1).

       01 WS-R-POZYCJA.
          05 WS-R-KLIENT-O   PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-OKRES-O    PIC X(1).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-OD-O       PIC 9(4).
          05 FILLER          PIC X VALUE "-".
          05 WS-R-DO-O       PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-KAT-O      PIC X(10).
          05 FILLER          PIC X(7) VALUE " OBROT ".
          05 WS-R-OBROT-O    PIC Z(12)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-PROC-O     PIC Z9.99.
          05 FILLER          PIC X(8) VALUE "% RABAT ".
          05 WS-R-RABAT-O    PIC Z(10)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-UWAGA-O    PIC X(30).

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           MOVE SPACES TO WS-TRYB
           IF WS-PARAM(1:1) = "R"
              MOVE "R" TO WS-TRYB
              MOVE WS-PARAM(3:4) TO WS-MIESIAC-X
           ELSE
              MOVE WS-PARAM(1:4) TO WS-MIESIAC-X
           END-IF
           IF WS-MIESIAC-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-MIESIAC-X) = 0
              COMPUTE WS-MIESIAC = FUNCTION NUMVAL (WS-MIESIAC-X)
           ELSE
              IF WS-TRYB-ROZLICZENIE
                 MOVE WS-DZIS(1:2) TO WS-ROK
                 MOVE WS-DZIS(3:2) TO WS-MC
                 IF WS-MC = 1
                    MOVE 12 TO WS-MC
                    SUBTRACT 1 FROM WS-ROK
                 ELSE
                    SUBTRACT 1 FROM WS-MC
                 END-IF
                 COMPUTE WS-MIESIAC = WS-ROK * 100 + WS-MC
              ELSE
                 MOVE WS-DZIS(1:4) TO WS-MIESIAC
              END-IF
           END-IF

           IF WS-TRYB-ROZLICZENIE
              DISPLAY "ROZLICZENIE RABATOW ZA OKRESY KONCZACE SIE "
                      "W MIESIACU " WS-MIESIAC
           ELSE
              DISPLAY "NALICZENIE RABATOW POSPRZEDAZOWYCH NA "
                      "KONIEC MIESIACA " WS-MIESIAC
           END-IF

           PERFORM 100-WCZYTAJ-UMOWY
           IF WS-GR-N = 0
              DISPLAY "BRAK UMOW RABATOWYCH (UmowyRabatowe.txt) "
                      "DLA TEGO MIESIACA"
              STOP RUN
           END-IF

           PERFORM 996-NUMER-RAPORTU
           MOVE SPACES TO WS-WYDRUK-NAZWA
           STRING "Rabaty-" WS-MIESIAC "-" WS-KR-NR ".txt"
                  DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA

           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
              DISPLAY "BRAK PLIKU ZAMOWIEN - KOD " ERR-Z
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ZAMLFILE
           OPEN INPUT INFILE
           OPEN INPUT ROZRFILE
           PERFORM 200-OBROTY
           CLOSE ROZRFILE
           CLOSE INFILE
           CLOSE ZAMLFILE
           CLOSE ZAMOWFILE

           PERFORM 300-NALICZ-RABATY
           IF WS-TRYB-ROZLICZENIE
              PERFORM 500-ROZLICZ-OKRESY
           END-IF
           PERFORM 400-DRUKUJ-RAPORT

           STOP RUN
           .

       100-WCZYTAJ-UMOWY.

      *    W TRYBIE ROZLICZENIA ZOSTAJA TYLKO UMOWY, KTORYCH
      *    OKRES KONCZY SIE W ZADANYM MIESIACU

           MOVE WS-MIESIAC(1:2) TO WS-ROK
           MOVE WS-MIESIAC(3:2) TO WS-MC
           OPEN INPUT UMOWYFILE
           IF ERR-UM = 0
              READ UMOWYFILE INTO WS-UMOWA-LINIA
              PERFORM UNTIL ERR-UM > 0
                 IF WS-UM-KLIENT-A NOT = SPACES
                    AND (WS-UM-OKRES-A = "K" OR WS-UM-OKRES-A = "R")
                    AND FUNCTION TEST-NUMVAL (WS-UM-PROG-A) = 0
                    AND FUNCTION TEST-NUMVAL (WS-UM-PROC-A) = 0
                    PERFORM 110-DODAJ-PROG
                 END-IF
                 READ UMOWYFILE INTO WS-UMOWA-LINIA
              END-PERFORM
              CLOSE UMOWYFILE
           END-IF
           IF WS-UM-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: OSIAGNIETO LIMIT 200 PROGOW / 100 "
                      "UMOW - NADMIAR POMINIETY"
           END-IF
           .

       110-DODAJ-PROG.

           IF WS-UM-KAT-A = "*"
              MOVE SPACES TO WS-UM-KAT-A
           END-IF
           IF WS-UM-OKRES-A = "K"
              COMPUTE WS-POCZ-MC = ((WS-MC - 1) / 3) * 3 + 1
              COMPUTE WS-KONIEC-OKRESU =
                      WS-ROK * 100 + WS-POCZ-MC + 2
           ELSE
              MOVE 1 TO WS-POCZ-MC
              COMPUTE WS-KONIEC-OKRESU = WS-ROK * 100 + 12
           END-IF
           IF WS-TRYB-ROZLICZENIE
              AND WS-KONIEC-OKRESU NOT = WS-MIESIAC
              CONTINUE
           ELSE
              MOVE "N" TO WS-GR-ZNALEZIONY
              PERFORM VARYING WS-GR-I FROM 1 BY 1
                      UNTIL WS-GR-I > WS-GR-N OR WS-GR-JEST
                 IF WS-GR-KLIENT (WS-GR-I) = WS-UM-KLIENT-A
                    AND WS-GR-OKRES (WS-GR-I) = WS-UM-OKRES-A
                    AND WS-GR-KAT (WS-GR-I) = WS-UM-KAT-A
                    MOVE "T" TO WS-GR-ZNALEZIONY
                 END-IF
              END-PERFORM
              IF WS-GR-JEST
                 SUBTRACT 1 FROM WS-GR-I
              ELSE
                 IF WS-GR-N < 100
                    ADD 1 TO WS-GR-N
                    MOVE WS-GR-N TO WS-GR-I
                    MOVE WS-UM-KLIENT-A TO WS-GR-KLIENT (WS-GR-I)
                    MOVE WS-UM-OKRES-A TO WS-GR-OKRES (WS-GR-I)
                    MOVE WS-UM-KAT-A TO WS-GR-KAT (WS-GR-I)
                    COMPUTE WS-GR-OD (WS-GR-I) =
                            WS-ROK * 100 + WS-POCZ-MC
                    MOVE WS-KONIEC-OKRESU TO WS-GR-DO (WS-GR-I)
                    MOVE 0 TO WS-GR-OBROT (WS-GR-I)
                    MOVE 0 TO WS-GR-VAT (WS-GR-I)
                    MOVE 0 TO WS-GR-PROC (WS-GR-I)
                    MOVE 0 TO WS-GR-RABAT (WS-GR-I)
                    MOVE 0 TO WS-GR-RABAT-VAT (WS-GR-I)
                    MOVE 0 TO WS-GR-NAST-PROG (WS-GR-I)
                    MOVE 0 TO WS-GR-NAST-PROC (WS-GR-I)
                    MOVE 0 TO WS-GR-NR-KOR (WS-GR-I)
                    MOVE SPACE TO WS-GR-STAN (WS-GR-I)
                    PERFORM 115-RODZAJ-NABYWCY
                 ELSE
                    MOVE "T" TO WS-UM-LIMIT
                    MOVE 0 TO WS-GR-I
                 END-IF
              END-IF
              IF WS-GR-I > 0
                 IF WS-UM-N < 200
                    ADD 1 TO WS-UM-N
                    MOVE WS-GR-I TO WS-UM-GRUPA (WS-UM-N)
                    COMPUTE WS-UM-PROG (WS-UM-N) =
                            FUNCTION NUMVAL (WS-UM-PROG-A)
                    COMPUTE WS-UM-PROC (WS-UM-N) =
                            FUNCTION NUMVAL (WS-UM-PROC-A)
                 ELSE
                    MOVE "T" TO WS-UM-LIMIT
                 END-IF
              END-IF
           END-IF
           .

       115-RODZAJ-NABYWCY.

      *    NABYWCA WDT (U) LUB EKSPORTOWY (E) MIAL FAKTURY W STAWCE
      *    0% - NOTA RABATOWA TEZ IDZIE BEZ VAT

           MOVE "K" TO WS-GR-RODZAJ (WS-GR-I)
           OPEN INPUT KLIENCIFILE
           IF ERR-K = 0
              MOVE WS-UM-KLIENT-A TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 IF NABYWCA-UE OR NABYWCA-EKSPORT
                    MOVE VAT-NABYWCY-K TO WS-GR-RODZAJ (WS-GR-I)
                 END-IF
              END-IF
              CLOSE KLIENCIFILE
           END-IF
           .

       200-OBROTY.

      *    ZAMOWIENIA ZAFAKTUROWANE (FAKTURA-Z > 0) KLIENTOW
      *    Z UMOWAMI; MIESIAC FAKTURY DECYDUJE O OKRESIE

           MOVE 0 TO NR-ZAMOWIENIA
           START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
           IF ERR-Z = 0
              READ ZAMOWFILE NEXT
              PERFORM UNTIL ERR-Z > 0
                 IF FAKTURA-Z > 0 AND NOT ZAM-ANULOWANE
                    MOVE "N" TO WS-KLIENT-MA-UMOWE
                    PERFORM VARYING WS-GR-I FROM 1 BY 1
                            UNTIL WS-GR-I > WS-GR-N
                       IF WS-GR-KLIENT (WS-GR-I) = KOD-KLIENTA-Z
                          MOVE "T" TO WS-KLIENT-MA-UMOWE
                          MOVE WS-GR-RODZAJ (WS-GR-I)
                               TO WS-NABYWCA-VAT
                       END-IF
                    END-PERFORM
                    IF WS-KLIENT-JEST-W-UMOWACH
                       PERFORM 210-DATA-FAKTURY
                       PERFORM 220-LINIE-ZAMOWIENIA
                    END-IF
                 END-IF
                 READ ZAMOWFILE NEXT
              END-PERFORM
           END-IF
           .

       210-DATA-FAKTURY.

           MOVE DATA-REAL-Z TO WS-DATA-FAKTURY
           IF ERR-R = 0 OR ERR-R = 23
              MOVE FAKTURA-Z TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R = 0
                 MOVE DATA-FAKTURY-R TO WS-DATA-FAKTURY
              END-IF
           END-IF
           MOVE WS-DATA-FAKTURY(1:4) TO WS-MC-FAKTURY
           .

       220-LINIE-ZAMOWIENIA.

           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                 IF ILOSC-WYDANA-L > 0
                    PERFORM 230-WYCEN-LINIE
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
              MOVE 0 TO ERR-L
           END-IF
           .

       230-WYCEN-LINIE.

           MOVE TOWAR-L TO TOWAR
           MOVE LOKALIZACJA-L TO LOKALIZACJA
           READ INFILE
           IF ERR NOT = 0
              DISPLAY "UWAGA: TOWAR " TOWAR-L " "
                      LOKALIZACJA-L " BEZ REKORDU W BAZA5 - "
                      "LINIA POMINIETA"
           ELSE
              MOVE CENA OF IN-REC TO WS-CENA-SPRZEDAZY
              PERFORM 240-CENA-DLA-KLIENTA
              PERFORM 250-VAT-LINII
              MOVE CATEGORY OF IN-REC TO WS-KATEGORIA
              COMPUTE WS-NETTO ROUNDED =
                      ILOSC-WYDANA-L * WS-CENA-SPRZEDAZY
              COMPUTE WS-VAT-LINII ROUNDED =
                      WS-NETTO * WS-STAWKA-VAT / 100
              PERFORM VARYING WS-GR-I FROM 1 BY 1
                      UNTIL WS-GR-I > WS-GR-N
                 IF WS-GR-KLIENT (WS-GR-I) = KOD-KLIENTA-Z
                    AND WS-MC-FAKTURY >= WS-GR-OD (WS-GR-I)
                    AND WS-MC-FAKTURY <= WS-GR-DO (WS-GR-I)
                    AND WS-MC-FAKTURY <= WS-MIESIAC
                    AND (WS-GR-KAT (WS-GR-I) = SPACES
                         OR WS-GR-KAT (WS-GR-I) = WS-KATEGORIA)
                    ADD WS-NETTO TO WS-GR-OBROT (WS-GR-I)
                    ADD WS-VAT-LINII TO WS-GR-VAT (WS-GR-I)
                 END-IF
              END-PERFORM
           END-IF
           .

       240-CENA-DLA-KLIENTA.

      *    CENA FAKTUROWA: UMOWA KLIENTA OBOWIAZUJACA W DNIU
      *    FAKTURY (TA SAMA LOGIKA CO 136-CENA-DLA-KLIENTA
      *    W FAKTURY.COB)

           MOVE WS-CENA-SPRZEDAZY TO WS-CK-CENA-BAZOWA
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
                    IF DATA-OD-CK <= WS-DATA-FAKTURY
                       AND (DATA-DO-CK = 0
                            OR DATA-DO-CK >= WS-DATA-FAKTURY)
                       IF CENA-CK > 0
                          MOVE CENA-CK TO WS-CENA-SPRZEDAZY
                       ELSE
                          COMPUTE WS-CENA-SPRZEDAZY ROUNDED =
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

       250-VAT-LINII.

      *    STAWKA WG KATEGORII TOWARU (TA SAMA LOGIKA CO
      *    137-VAT-LINII W FAKTURY.COB) - VAT NOTY RABATOWEJ
      *    DZIELI SIE PROPORCJONALNIE DO VAT OBROTU

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

       300-NALICZ-RABATY.

           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-GR-N
              PERFORM VARYING WS-UM-I FROM 1 BY 1
                      UNTIL WS-UM-I > WS-UM-N
                 IF WS-UM-GRUPA (WS-UM-I) = WS-GR-I
                    PERFORM 310-PROG-GRUPY
                 END-IF
              END-PERFORM
              COMPUTE WS-GR-RABAT (WS-GR-I) ROUNDED =
                      WS-GR-OBROT (WS-GR-I) * WS-GR-PROC (WS-GR-I)
                      / 100
              COMPUTE WS-GR-RABAT-VAT (WS-GR-I) ROUNDED =
                      WS-GR-VAT (WS-GR-I) * WS-GR-PROC (WS-GR-I)
                      / 100
           END-PERFORM
           .

       310-PROG-GRUPY.

      *    OSIAGNIETY PROG O NAJWYZSZYM PROGU DAJE PROCENT;
      *    NAJNIZSZY NIEOSIAGNIETY JEST "NASTEPNYM PROGIEM"

           IF WS-UM-PROG (WS-UM-I) <= WS-GR-OBROT (WS-GR-I)
              IF WS-UM-PROC (WS-UM-I) > WS-GR-PROC (WS-GR-I)
                 MOVE WS-UM-PROC (WS-UM-I) TO WS-GR-PROC (WS-GR-I)
              END-IF
           ELSE
              IF WS-GR-NAST-PROG (WS-GR-I) = 0
                 OR WS-UM-PROG (WS-UM-I) < WS-GR-NAST-PROG (WS-GR-I)
                 MOVE WS-UM-PROG (WS-UM-I)
                      TO WS-GR-NAST-PROG (WS-GR-I)
                 MOVE WS-UM-PROC (WS-UM-I)
                      TO WS-GR-NAST-PROC (WS-GR-I)
              END-IF
           END-IF
           .

       400-DRUKUJ-RAPORT.

           OPEN OUTPUT WYDRUKFILE
           IF ERR-W NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU WYDRUKU - KOD "
                      ERR-W
           END-IF

           MOVE SPACES TO WS-LINIA-WYJSCIE
           IF WS-TRYB-ROZLICZENIE
              STRING "ROZLICZENIE RABATOW POSPRZEDAZOWYCH - OKRESY "
                     "KONCZACE SIE W " WS-MIESIAC
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           ELSE
              STRING "RABATY POSPRZEDAZOWE NALEZNE NA KONIEC "
                     "MIESIACA " WS-MIESIAC
                     " (OBROT OD POCZATKU OKRESU UMOWY)"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           END-IF
           PERFORM 410-PISZ-LINIE

           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-GR-N
              MOVE WS-GR-KLIENT (WS-GR-I) TO WS-R-KLIENT-O
              MOVE WS-GR-OKRES (WS-GR-I) TO WS-R-OKRES-O
              MOVE WS-GR-OD (WS-GR-I) TO WS-R-OD-O
              MOVE WS-GR-DO (WS-GR-I) TO WS-R-DO-O
              IF WS-GR-KAT (WS-GR-I) = SPACES
                 MOVE "*" TO WS-R-KAT-O
              ELSE
                 MOVE WS-GR-KAT (WS-GR-I) TO WS-R-KAT-O
              END-IF
              MOVE WS-GR-OBROT (WS-GR-I) TO WS-R-OBROT-O
              MOVE WS-GR-PROC (WS-GR-I) TO WS-R-PROC-O
              MOVE WS-GR-RABAT (WS-GR-I) TO WS-R-RABAT-O
              MOVE SPACES TO WS-R-UWAGA-O
              EVALUATE TRUE
                 WHEN WS-GR-WYSTAWIONA (WS-GR-I)
                    STRING "NOTA KORYGUJACA "
                           WS-GR-NR-KOR (WS-GR-I)
                           DELIMITED BY SIZE INTO WS-R-UWAGA-O
                 WHEN WS-GR-ROZLICZONA (WS-GR-I)
                    STRING "ROZLICZONO WCZESNIEJ - NOTA "
                           WS-GR-NR-KOR (WS-GR-I)
                           DELIMITED BY SIZE INTO WS-R-UWAGA-O
                 WHEN WS-GR-NAST-PROG (WS-GR-I) > 0
                    AND NOT WS-TRYB-ROZLICZENIE
                    COMPUTE WS-BRAK-O = WS-GR-NAST-PROG (WS-GR-I)
                            - WS-GR-OBROT (WS-GR-I)
                    MOVE WS-GR-NAST-PROC (WS-GR-I) TO WS-PROC-O
                    STRING "DO PROGU " WS-PROC-O
                           "% BRAK " WS-BRAK-O
                           DELIMITED BY SIZE INTO WS-R-UWAGA-O
              END-EVALUATE
              MOVE WS-R-POZYCJA TO WS-LINIA-WYJSCIE
              PERFORM 410-PISZ-LINIE
           END-PERFORM

           IF WS-TRYB-ROZLICZENIE
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "WYSTAWIONO NOT RABATOWYCH: "
                     WS-NOT-WYSTAWIONYCH
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 410-PISZ-LINIE
           END-IF

           IF ERR-W = 0
              CLOSE WYDRUKFILE
              DISPLAY "RAPORT ZAPISANY DO: " WS-WYDRUK-NAZWA
              MOVE "RABATY" TO WS-KR-PROGRAM
              MOVE WS-PARAM TO WS-KR-PARAMETRY
              PERFORM 995-REJESTR-RAPORTU
           END-IF
           .

       410-PISZ-LINIE.

           IF ERR-W = 0
              WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           END-IF
           DISPLAY WS-LINIA-WYJSCIE
           .

       500-ROZLICZ-OKRESY.

           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-GR-N
              PERFORM 510-CZY-ROZLICZONA
              IF NOT WS-GR-ROZLICZONA (WS-GR-I)
                 AND WS-GR-RABAT (WS-GR-I) > 0
                 PERFORM 520-WYSTAW-NOTE
              END-IF
           END-PERFORM
           .

       510-CZY-ROZLICZONA.

           OPEN INPUT ROZLFILE
           IF ERR-RZ = 0
              READ ROZLFILE INTO WS-ROZL-LINIA
              PERFORM UNTIL ERR-RZ > 0
                 IF WS-RZ-KLIENT-O = WS-GR-KLIENT (WS-GR-I)
                    AND WS-RZ-OKRES-O = WS-GR-OKRES (WS-GR-I)
                    AND WS-RZ-KAT-O = WS-GR-KAT (WS-GR-I)
                    AND WS-RZ-OD-O = WS-GR-OD (WS-GR-I)
                    MOVE "J" TO WS-GR-STAN (WS-GR-I)
                    MOVE WS-RZ-NR-O TO WS-GR-NR-KOR (WS-GR-I)
                 END-IF
                 READ ROZLFILE INTO WS-ROZL-LINIA
              END-PERFORM
              CLOSE ROZLFILE
           END-IF
           .

       520-WYSTAW-NOTE.

           PERFORM 530-POBIERZ-NUMER-KOREKTY
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU KOREKTY Z "
                      "NumeryKontrolne - RABAT KLIENTA "
                      WS-GR-KLIENT (WS-GR-I) " NIE WYSTAWIONY"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-NR-KOREKTY TO WS-GR-NR-KOR (WS-GR-I)
              MOVE "W" TO WS-GR-STAN (WS-GR-I)
              ADD 1 TO WS-NOT-WYSTAWIONYCH
              COMPUTE WS-BRUTTO-RABATU = WS-GR-RABAT (WS-GR-I)
                      + WS-GR-RABAT-VAT (WS-GR-I)

              OPEN EXTEND KOREKTYFILE
              IF ERR-KO NOT = 0
                 CLOSE KOREKTYFILE
                 OPEN OUTPUT KOREKTYFILE
              END-IF
              MOVE "KOREKTA" TO WS-ND-SERIA
              MOVE WS-NR-KOREKTY TO WS-ND-NUMER
              PERFORM 990-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-K-NR-O
              MOVE WS-GR-KLIENT (WS-GR-I) TO WS-K-KLIENT-O
              MOVE WS-DZIS TO WS-K-DATA-O
              WRITE KOREKTA-REC FROM WS-K-NAGLOWEK
              MOVE WS-GR-OD (WS-GR-I) TO WS-K-OD-O
              MOVE WS-GR-DO (WS-GR-I) TO WS-K-DO-O
              IF WS-GR-KAT (WS-GR-I) = SPACES
                 MOVE "WSZYSTKIE" TO WS-K-KAT-O
              ELSE
                 MOVE WS-GR-KAT (WS-GR-I) TO WS-K-KAT-O
              END-IF
              MOVE WS-GR-OBROT (WS-GR-I) TO WS-K-OBROT-O
              MOVE WS-GR-PROC (WS-GR-I) TO WS-K-PROC-O
              WRITE KOREKTA-REC FROM WS-K-PODSTAWA
              COMPUTE WS-K-NETTO-O = 0 - WS-GR-RABAT (WS-GR-I)
              COMPUTE WS-K-VAT-O = 0 - WS-GR-RABAT-VAT (WS-GR-I)
              COMPUTE WS-K-BRUTTO-O = 0 - WS-BRUTTO-RABATU
              WRITE KOREKTA-REC FROM WS-K-SUMY

              PERFORM 540-ZMNIEJSZ-ROZRACHUNKI
              IF WS-DO-ROZLICZENIA > 0
                 MOVE WS-DO-ROZLICZENIA TO WS-K-NADPLATA-O
                 WRITE KOREKTA-REC FROM WS-K-NADPLATA
                 DISPLAY "UWAGA: KLIENT " WS-GR-KLIENT (WS-GR-I)
                         " BEZ OTWARTYCH POZYCJI NA "
                         WS-DO-ROZLICZENIA " - DO ZWROTU"
              END-IF
              MOVE SPACES TO KOREKTA-REC
              WRITE KOREKTA-REC
              CLOSE KOREKTYFILE

              PERFORM 550-REJESTR-KOREKT
              PERFORM 555-REJESTR-FAKTUR
              PERFORM 560-ZAPISZ-ROZLICZENIE
              DISPLAY "NOTA RABATOWA " WS-NR-KOREKTY " KLIENT "
                      WS-GR-KLIENT (WS-GR-I) " BRUTTO "
                      WS-BRUTTO-RABATU
           END-IF
           .

       530-POBIERZ-NUMER-KOREKTY.

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
              MOVE "KOREKTA" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "KOREKTA" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-KOREKTY
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       540-ZMNIEJSZ-ROZRACHUNKI.

      *    NOTA ZMNIEJSZA OTWARTE POZYCJE KLIENTA OD NAJSTARSZEJ
      *    (TAK JAK KOREKTY ZMNIEJSZA KWOTA-BRUTTO-R FAKTURY
      *    PIERWOTNEJ); NADWYZKA PONAD SALDO ZOSTAJE DO ZWROTU

           MOVE WS-BRUTTO-RABATU TO WS-DO-ROZLICZENIA
           MOVE 0 TO WS-PIERWSZA-FAKTURA
           MOVE 0 TO WS-ZR-N
           OPEN I-O ROZRFILE
           IF ERR-R NOT = 0
              DISPLAY "UWAGA: BRAK PLIKU Rozrachunki - NOTA "
                      "BEZ ZAPISU ROZRACHUNKOWEGO"
           ELSE
              MOVE 0 TO NR-FAKTURY-R
              START ROZRFILE KEY NOT < NR-FAKTURY-R
              IF ERR-R = 0
                 READ ROZRFILE NEXT
                 PERFORM UNTIL ERR-R > 0
                         OR WS-DO-ROZLICZENIA = 0
                    IF KOD-KLIENTA-R = WS-GR-KLIENT (WS-GR-I)
                       AND ROZR-OTWARTA
                       AND KWOTA-BRUTTO-R > KWOTA-ZAPLAC-R
                       COMPUTE WS-WOLNE =
                               KWOTA-BRUTTO-R - KWOTA-ZAPLAC-R
                       IF WS-WOLNE > WS-DO-ROZLICZENIA
                          MOVE WS-DO-ROZLICZENIA TO WS-ZMNIEJSZENIE
                       ELSE
                          MOVE WS-WOLNE TO WS-ZMNIEJSZENIE
                       END-IF
                       SUBTRACT WS-ZMNIEJSZENIE FROM KWOTA-BRUTTO-R
                       SUBTRACT WS-ZMNIEJSZENIE FROM WS-DO-ROZLICZENIA
                       IF KWOTA-ZAPLAC-R >= KWOTA-BRUTTO-R
                          MOVE "Z" TO STATUS-R
                       END-IF
                       REWRITE ROZR-REC
                       IF ERR-R NOT = 0
                          DISPLAY "REWRITE ROZRACHUNKU - KOD " ERR-R
                          ADD WS-ZMNIEJSZENIE TO WS-DO-ROZLICZENIA
                       ELSE
                          IF WS-PIERWSZA-FAKTURA = 0
                             MOVE NR-FAKTURY-R TO WS-PIERWSZA-FAKTURA
                          END-IF
                          IF WS-ZR-N < 100
                             ADD 1 TO WS-ZR-N
                             MOVE NR-FAKTURY-R TO WS-ZR-FAKT (WS-ZR-N)
                             MOVE WS-ZMNIEJSZENIE
                                  TO WS-ZR-KWOTA (WS-ZR-N)
                          ELSE
                             ADD WS-ZMNIEJSZENIE
                                 TO WS-ZR-KWOTA (WS-ZR-N)
                             DISPLAY "UWAGA: NOTA " WS-NR-KOREKTY
                                     " - FAKTURA " NR-FAKTURY-R
                                     " W RejestrKorekt POD FAKTURA "
                                     WS-ZR-FAKT (WS-ZR-N)
                          END-IF
                          MOVE "FAKTURA" TO WS-ND-SERIA
                          MOVE NR-FAKTURY-R TO WS-ND-NUMER
                          PERFORM 990-TEKST-NUMERU
                          MOVE WS-ND-TEKST TO WS-K-FAKT-O
                          MOVE WS-ZMNIEJSZENIE TO WS-K-ZMNIEJSZ-O
                          WRITE KOREKTA-REC FROM WS-K-ROZRACHUNEK
                       END-IF
                    END-IF
                    READ ROZRFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       550-REJESTR-KOREKT.

      *    NOTA RABATOWA NIE KORYGUJE JEDNEJ FAKTURY - IDZIE JEDNA
      *    LINIA NA KAZDA FAKTURE POMNIEJSZONA W 540, Z KWOTA
      *    ZDJETA Z TEJ FAKTURY (NETTO I VAT W PROPORCJI NOTY),
      *    A NADWYZKA DO ZWROTU OSOBNA LINIA BEZ FAKTURY
      *    PIERWOTNEJ (0). OSTATNIA LINIA BIERZE RESZTE Z
      *    ZAOKRAGLEN, ZEBY SUMA LINII BYLA ROWNA NOCIE. PONAD
      *    100 FAKTUR KWOTY KOLEJNYCH DOCHODZA DO SETNEJ LINII

           MOVE WS-DZIS TO WS-RK-DATA-O
           MOVE WS-NR-KOREKTY TO WS-RK-NR-O
           MOVE WS-GR-KLIENT (WS-GR-I) TO WS-RK-KLIENT-O
           MOVE "-" TO WS-RK-ZNAK-O
           MOVE WS-GR-RODZAJ (WS-GR-I) TO WS-RK-RODZAJ-O
           MOVE 0 TO WS-ZR-NETTO-SUMA
           MOVE 0 TO WS-ZR-VAT-SUMA

           OPEN EXTEND REJKFILE
           IF ERR-RK NOT = 0
              CLOSE REJKFILE
              OPEN OUTPUT REJKFILE
           END-IF
           PERFORM VARYING WS-ZR-I FROM 1 BY 1
                   UNTIL WS-ZR-I > WS-ZR-N
              MOVE WS-ZR-FAKT (WS-ZR-I) TO WS-RK-ORYG-O
              IF WS-ZR-I = WS-ZR-N AND WS-DO-ROZLICZENIA = 0
                 COMPUTE WS-RK-NETTO-O = WS-GR-RABAT (WS-GR-I)
                         - WS-ZR-NETTO-SUMA
                 COMPUTE WS-RK-VAT-O = WS-GR-RABAT-VAT (WS-GR-I)
                         - WS-ZR-VAT-SUMA
              ELSE
                 COMPUTE WS-RK-VAT-O ROUNDED =
                         WS-GR-RABAT-VAT (WS-GR-I)
                         * WS-ZR-KWOTA (WS-ZR-I) / WS-BRUTTO-RABATU
                 COMPUTE WS-RK-NETTO-O =
                         WS-ZR-KWOTA (WS-ZR-I) - WS-RK-VAT-O
              END-IF
              ADD WS-RK-NETTO-O TO WS-ZR-NETTO-SUMA
              ADD WS-RK-VAT-O TO WS-ZR-VAT-SUMA
              WRITE REJK-REC FROM WS-REJK-LINIA
           END-PERFORM
           IF WS-DO-ROZLICZENIA > 0
              MOVE 0 TO WS-RK-ORYG-O
              COMPUTE WS-RK-NETTO-O = WS-GR-RABAT (WS-GR-I)
                      - WS-ZR-NETTO-SUMA
              COMPUTE WS-RK-VAT-O = WS-GR-RABAT-VAT (WS-GR-I)
                      - WS-ZR-VAT-SUMA
              WRITE REJK-REC FROM WS-REJK-LINIA
           END-IF
           CLOSE REJKFILE
           .

       555-REJESTR-FAKTUR.

      *    NOTA RABATOWA W FakturyNagl (RODZAJ B): NABYWCA Z
      *    KARTOTEKI, FAKTURA PIERWOTNA = PIERWSZA POMNIEJSZONA
      *    W 540, LINIA OKRESU
      *    Z WYDRUKU JAKO OPIS; JEDNA POZYCJA Z KWOTA RABATU

           PERFORM 556-OTWORZ-REJESTR
           IF WS-REJESTR-JEST
              MOVE "K" TO TYP-FN
              MOVE WS-NR-KOREKTY TO NR-FN
              MOVE "B" TO RODZAJ-FN
              MOVE WS-DZIS TO DATA-FN
              MOVE WS-GR-KLIENT (WS-GR-I) TO KOD-KLIENTA-FN
              MOVE SPACES TO NAZWA-FN
              MOVE SPACES TO ADRES-FN
              MOVE SPACES TO NIP-FN
              MOVE "PL" TO KRAJ-FN
              OPEN INPUT KLIENCIFILE
              IF ERR-K = 0
                 MOVE WS-GR-KLIENT (WS-GR-I) TO KOD-KLIENTA
                 READ KLIENCIFILE
                 IF ERR-K = 0
                    MOVE NAZWA-K TO NAZWA-FN
                    MOVE ADRES-K TO ADRES-FN
                    MOVE NIP-K TO NIP-FN
                    IF KRAJ-K NOT = SPACES
                       MOVE KRAJ-K TO KRAJ-FN
                    END-IF
                 END-IF
                 CLOSE KLIENCIFILE
              END-IF
              MOVE WS-GR-RODZAJ (WS-GR-I) TO VAT-NABYWCY-FN
              MOVE 0 TO NR-ZAM-FN
              MOVE WS-PIERWSZA-FAKTURA TO NR-ORYG-FN
              MOVE 0 TO DATA-PLATN-FN
              MOVE 0 TO DATA-SKONTA-FN
              MOVE 0 TO PROC-SKONTA-FN
              MOVE "PLN" TO WALUTA-FN
              MOVE 0 TO KURS-FN
              COMPUTE NETTO-FN = 0 - WS-GR-RABAT (WS-GR-I)
              COMPUTE VAT-FN = 0 - WS-GR-RABAT-VAT (WS-GR-I)
              COMPUTE BRUTTO-FN = 0 - WS-BRUTTO-RABATU
              MOVE 0 TO ZALICZKI-FN
              COMPUTE DO-ZAPLATY-FN = 0 - WS-BRUTTO-RABATU
              MOVE 0 TO WARTOSC-ODN-FN
              MOVE 0 TO LICZBA-STAWEK-FN
              PERFORM VARYING WS-FP-LP FROM 1 BY 1
                      UNTIL WS-FP-LP > 10
                 MOVE 0 TO STAWKA-FN (WS-FP-LP)
                 MOVE 0 TO NETTO-ST-FN (WS-FP-LP)
                 MOVE 0 TO VAT-ST-FN (WS-FP-LP)
              END-PERFORM
              MOVE 1 TO LICZBA-POZ-FN
              MOVE WS-K-PODSTAWA TO OPIS-FN
              MOVE 0 TO DATA-DUPL-FN
              MOVE 0 TO LICZBA-DUPL-FN
              WRITE FN-REC
              IF ERR-FN NOT = 0
                 DISPLAY "UWAGA: ZAPIS NOTY " WS-NR-KOREKTY
                         " W FakturyNagl - KOD "
                         ERR-FN
              END-IF

              MOVE "K" TO TYP-FP
              MOVE WS-NR-KOREKTY TO NR-FP
              MOVE 1 TO LP-FP
              MOVE 0 TO NR-ZAM-FP
              MOVE 0 TO LP-ZAM-FP
              MOVE SPACES TO TOWAR-FP
              MOVE SPACES TO LOKALIZACJA-FP
              MOVE "RABAT POSPRZEDAZOWY OD OBROTU" TO OPIS-FP
              MOVE 0 TO ILOSC-FP
              MOVE 0 TO CENA-FP
              MOVE 0 TO ILOSC-PRZED-FP
              MOVE 0 TO CENA-PRZED-FP
              MOVE 0 TO STAWKA-FP
              COMPUTE NETTO-FP = 0 - WS-GR-RABAT (WS-GR-I)
              COMPUTE VAT-FP = 0 - WS-GR-RABAT-VAT (WS-GR-I)
              WRITE FP-REC
              IF ERR-FP NOT = 0
                 DISPLAY "UWAGA: ZAPIS POZYCJI NOTY "
                         WS-NR-KOREKTY " W FakturyPoz - KOD "
                         ERR-FP
              END-IF
              CLOSE FNFILE
              CLOSE FPFILE
           END-IF
           .

       556-OTWORZ-REJESTR.

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
                      "NOTA TYLKO W Korekty.txt"
           END-IF
           .

       560-ZAPISZ-ROZLICZENIE.

           MOVE WS-GR-KLIENT (WS-GR-I) TO WS-RZ-KLIENT-O
           MOVE WS-GR-OKRES (WS-GR-I) TO WS-RZ-OKRES-O
           MOVE WS-GR-KAT (WS-GR-I) TO WS-RZ-KAT-O
           MOVE WS-GR-OD (WS-GR-I) TO WS-RZ-OD-O
           MOVE WS-NR-KOREKTY TO WS-RZ-NR-O
           MOVE WS-DZIS TO WS-RZ-DATA-O

           OPEN EXTEND ROZLFILE
           IF ERR-RZ NOT = 0
              CLOSE ROZLFILE
              OPEN OUTPUT ROZLFILE
           END-IF
           WRITE ROZL-REC FROM WS-ROZL-LINIA
           CLOSE ROZLFILE
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

       990-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .
