       IDENTIFICATION DIVISION.

      *    RMA - AUTORYZACJE ZWROTOW OD KLIENTOW: ZWROT JEST
      *    OTWIERANY DO KONKRETNEGO ZAMOWIENIA (NR-ZAMOWIENIA,
      *    NR-WZ-Z, FAKTURA-Z) I DOSTAJE NUMER Z SERII RMA
      *    W NumeryKontrolne. LINIE RMA (ZwrotyRMALinie) MOWIA,
      *    ILE KTOREJ POZYCJI KLIENT MOZE ODESLAC - NIE WIECEJ
      *    NIZ WYDANO, POMNIEJSZONE O INNE OTWARTE RMA. TOWAR
      *    PRZYJMUJE MAGAZYN W 450-PRZYJMIJ-ZWROT (TYLKO NA
      *    OTWARTA LINIE RMA) Z DYSPOZYCJA: NA STAN, NA
      *    KWARANTANNE (ILOSC-KWAR) ALBO DO LIKWIDACJI (ODPIS).
      *    ZAMKNIECIE RMA WYSTAWIA FAKTURE KORYGUJACA (SERIA
      *    KOREKTA, Korekty.txt, Rozrachunki, RejestrKorekt.txt -
      *    TA SAMA SCIEZKA CO PROGRAM KOREKTY) DOKLADNIE NA
      *    ILOSC PRZYJETA, NIE NA AUTORYZOWANA
      *    CENA I STAWKA "BYLO" POCHODZA Z POZYCJI FAKTURY
      *    PIERWOTNEJ W REJESTRZE FAKTUR (FakturyPoz); KOREKTA
      *    TRAFIA DO REJESTRU JAKO DOKUMENT K (RODZAJ R)
      *    NUMERY KOREKTY I FAKTURY NA WYDRUKU W POSTACI ROCZNEJ,
      *    GDY SERIA JA MA (NUMERYROK)

       PROGRAM-ID. RMA.

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

           SELECT RMAFILE ASSIGN TO "ZwrotyRMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-RMA
               LOCK MODE IS AUTOMATIC
               STATUS ERR-RM.

           SELECT RMALFILE ASSIGN TO "ZwrotyRMALinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-RMAL
               LOCK MODE IS AUTOMATIC
               STATUS ERR-RML.

           SELECT VATFILE ASSIGN TO "StawkiVAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KATEGORIA-V
               STATUS ERR-VAT.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

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

           SELECT UZYTKFILE ASSIGN TO "Uzytkownicy"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY USER-ID
               STATUS ERR-U.

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

       FD RMAFILE  BLOCK CONTAINS 0.
       01 RMA-REC.
          05 NR-RMA          PIC 9(7).
          05 NR-ZAM-RMA      PIC 9(7).
          05 NR-WZ-RMA       PIC 9(7).
          05 FAKTURA-RMA     PIC 9(7).
          05 KOD-KLIENTA-RMA PIC X(10).
          05 DATA-RMA        PIC 9(6).
          05 OPER-RMA        PIC X(8).
          05 STATUS-RMA      PIC X(1).
             88 RMA-OTWARTE     VALUE "O".
             88 RMA-ZAMKNIETE   VALUE "Z".
             88 RMA-ANULOWANE   VALUE "X".
          05 DATA-ZAMKN-RMA  PIC 9(6).
          05 NR-KOREKTY-RMA  PIC 9(7).

       FD RMALFILE  BLOCK CONTAINS 0.
       01 RMAL-REC.
          05 KLUCZ-RMAL.
             10 NR-RMA-L     PIC 9(7).
             10 LP-RMA-L     PIC 9(3).
          05 LP-ZAM-RMAL     PIC 9(3).
          05 TOWAR-RMAL      PIC X(20).
          05 LOKALIZACJA-RMAL PIC X(10).
          05 ILOSC-AUT-RMAL  PIC 9(7)V99.
          05 ILOSC-STAN-RMAL PIC 9(7)V99.
          05 ILOSC-KWAR-RMAL PIC 9(7)V99.
          05 ILOSC-ZLOM-RMAL PIC 9(7)V99.
          05 STATUS-RMAL     PIC X(1).
             88 RMAL-OTWARTA    VALUE "O".
             88 RMAL-ZAMKNIETA  VALUE "Z".
          05 POWOD-RMAL      PIC X(20).

       FD VATFILE  BLOCK CONTAINS 0.
       01 VAT-REC.
          05 KATEGORIA-V     PIC X(10).
          05 STAWKA-V        PIC 9(2)V99.

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

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

       FD UZYTKFILE  BLOCK CONTAINS 0.
       01 UZYTK-REC.
          05 USER-ID         PIC X(8).
          05 NAZWA-U         PIC X(30).
          05 HASLO-U         PIC X(10).
          05 ROLA-U          PIC X(1).
          05 STATUS-UK       PIC X(1).
             88 KONTO-AKTYWNE   VALUE "A".
             88 KONTO-WYLACZONE VALUE "Z".
          05 DATA-HASLA-U    PIC 9(6).
          05 PROBY-U         PIC 9(1).
          05 WYMUS-U         PIC X(1).
             88 WYMUS-ZMIANE VALUE "T".

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
       01 WS-HASLO-ZGODNE PIC X(1).
          88 WS-HASLO-JEST-ZGODNE VALUE "T".
       01 WS-HASLO-STARE PIC X(1).
          88 WS-HASLO-JEST-STARE VALUE "T".
       01 WS-HASH-WE PIC X(10).
       01 WS-HASH-WY PIC X(10).
       01 WS-HASH-SUMA PIC 9(15).
       01 WS-HASH-I PIC 9(2).
       01 WS-HASH-ZNAK PIC 9(3).
       01 WS-HASH-N PIC 9(8).
       01 WS-HASLO-NOWE PIC X(10).
       01 WS-HASLO-NOWE2 PIC X(10).
       01 WS-HAS-DZIS-6 PIC 9(6).
       01 WS-HAS-DZIS-8 PIC 9(8).
       01 WS-HAS-DZIS-INT PIC 9(9).
       01 WS-HAS-HASLA-8 PIC 9(8).
       01 WS-HAS-HASLA-INT PIC 9(9).
       01 WS-HAS-WIEK PIC S9(5).
       01 WS-ROLA-OPERATORA PIC X(1).
          88 ROLA-PODGLAD VALUE "V".
       01 WYBOR PIC X(1).
          88 WYB-OTWORZ  VALUE "1".
          88 WYB-POKAZ   VALUE "2".
          88 WYB-ZAMKNIJ VALUE "3".
          88 WYB-ANULUJ  VALUE "4".
          88 WYB-LISTA   VALUE "5".
          88 WYB-KONIEC  VALUE "6".
       01 ERR PIC 99.
       01 ERR-Z PIC 99.
       01 ERR-L PIC 99.
       01 ERR-RM PIC 99.
       01 ERR-RML PIC 99.
       01 ERR-VAT PIC 99.
       01 ERR-N PIC 99.
       01 ERR-R PIC 99.
       01 ERR-CK PIC 99.
       01 ERR-U PIC 99.
       01 ERR-KO PIC 99.
       01 ERR-RK PIC 99.
       01 ERR-K PIC 99.

      *    REJESTR FAKTUR - NUMER KOLEJNEJ POZYCJI DOKUMENTU

       01 ERR-FN PIC 99.
       01 ERR-FP PIC 99.
       01 WS-REJESTR-OTWARTY PIC X(1).
          88 WS-REJESTR-JEST VALUE "T".
       01 WS-FP-LP PIC 9(3).

       01 WS-KOR-NAZWA PIC X(30).
       01 WS-KOR-ADRES PIC X(40).
       01 WS-POZ-ZNALEZIONA PIC X(1).
          88 WS-POZ-JEST VALUE "T".
       01 WS-KS-N PIC 9(2).
       01 WS-KS-I PIC 9(2).
       01 WS-KS-ZNALEZIONY PIC X(1).
          88 WS-KS-JEST VALUE "T".
       01 WS-KS-TAB OCCURS 10.
          05 WS-KS-STAWKA PIC 9(2)V99.
          05 WS-KS-NETTO  PIC S9(11)V99.
          05 WS-KS-VAT    PIC S9(11)V99.

       01 WS-DZIS PIC 9(6).
       01 WS-UZYTKOWNIK PIC X(8) VALUE SPACES.
       01 WS-LOG-ID PIC X(8).
       01 WS-LOG-HASLO PIC X(10).
       01 WS-LOG-PROBY PIC 9(1).
       01 WS-LOG-OK PIC X(1).
          88 WS-LOG-JEST-OK VALUE "T".

       01 WS-NR-RMA PIC 9(7).
       01 WS-NR-ZAM PIC 9(7).
       01 WS-LP-RMA PIC 9(3).
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".
       01 WS-SERIA PIC X(10).
       01 WS-NOWY-NUMER PIC 9(7).
       01 WS-WEJSCIE PIC X(12).
       01 WS-POTWIERDZ PIC X(1).
          88 WS-POTWIERDZONE VALUE "T".
       01 WS-ILOSC-AUT PIC 9(7)V99.
       01 WS-ILOSC-INNE-RMA PIC 9(7)V99.
       01 WS-ILOSC-DOSTEPNA PIC S9(7)V99.
       01 WS-ILOSC-PRZYJETA PIC 9(7)V99.
       01 WS-SUMA-PRZYJETA PIC 9(9)V99.
       01 WS-LINII-RMA PIC 9(3).
       01 WS-POWOD PIC X(20).
       01 WS-LICZNIK-RMA PIC 9(5).

       01 WS-NR-ORYGINALU PIC 9(7).
       01 WS-NR-KOREKTY PIC 9(7).
       01 WS-LINII-KOREKTY PIC 9(3).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).
       01 WS-STAWKA-VAT PIC 9(2)V99.
       01 WS-CENA-STARA PIC 9(7)V99.
       01 WS-ILOSC-STARA PIC 9(7)V99.
       01 WS-ILOSC-NOWA PIC 9(7)V99.
       01 WS-NETTO-PRZED PIC 9(11)V99.
       01 WS-NETTO-PO PIC 9(11)V99.
       01 WS-ROZNICA-NETTO PIC S9(11)V99.
       01 WS-ROZNICA-VAT PIC S9(11)V99.
       01 WS-SUMA-ROZNICY-NETTO PIC S9(11)V99.
       01 WS-SUMA-ROZNICY-VAT PIC S9(11)V99.
       01 WS-SUMA-ROZNICY-BRUTTO PIC S9(11)V99.
       01 WS-KWOTA-ABS PIC 9(11)V99.
       01 WS-KLIENT-KOREKTY PIC X(10).
       01 WS-NABYWCA-VAT PIC X(1).
          88 WS-STAWKA-ZEROWA VALUE "U" "E".
       01 WS-DATA-FAKTURY PIC 9(6).
       01 WS-CK-CENA-BAZOWA PIC 9(7)V99.

       01 WS-K-NAGLOWEK.
          05 FILLER           PIC X(19)
             VALUE "FAKTURA KORYGUJACA ".
          05 WS-K-NR-O        PIC X(16).
          05 FILLER           PIC X(13)
             VALUE " DO FAKTURY ".
          05 WS-K-ORYG-O      PIC X(16).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-K-DATA-O      PIC 9(6).
       01 WS-K-ZWROT.
          05 FILLER           PIC X(20)
             VALUE "ZWROT TOWARU WG RMA ".
          05 WS-K-RMA-O       PIC 9(7).
          05 FILLER           PIC X(12) VALUE "  ZAMOWIENIE".
          05 FILLER           PIC X VALUE SPACE.
          05 WS-K-ZAM-O       PIC 9(7).
          05 FILLER           PIC X(5) VALUE "  WZ ".
          05 WS-K-WZ-O        PIC 9(7).
       01 WS-K-POZYCJA.
          05 WS-K-TOWAR-O     PIC X(20).
          05 FILLER           PIC X(7) VALUE " BYLO: ".
          05 WS-K-ILOSC-P-O   PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " X ".
          05 WS-K-CENA-P-O    PIC Z(7)9.99.
          05 FILLER           PIC X(7) VALUE " JEST: ".
          05 WS-K-ILOSC-N-O   PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " X ".
          05 WS-K-CENA-N-O    PIC Z(7)9.99.
          05 FILLER           PIC X(9) VALUE " ROZNICA ".
          05 WS-K-ROZNICA-O   PIC -(9)9.99.
       01 WS-K-SUMY.
          05 FILLER           PIC X(16)
             VALUE "ROZNICA NETTO:  ".
          05 WS-K-NETTO-O     PIC -(9)9.99.
          05 FILLER           PIC X(7) VALUE "  VAT: ".
          05 WS-K-VAT-O       PIC -(9)9.99.
          05 FILLER           PIC X(10) VALUE "  BRUTTO: ".
          05 WS-K-BRUTTO-O    PIC -(9)9.99.

       01 WS-K-NIP.
          05 FILLER           PIC X(9) VALUE "NABYWCA: ".
          05 WS-K-KLIENT-O    PIC X(10).
          05 FILLER           PIC X(7) VALUE "  NIP: ".
          05 WS-K-KRAJ-O      PIC X(2).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-K-NIP-O       PIC X(14).

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

       PROCEDURE DIVISION.

           ACCEPT WS-DZIS FROM DATE
           PERFORM 010-LOGOWANIE

           PERFORM UNTIL WYB-KONIEC

              DISPLAY "MENU ZWROTOW OD KLIENTOW (RMA)"
              DISPLAY "1. OTWORZ RMA DO ZAMOWIENIA"
              DISPLAY "2. POKAZ RMA"
              DISPLAY "3. ZAMKNIJ RMA I WYSTAW KOREKTE"
              DISPLAY "4. ANULUJ RMA (NIC NIE PRZYJETO)"
              DISPLAY "5. LISTA OTWARTYCH RMA"
              DISPLAY "6. WYJDZ"
              ACCEPT WYBOR

              IF (WYB-OTWORZ OR WYB-ZAMKNIJ OR WYB-ANULUJ)
                 AND ROLA-PODGLAD
                 DISPLAY "BRAK UPRAWNIEN DO TEJ OPCJI (TYLKO PODGLAD)"
              ELSE
                 IF WYB-OTWORZ
                    PERFORM 100-OTWORZ-RMA
                 END-IF
                 IF WYB-POKAZ
                    PERFORM 200-POKAZ-RMA
                 END-IF
                 IF WYB-ZAMKNIJ
                    PERFORM 300-ZAMKNIJ-RMA
                 END-IF
                 IF WYB-ANULUJ
                    PERFORM 400-ANULUJ-RMA
                 END-IF
                 IF WYB-LISTA
                    PERFORM 500-LISTA-OTWARTYCH
                 END-IF
              END-IF

           END-PERFORM

           STOP RUN
           .

       010-LOGOWANIE.

      *    LOGOWANIE OPERATORA (TA SAMA SCIEZKA CO
      *    010-LOGOWANIE W PRZYJECIE.COB) - OPERATOR ZOSTAJE
      *    ZAPISANY NA NAGLOWKU RMA

           MOVE "N" TO WS-LOG-OK
           OPEN I-O UZYTKFILE
           IF ERR-U NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC KARTOTEKI "
                      "UZYTKOWNIKOW - KOD " ERR-U
           ELSE
              MOVE 0 TO WS-LOG-PROBY
              PERFORM UNTIL WS-LOG-JEST-OK
                      OR WS-LOG-PROBY = 3
                 DISPLAY "PODAJ ID UZYTKOWNIKA"
                 ACCEPT WS-LOG-ID
                 DISPLAY "PODAJ HASLO"
                 ACCEPT WS-LOG-HASLO
                 PERFORM 011-SPRAWDZ-HASLO
              END-PERFORM
           END-IF
           CLOSE UZYTKFILE

           IF NOT WS-LOG-JEST-OK
              DISPLAY "LOGOWANIE NIEUDANE - KONIEC PRACY"
              STOP RUN
           END-IF
           .

       100-OTWORZ-RMA.

      *    RMA MOZNA OTWORZYC TYLKO DO ZAMOWIENIA ZREALIZOWANEGO
      *    I ZAFAKTUROWANEGO - BEZ FAKTURY NIE MA CZEGO KORYGOWAC

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
                 IF NOT ZAM-ZREALIZOWANE OR FAKTURA-Z = 0
                    DISPLAY "ZAMOWIENIE NIEZREALIZOWANE LUB "
                            "NIEZAFAKTUROWANE - RMA NIEMOZLIWE"
                 ELSE
                    DISPLAY "KLIENT " KOD-KLIENTA-Z " WZ " NR-WZ-Z
                            " FAKTURA " FAKTURA-Z
                    PERFORM 110-ZALOZ-RMA
                 END-IF
              END-IF
              CLOSE ZAMOWFILE
           END-IF
           .

       110-ZALOZ-RMA.

           OPEN I-O RMAFILE
           IF ERR-RM = 35
              CLOSE RMAFILE
              OPEN OUTPUT RMAFILE
              CLOSE RMAFILE
              OPEN I-O RMAFILE
           END-IF
           OPEN I-O RMALFILE
           IF ERR-RML = 35
              CLOSE RMALFILE
              OPEN OUTPUT RMALFILE
              CLOSE RMALFILE
              OPEN I-O RMALFILE
           END-IF
           OPEN INPUT ZAMLFILE
           IF ERR-RM NOT = 0 OR ERR-RML NOT = 0 OR ERR-L NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKOW RMA / LINII "
                      "ZAMOWIEN - KODY " ERR-RM " " ERR-RML
                      " " ERR-L
           ELSE
              MOVE "RMA" TO WS-SERIA
              PERFORM 190-POBIERZ-NUMER
              IF WS-NUMERY-JEST-BLAD
                 DISPLAY "NIE MOZNA POBRAC NUMERU RMA Z "
                         "NumeryKontrolne"
              ELSE
                 MOVE WS-NOWY-NUMER TO WS-NR-RMA
                 DISPLAY "PODAJ POWOD ZWROTU"
                 ACCEPT WS-POWOD
                 MOVE 0 TO WS-LINII-RMA

      *          KAZDA WYDANA LINIA ZAMOWIENIA: ILE KLIENT ODSYLA
      *          (0 = LINIA NIE WCHODZI DO RMA)

                 MOVE WS-NR-ZAM TO NR-ZAM-L
                 MOVE 0 TO LP-L
                 START ZAMLFILE KEY NOT < KLUCZ-LINII
                 IF ERR-L = 0
                    READ ZAMLFILE NEXT
                    PERFORM UNTIL ERR-L > 0
                            OR NR-ZAM-L NOT = WS-NR-ZAM
                       IF ILOSC-WYDANA-L > 0
                          PERFORM 120-LINIA-RMA
                       END-IF
                       READ ZAMLFILE NEXT
                    END-PERFORM
                 END-IF

                 IF WS-LINII-RMA = 0
                    DISPLAY "BRAK LINII DO ZWROTU - RMA "
                            WS-NR-RMA " NIE ZOSTALO ZALOZONE"
                 ELSE
                    MOVE WS-NR-RMA TO NR-RMA
                    MOVE NR-ZAMOWIENIA TO NR-ZAM-RMA
                    MOVE NR-WZ-Z TO NR-WZ-RMA
                    MOVE FAKTURA-Z TO FAKTURA-RMA
                    MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-RMA
                    MOVE WS-DZIS TO DATA-RMA
                    MOVE WS-UZYTKOWNIK TO OPER-RMA
                    MOVE "O" TO STATUS-RMA
                    MOVE 0 TO DATA-ZAMKN-RMA
                    MOVE 0 TO NR-KOREKTY-RMA
                    WRITE RMA-REC
                    IF ERR-RM NOT = 0
                       DISPLAY "ZAPIS NAGLOWKA RMA - KOD " ERR-RM
                    ELSE
                       DISPLAY "OTWARTO RMA " WS-NR-RMA " - LINII "
                               WS-LINII-RMA
                       DISPLAY "PRZYJECIE TOWARU: MAGAZYN, OPCJA "
                               "PRZYJMIJ ZWROT (NUMER RMA)"
                    END-IF
                 END-IF
              END-IF
           END-IF
           CLOSE ZAMLFILE
           CLOSE RMALFILE
           CLOSE RMAFILE
           .

       120-LINIA-RMA.

           PERFORM 130-ILOSC-W-INNYCH-RMA
           COMPUTE WS-ILOSC-DOSTEPNA =
                   ILOSC-WYDANA-L - WS-ILOSC-INNE-RMA
           DISPLAY "LINIA " LP-L " " TOWAR-L " " LOKALIZACJA-L
                   " WYDANO " ILOSC-WYDANA-L
           IF WS-ILOSC-DOSTEPNA <= 0
              DISPLAY "  CALA ILOSC JEST JUZ NA INNYM OTWARTYM RMA"
           ELSE
              DISPLAY "  DO ZWROTU MAKS. " WS-ILOSC-DOSTEPNA
              DISPLAY "  PODAJ ILOSC ZWRACANA (PUSTE/0 = BEZ ZWROTU)"
              ACCEPT WS-WEJSCIE
              IF WS-WEJSCIE = SPACES
                 OR FUNCTION TEST-NUMVAL (WS-WEJSCIE) NOT = 0
                 MOVE 0 TO WS-ILOSC-AUT
              ELSE
                 COMPUTE WS-ILOSC-AUT =
                         FUNCTION NUMVAL (WS-WEJSCIE)
              END-IF
              IF WS-ILOSC-AUT > WS-ILOSC-DOSTEPNA
                 DISPLAY "  ILOSC WIEKSZA NIZ WYDANA - LINIA "
                         "POMINIETA"
              ELSE
                 IF WS-ILOSC-AUT > 0
                    ADD 1 TO WS-LINII-RMA
                    MOVE WS-NR-RMA TO NR-RMA-L
                    MOVE WS-LINII-RMA TO LP-RMA-L
                    MOVE LP-L TO LP-ZAM-RMAL
                    MOVE TOWAR-L TO TOWAR-RMAL
                    MOVE LOKALIZACJA-L TO LOKALIZACJA-RMAL
                    MOVE WS-ILOSC-AUT TO ILOSC-AUT-RMAL
                    MOVE 0 TO ILOSC-STAN-RMAL
                    MOVE 0 TO ILOSC-KWAR-RMAL
                    MOVE 0 TO ILOSC-ZLOM-RMAL
                    MOVE "O" TO STATUS-RMAL
                    MOVE WS-POWOD TO POWOD-RMAL
                    WRITE RMAL-REC
                    IF ERR-RML NOT = 0
                       DISPLAY "  ZAPIS LINII RMA - KOD " ERR-RML
                       SUBTRACT 1 FROM WS-LINII-RMA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       130-ILOSC-W-INNYCH-RMA.

      *    ILOSC TEJ LINII ZAMOWIENIA AUTORYZOWANA NA INNYCH
      *    OTWARTYCH RMA (ZAMKNIETE RMA JUZ POMNIEJSZYLY
      *    ILOSC-WYDANA-L PRZEZ KOREKTE)

           MOVE 0 TO WS-ILOSC-INNE-RMA
           MOVE 0 TO NR-RMA
           START RMAFILE KEY NOT < NR-RMA
           IF ERR-RM = 0
              READ RMAFILE NEXT
              PERFORM UNTIL ERR-RM > 0
                 IF NR-ZAM-RMA = NR-ZAM-L AND RMA-OTWARTE
                    MOVE NR-RMA TO NR-RMA-L
                    MOVE 0 TO LP-RMA-L
                    START RMALFILE KEY NOT < KLUCZ-RMAL
                    IF ERR-RML = 0
                       READ RMALFILE NEXT
                       PERFORM UNTIL ERR-RML > 0
                               OR NR-RMA-L NOT = NR-RMA
                          IF LP-ZAM-RMAL = LP-L
                             ADD ILOSC-AUT-RMAL TO WS-ILOSC-INNE-RMA
                          END-IF
                          READ RMALFILE NEXT
                       END-PERFORM
                    END-IF
                 END-IF
                 READ RMAFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-RM
           MOVE 0 TO ERR-RML
           .

       190-POBIERZ-NUMER.

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
              MOVE WS-SERIA TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE WS-SERIA TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NOWY-NUMER
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       200-POKAZ-RMA.

           DISPLAY "PODAJ NUMER RMA"
           ACCEPT WS-NR-RMA
           OPEN INPUT RMAFILE
           OPEN INPUT RMALFILE
           IF ERR-RM NOT = 0 OR ERR-RML NOT = 0
              DISPLAY "BRAK PLIKOW RMA - NIE OTWARTO JESZCZE "
                      "ZADNEGO ZWROTU"
           ELSE
              MOVE WS-NR-RMA TO NR-RMA
              READ RMAFILE
              IF ERR-RM NOT = 0
                 DISPLAY "NIE ZNALEZIONO RMA " WS-NR-RMA
              ELSE
                 PERFORM 210-WYSWIETL-RMA
              END-IF
           END-IF
           CLOSE RMALFILE
           CLOSE RMAFILE
           .

       210-WYSWIETL-RMA.

           DISPLAY "RMA " NR-RMA " Z DNIA " DATA-RMA " KLIENT "
                   KOD-KLIENTA-RMA " OPERATOR " OPER-RMA
           DISPLAY "ZAMOWIENIE " NR-ZAM-RMA " WZ " NR-WZ-RMA
                   " FAKTURA " FAKTURA-RMA
           EVALUATE TRUE
              WHEN RMA-OTWARTE
                 DISPLAY "STATUS: OTWARTE"
              WHEN RMA-ZAMKNIETE
                 DISPLAY "STATUS: ZAMKNIETE " DATA-ZAMKN-RMA
                         " KOREKTA " NR-KOREKTY-RMA
              WHEN RMA-ANULOWANE
                 DISPLAY "STATUS: ANULOWANE " DATA-ZAMKN-RMA
           END-EVALUATE
           DISPLAY "LP  TOWAR                LOKALIZ.   AUTORYZ."
                   "  NA STAN  KWARANT.  LIKWID."
           MOVE NR-RMA TO NR-RMA-L
           MOVE 0 TO LP-RMA-L
           START RMALFILE KEY NOT < KLUCZ-RMAL
           IF ERR-RML = 0
              READ RMALFILE NEXT
              PERFORM UNTIL ERR-RML > 0
                      OR NR-RMA-L NOT = NR-RMA
                 DISPLAY LP-RMA-L " " TOWAR-RMAL " "
                         LOKALIZACJA-RMAL " " ILOSC-AUT-RMAL " "
                         ILOSC-STAN-RMAL " " ILOSC-KWAR-RMAL " "
                         ILOSC-ZLOM-RMAL " " STATUS-RMAL
                 READ RMALFILE NEXT
              END-PERFORM
           END-IF
           .

       300-ZAMKNIJ-RMA.

      *    ZAMKNIECIE: KOREKTA OBEJMUJE TYLKO TO, CO MAGAZYN
      *    FAKTYCZNIE PRZYJAL (NA STAN + KWARANTANNA +
      *    LIKWIDACJA) - RESZTA AUTORYZACJI WYGASA

           DISPLAY "PODAJ NUMER RMA DO ZAMKNIECIA"
           ACCEPT WS-NR-RMA
           OPEN I-O RMAFILE
           OPEN I-O RMALFILE
           IF ERR-RM NOT = 0 OR ERR-RML NOT = 0
              DISPLAY "BRAK PLIKOW RMA - KODY " ERR-RM " " ERR-RML
           ELSE
              MOVE WS-NR-RMA TO NR-RMA
              READ RMAFILE
              IF ERR-RM NOT = 0
                 DISPLAY "NIE ZNALEZIONO RMA " WS-NR-RMA
              ELSE
                 IF NOT RMA-OTWARTE
                    DISPLAY "RMA " WS-NR-RMA " NIE JEST OTWARTE"
                 ELSE
                    PERFORM 310-SUMA-PRZYJETA
                    PERFORM 210-WYSWIETL-RMA
                    IF WS-SUMA-PRZYJETA = 0
                       DISPLAY "NIC NIE PRZYJETO - UZYJ ANULOWANIA "
                               "RMA"
                    ELSE
                       DISPLAY "ZAMKNAC RMA I WYSTAWIC KOREKTE NA "
                               "ILOSC PRZYJETA? T/N"
                       ACCEPT WS-POTWIERDZ
                       IF WS-POTWIERDZONE
                          PERFORM 320-KOREKTA-RMA
                       ELSE
                          DISPLAY "ZAMKNIECIE RMA ANULOWANE"
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           CLOSE RMALFILE
           CLOSE RMAFILE
           .

       310-SUMA-PRZYJETA.

           MOVE 0 TO WS-SUMA-PRZYJETA
           MOVE NR-RMA TO NR-RMA-L
           MOVE 0 TO LP-RMA-L
           START RMALFILE KEY NOT < KLUCZ-RMAL
           IF ERR-RML = 0
              READ RMALFILE NEXT
              PERFORM UNTIL ERR-RML > 0
                      OR NR-RMA-L NOT = NR-RMA
                 ADD ILOSC-STAN-RMAL ILOSC-KWAR-RMAL
                     ILOSC-ZLOM-RMAL TO WS-SUMA-PRZYJETA
                 READ RMALFILE NEXT
              END-PERFORM
           END-IF
           .

       320-KOREKTA-RMA.

      *    FAKTURA KORYGUJACA JAK W PROGRAMIE KOREKTY (NUMER Z
      *    SERII KOREKTA, DRUK W Korekty.txt, ROZRACHUNEK,
      *    RejestrKorekt.txt) - ILOSCI Z LINII RMA ZAMIAST
      *    Z KLAWIATURY

           MOVE FAKTURA-RMA TO WS-NR-ORYGINALU
           MOVE KOD-KLIENTA-RMA TO WS-KLIENT-KOREKTY
           PERFORM 325-DATA-FAKTURY-PIERWOTNEJ
           PERFORM 326-NABYWCA-KOREKTY
           MOVE "KOREKTA" TO WS-SERIA
           PERFORM 190-POBIERZ-NUMER
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU KOREKTY Z "
                      "NumeryKontrolne - RMA POZOSTAJE OTWARTE"
           ELSE
              MOVE WS-NOWY-NUMER TO WS-NR-KOREKTY
              MOVE 0 TO WS-LINII-KOREKTY
              MOVE 0 TO WS-KS-N
              MOVE 0 TO WS-FP-LP
              PERFORM 346-OTWORZ-REJESTR
              MOVE 0 TO WS-SUMA-ROZNICY-NETTO
              MOVE 0 TO WS-SUMA-ROZNICY-VAT

              OPEN INPUT INFILE
              OPEN I-O ZAMLFILE
              MOVE "KOREKTA" TO WS-ND-SERIA
              MOVE WS-NR-KOREKTY TO WS-ND-NUMER
              PERFORM 990-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-K-NR-O
              MOVE "FAKTURA" TO WS-ND-SERIA
              MOVE WS-NR-ORYGINALU TO WS-ND-NUMER
              PERFORM 990-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-K-ORYG-O
              MOVE WS-DZIS TO WS-K-DATA-O
              MOVE NR-RMA TO WS-K-RMA-O
              MOVE NR-ZAM-RMA TO WS-K-ZAM-O
              MOVE NR-WZ-RMA TO WS-K-WZ-O
              OPEN EXTEND KOREKTYFILE
              IF ERR-KO NOT = 0
                 CLOSE KOREKTYFILE
                 OPEN OUTPUT KOREKTYFILE
              END-IF
              WRITE KOREKTA-REC FROM WS-K-NAGLOWEK
              WRITE KOREKTA-REC FROM WS-K-ZWROT
              IF WS-K-NIP-O NOT = SPACES
                 WRITE KOREKTA-REC FROM WS-K-NIP
              END-IF

              MOVE NR-RMA TO NR-RMA-L
              MOVE 0 TO LP-RMA-L
              START RMALFILE KEY NOT < KLUCZ-RMAL
              IF ERR-RML = 0
                 READ RMALFILE NEXT
                 PERFORM UNTIL ERR-RML > 0
                         OR NR-RMA-L NOT = NR-RMA
                    PERFORM 330-KORYGUJ-LINIE-RMA
                    MOVE "Z" TO STATUS-RMAL
                    REWRITE RMAL-REC
                    READ RMALFILE NEXT
                 END-PERFORM
              END-IF

              COMPUTE WS-SUMA-ROZNICY-BRUTTO =
                      WS-SUMA-ROZNICY-NETTO +
                      WS-SUMA-ROZNICY-VAT
              MOVE WS-SUMA-ROZNICY-NETTO TO WS-K-NETTO-O
              MOVE WS-SUMA-ROZNICY-VAT TO WS-K-VAT-O
              MOVE WS-SUMA-ROZNICY-BRUTTO TO WS-K-BRUTTO-O
              WRITE KOREKTA-REC FROM WS-K-SUMY
              MOVE SPACES TO KOREKTA-REC
              WRITE KOREKTA-REC
              CLOSE KOREKTYFILE
              CLOSE ZAMLFILE
              CLOSE INFILE

              IF WS-LINII-KOREKTY > 0
                 PERFORM 340-KORYGUJ-ROZRACHUNEK
                 PERFORM 350-REJESTR-KOREKT
                 PERFORM 345-REJESTR-FAKTUR
              END-IF
              IF WS-REJESTR-JEST
                 CLOSE FNFILE
                 CLOSE FPFILE
              END-IF

              MOVE "Z" TO STATUS-RMA
              MOVE WS-DZIS TO DATA-ZAMKN-RMA
              MOVE WS-NR-KOREKTY TO NR-KOREKTY-RMA
              REWRITE RMA-REC
              IF ERR-RM NOT = 0
                 DISPLAY "REWRITE NAGLOWKA RMA - KOD " ERR-RM
              END-IF
              DISPLAY "RMA " NR-RMA " ZAMKNIETE - KOREKTA "
                      WS-NR-KOREKTY " LINII " WS-LINII-KOREKTY
                      " ROZNICA BRUTTO " WS-SUMA-ROZNICY-BRUTTO
           END-IF
           .

       325-DATA-FAKTURY-PIERWOTNEJ.

      *    (TA SAMA LOGIKA CO 105-DATA-FAKTURY-PIERWOTNEJ
      *    W KOREKTY.COB)

           MOVE WS-DZIS TO WS-DATA-FAKTURY
           OPEN INPUT ROZRFILE
           IF ERR-R = 0
              MOVE WS-NR-ORYGINALU TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R = 0
                 MOVE DATA-FAKTURY-R TO WS-DATA-FAKTURY
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       326-NABYWCA-KOREKTY.

      *    (TA SAMA LOGIKA CO 107-NABYWCA-KOREKTY W KOREKTY.COB)

           MOVE "K" TO WS-NABYWCA-VAT
           MOVE WS-KLIENT-KOREKTY TO WS-K-KLIENT-O
           MOVE "PL" TO WS-K-KRAJ-O
           MOVE SPACES TO WS-K-NIP-O
           MOVE SPACES TO WS-KOR-NAZWA
           MOVE SPACES TO WS-KOR-ADRES
           OPEN INPUT KLIENCIFILE
           IF ERR-K = 0
              MOVE WS-KLIENT-KOREKTY TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE NAZWA-K TO WS-KOR-NAZWA
                 MOVE ADRES-K TO WS-KOR-ADRES
                 MOVE NIP-K TO WS-K-NIP-O
                 IF KRAJ-K NOT = SPACES
                    MOVE KRAJ-K TO WS-K-KRAJ-O
                 END-IF
                 IF NABYWCA-UE OR NABYWCA-EKSPORT
                    MOVE VAT-NABYWCY-K TO WS-NABYWCA-VAT
                 END-IF
              END-IF
              CLOSE KLIENCIFILE
           END-IF
           .

       330-KORYGUJ-LINIE-RMA.

           COMPUTE WS-ILOSC-PRZYJETA = ILOSC-STAN-RMAL +
                   ILOSC-KWAR-RMAL + ILOSC-ZLOM-RMAL
           IF WS-ILOSC-PRZYJETA > 0
              MOVE NR-ZAM-RMA TO NR-ZAM-L
              MOVE LP-ZAM-RMAL TO LP-L
              READ ZAMLFILE
              IF ERR-L NOT = 0
                 DISPLAY "  BRAK LINII ZAMOWIENIA " NR-ZAM-RMA "/"
                         LP-ZAM-RMAL " - POZYCJA " TOWAR-RMAL
                         " POMINIETA NA KOREKCIE"
              ELSE
                 MOVE ILOSC-WYDANA-L TO WS-ILOSC-STARA
                 IF WS-ILOSC-PRZYJETA > WS-ILOSC-STARA
                    MOVE 0 TO WS-ILOSC-NOWA
                 ELSE
                    COMPUTE WS-ILOSC-NOWA =
                            WS-ILOSC-STARA - WS-ILOSC-PRZYJETA
                 END-IF
                 MOVE 0 TO WS-CENA-STARA
                 MOVE 23 TO WS-STAWKA-VAT
                 MOVE TOWAR-L TO TOWAR
                 MOVE LOKALIZACJA-L TO LOKALIZACJA
                 READ INFILE
                 IF ERR = 0
                    MOVE CENA OF IN-REC TO WS-CENA-STARA
                    PERFORM 335-CENA-Z-FAKTURY
                    PERFORM 336-VAT-LINII
                 END-IF
                 PERFORM 337-CENA-Z-REJESTRU

                 COMPUTE WS-NETTO-PRZED =
                         WS-ILOSC-STARA * WS-CENA-STARA
                 COMPUTE WS-NETTO-PO =
                         WS-ILOSC-NOWA * WS-CENA-STARA
                 COMPUTE WS-ROZNICA-NETTO =
                         WS-NETTO-PO - WS-NETTO-PRZED
                 COMPUTE WS-ROZNICA-VAT ROUNDED =
                         WS-ROZNICA-NETTO * WS-STAWKA-VAT / 100
                 ADD WS-ROZNICA-NETTO TO WS-SUMA-ROZNICY-NETTO
                 ADD WS-ROZNICA-VAT TO WS-SUMA-ROZNICY-VAT
                 ADD 1 TO WS-LINII-KOREKTY

                 MOVE TOWAR-L TO WS-K-TOWAR-O
                 MOVE WS-ILOSC-STARA TO WS-K-ILOSC-P-O
                 MOVE WS-CENA-STARA TO WS-K-CENA-P-O
                 MOVE WS-ILOSC-NOWA TO WS-K-ILOSC-N-O
                 MOVE WS-CENA-STARA TO WS-K-CENA-N-O
                 MOVE WS-ROZNICA-NETTO TO WS-K-ROZNICA-O
                 WRITE KOREKTA-REC FROM WS-K-POZYCJA
                 PERFORM 338-DOLICZ-DO-STAWKI
                 PERFORM 339-REJESTR-POZYCJI

                 MOVE WS-ILOSC-NOWA TO ILOSC-WYDANA-L
                 REWRITE ZAML-REC
                 IF ERR-L NOT = 0
                    DISPLAY "  REWRITE LINII - KOD " ERR-L
                 END-IF
              END-IF
           END-IF
           .

       335-CENA-Z-FAKTURY.

      *    (TA SAMA LOGIKA CO 215-CENA-Z-FAKTURY W KOREKTY.COB)

           MOVE WS-CENA-STARA TO WS-CK-CENA-BAZOWA
           OPEN INPUT CENKFILE
           IF ERR-CK = 0
              MOVE KOD-KLIENTA-RMA TO KOD-KLIENTA-CK
              MOVE TOWAR-L TO KOD-TOWARU-CK
              MOVE 0 TO DATA-OD-CK
              START CENKFILE KEY NOT < KLUCZ-CENK
              IF ERR-CK = 0
                 READ CENKFILE NEXT
                 PERFORM UNTIL ERR-CK > 0
                         OR KOD-KLIENTA-CK NOT = KOD-KLIENTA-RMA
                         OR KOD-TOWARU-CK NOT = TOWAR-L
                    IF DATA-OD-CK <= WS-DATA-FAKTURY
                       AND (DATA-DO-CK = 0
                            OR DATA-DO-CK >= WS-DATA-FAKTURY)
                       IF CENA-CK > 0
                          MOVE CENA-CK TO WS-CENA-STARA
                       ELSE
                          COMPUTE WS-CENA-STARA ROUNDED =
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

       336-VAT-LINII.

      *    (TA SAMA LOGIKA CO 220-VAT-LINII W KOREKTY.COB)

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

       337-CENA-Z-REJESTRU.

      *    POZYCJA FAKTURY PIERWOTNEJ DLA TEJ LINII ZAMOWIENIA
      *    W FakturyPoz - JEJ CENA I STAWKA ZASTEPUJA ODTWORZONE
      *    W 335/336 (FAKTURY SPRZED REJESTRU ZOSTAJA PRZY
      *    ODTWORZONYCH)

           IF WS-REJESTR-JEST
              MOVE "N" TO WS-POZ-ZNALEZIONA
              MOVE "F" TO TYP-FP
              MOVE WS-NR-ORYGINALU TO NR-FP
              MOVE 0 TO LP-FP
              START FPFILE KEY NOT < KLUCZ-FP
              IF ERR-FP = 0
                 READ FPFILE NEXT
                 PERFORM UNTIL ERR-FP > 0
                         OR TYP-FP NOT = "F"
                         OR NR-FP NOT = WS-NR-ORYGINALU
                         OR WS-POZ-JEST
                    IF NR-ZAM-FP = NR-ZAM-RMA
                       AND LP-ZAM-FP = LP-ZAM-RMAL
                       MOVE "T" TO WS-POZ-ZNALEZIONA
                       MOVE CENA-FP TO WS-CENA-STARA
                       MOVE STAWKA-FP TO WS-STAWKA-VAT
                    END-IF
                    READ FPFILE NEXT
                 END-PERFORM
              END-IF
           END-IF
           .

       338-DOLICZ-DO-STAWKI.

           MOVE "N" TO WS-KS-ZNALEZIONY
           PERFORM VARYING WS-KS-I FROM 1 BY 1
                   UNTIL WS-KS-I > WS-KS-N
              IF WS-KS-STAWKA (WS-KS-I) = WS-STAWKA-VAT
                 MOVE "T" TO WS-KS-ZNALEZIONY
                 ADD WS-ROZNICA-NETTO TO WS-KS-NETTO (WS-KS-I)
                 ADD WS-ROZNICA-VAT TO WS-KS-VAT (WS-KS-I)
              END-IF
           END-PERFORM
           IF NOT WS-KS-JEST AND WS-KS-N < 10
              ADD 1 TO WS-KS-N
              MOVE WS-STAWKA-VAT TO WS-KS-STAWKA (WS-KS-N)
              MOVE WS-ROZNICA-NETTO TO WS-KS-NETTO (WS-KS-N)
              MOVE WS-ROZNICA-VAT TO WS-KS-VAT (WS-KS-N)
           END-IF
           .

       339-REJESTR-POZYCJI.

           IF WS-REJESTR-JEST
              ADD 1 TO WS-FP-LP
              MOVE "K" TO TYP-FP
              MOVE WS-NR-KOREKTY TO NR-FP
              MOVE WS-FP-LP TO LP-FP
              MOVE NR-ZAM-RMA TO NR-ZAM-FP
              MOVE LP-ZAM-RMAL TO LP-ZAM-FP
              MOVE TOWAR-L TO TOWAR-FP
              MOVE LOKALIZACJA-L TO LOKALIZACJA-FP
              MOVE SPACES TO OPIS-FP
              MOVE WS-ILOSC-NOWA TO ILOSC-FP
              MOVE WS-CENA-STARA TO CENA-FP
              MOVE WS-ILOSC-STARA TO ILOSC-PRZED-FP
              MOVE WS-CENA-STARA TO CENA-PRZED-FP
              MOVE WS-STAWKA-VAT TO STAWKA-FP
              MOVE WS-ROZNICA-NETTO TO NETTO-FP
              MOVE WS-ROZNICA-VAT TO VAT-FP
              WRITE FP-REC
              IF ERR-FP NOT = 0
                 DISPLAY "UWAGA: ZAPIS POZYCJI KOREKTY "
                         WS-NR-KOREKTY " W FakturyPoz - KOD "
                         ERR-FP
              END-IF
           END-IF
           .

       340-KORYGUJ-ROZRACHUNEK.

      *    (TA SAMA LOGIKA CO 300-KORYGUJ-ROZRACHUNEK
      *    W KOREKTY.COB)

           OPEN I-O ROZRFILE
           IF ERR-R NOT = 0
              DISPLAY "UWAGA: BRAK PLIKU Rozrachunki - KOREKTA "
                      "BEZ ZAPISU ROZRACHUNKOWEGO"
           ELSE
              MOVE WS-NR-ORYGINALU TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R NOT = 0
                 DISPLAY "UWAGA: FAKTURY " WS-NR-ORYGINALU
                         " NIE MA W ROZRACHUNKACH"
              ELSE
                 IF WS-SUMA-ROZNICY-BRUTTO < 0
                    COMPUTE WS-KWOTA-ABS =
                            0 - WS-SUMA-ROZNICY-BRUTTO
                    IF WS-KWOTA-ABS > KWOTA-BRUTTO-R
                       MOVE 0 TO KWOTA-BRUTTO-R
                    ELSE
                       SUBTRACT WS-KWOTA-ABS
                            FROM KWOTA-BRUTTO-R
                    END-IF
                 ELSE
                    ADD WS-SUMA-ROZNICY-BRUTTO
                         TO KWOTA-BRUTTO-R
                 END-IF
                 IF KWOTA-ZAPLAC-R >= KWOTA-BRUTTO-R
                    MOVE "Z" TO STATUS-R
                 ELSE
                    MOVE "O" TO STATUS-R
                 END-IF
                 REWRITE ROZR-REC
                 IF ERR-R NOT = 0
                    DISPLAY "REWRITE ROZRACHUNKU - KOD " ERR-R
                 END-IF
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       350-REJESTR-KOREKT.

           MOVE WS-DZIS TO WS-RK-DATA-O
           MOVE WS-NR-KOREKTY TO WS-RK-NR-O
           MOVE WS-NR-ORYGINALU TO WS-RK-ORYG-O
           MOVE WS-KLIENT-KOREKTY TO WS-RK-KLIENT-O
           MOVE WS-NABYWCA-VAT TO WS-RK-RODZAJ-O
           IF WS-SUMA-ROZNICY-NETTO < 0
              MOVE "-" TO WS-RK-ZNAK-O
              COMPUTE WS-KWOTA-ABS = 0 - WS-SUMA-ROZNICY-NETTO
              MOVE WS-KWOTA-ABS TO WS-RK-NETTO-O
              COMPUTE WS-KWOTA-ABS = 0 - WS-SUMA-ROZNICY-VAT
              MOVE WS-KWOTA-ABS TO WS-RK-VAT-O
           ELSE
              MOVE "+" TO WS-RK-ZNAK-O
              MOVE WS-SUMA-ROZNICY-NETTO TO WS-RK-NETTO-O
              MOVE WS-SUMA-ROZNICY-VAT TO WS-RK-VAT-O
           END-IF

           OPEN EXTEND REJKFILE
           IF ERR-RK NOT = 0
              CLOSE REJKFILE
              OPEN OUTPUT REJKFILE
           END-IF
           WRITE REJK-REC FROM WS-REJK-LINIA
           CLOSE REJKFILE
           .

       345-REJESTR-FAKTUR.

      *    NAGLOWEK KOREKTY ZWROTOWEJ W FakturyNagl (RODZAJ R);
      *    LINIA "ZWROT TOWARU WG RMA" Z WYDRUKU JAKO OPIS

           IF WS-REJESTR-JEST
              MOVE "K" TO TYP-FN
              MOVE WS-NR-KOREKTY TO NR-FN
              MOVE "R" TO RODZAJ-FN
              MOVE WS-DZIS TO DATA-FN
              MOVE WS-KLIENT-KOREKTY TO KOD-KLIENTA-FN
              MOVE WS-KOR-NAZWA TO NAZWA-FN
              MOVE WS-KOR-ADRES TO ADRES-FN
              MOVE WS-K-NIP-O TO NIP-FN
              MOVE WS-K-KRAJ-O TO KRAJ-FN
              MOVE WS-NABYWCA-VAT TO VAT-NABYWCY-FN
              MOVE NR-ZAM-RMA TO NR-ZAM-FN
              MOVE WS-NR-ORYGINALU TO NR-ORYG-FN
              MOVE 0 TO DATA-PLATN-FN
              MOVE 0 TO DATA-SKONTA-FN
              MOVE 0 TO PROC-SKONTA-FN
              MOVE "PLN" TO WALUTA-FN
              MOVE 0 TO KURS-FN
              MOVE WS-SUMA-ROZNICY-NETTO TO NETTO-FN
              MOVE WS-SUMA-ROZNICY-VAT TO VAT-FN
              MOVE WS-SUMA-ROZNICY-BRUTTO TO BRUTTO-FN
              MOVE 0 TO ZALICZKI-FN
              MOVE WS-SUMA-ROZNICY-BRUTTO TO DO-ZAPLATY-FN
              MOVE 0 TO WARTOSC-ODN-FN
              MOVE WS-KS-N TO LICZBA-STAWEK-FN
              PERFORM VARYING WS-KS-I FROM 1 BY 1
                      UNTIL WS-KS-I > 10
                 IF WS-KS-I > WS-KS-N
                    MOVE 0 TO STAWKA-FN (WS-KS-I)
                    MOVE 0 TO NETTO-ST-FN (WS-KS-I)
                    MOVE 0 TO VAT-ST-FN (WS-KS-I)
                 ELSE
                    MOVE WS-KS-STAWKA (WS-KS-I) TO STAWKA-FN (WS-KS-I)
                    MOVE WS-KS-NETTO (WS-KS-I)
                         TO NETTO-ST-FN (WS-KS-I)
                    MOVE WS-KS-VAT (WS-KS-I) TO VAT-ST-FN (WS-KS-I)
                 END-IF
              END-PERFORM
              MOVE WS-FP-LP TO LICZBA-POZ-FN
              MOVE WS-K-ZWROT TO OPIS-FN
              MOVE 0 TO DATA-DUPL-FN
              MOVE 0 TO LICZBA-DUPL-FN
              WRITE FN-REC
              IF ERR-FN NOT = 0
                 DISPLAY "UWAGA: ZAPIS KOREKTY " WS-NR-KOREKTY
                         " W FakturyNagl - KOD "
                         ERR-FN
              END-IF
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
                      "KOREKTA TYLKO W Korekty.txt"
           END-IF
           .

       400-ANULUJ-RMA.

           DISPLAY "PODAJ NUMER RMA DO ANULOWANIA"
           ACCEPT WS-NR-RMA
           OPEN I-O RMAFILE
           OPEN I-O RMALFILE
           IF ERR-RM NOT = 0 OR ERR-RML NOT = 0
              DISPLAY "BRAK PLIKOW RMA - KODY " ERR-RM " " ERR-RML
           ELSE
              MOVE WS-NR-RMA TO NR-RMA
              READ RMAFILE
              IF ERR-RM NOT = 0
                 DISPLAY "NIE ZNALEZIONO RMA " WS-NR-RMA
              ELSE
                 PERFORM 310-SUMA-PRZYJETA
                 IF NOT RMA-OTWARTE
                    DISPLAY "RMA " WS-NR-RMA " NIE JEST OTWARTE"
                 ELSE
                    IF WS-SUMA-PRZYJETA > 0
                       DISPLAY "TOWAR Z RMA JUZ PRZYJETO - "
                               "ZAMKNIJ RMA Z KOREKTA"
                    ELSE
                       MOVE NR-RMA TO NR-RMA-L
                       MOVE 0 TO LP-RMA-L
                       START RMALFILE KEY NOT < KLUCZ-RMAL
                       IF ERR-RML = 0
                          READ RMALFILE NEXT
                          PERFORM UNTIL ERR-RML > 0
                                  OR NR-RMA-L NOT = NR-RMA
                             MOVE "Z" TO STATUS-RMAL
                             REWRITE RMAL-REC
                             READ RMALFILE NEXT
                          END-PERFORM
                       END-IF
                       MOVE "X" TO STATUS-RMA
                       MOVE WS-DZIS TO DATA-ZAMKN-RMA
                       REWRITE RMA-REC
                       DISPLAY "RMA " WS-NR-RMA " ANULOWANE"
                    END-IF
                 END-IF
              END-IF
           END-IF
           CLOSE RMALFILE
           CLOSE RMAFILE
           .

       500-LISTA-OTWARTYCH.

           MOVE 0 TO WS-LICZNIK-RMA
           OPEN INPUT RMAFILE
           IF ERR-RM NOT = 0
              DISPLAY "BRAK PLIKU ZwrotyRMA"
           ELSE
              DISPLAY "RMA     DATA   KLIENT     ZAMOWIEN. FAKTURA"
              MOVE 0 TO NR-RMA
              START RMAFILE KEY NOT < NR-RMA
              IF ERR-RM = 0
                 READ RMAFILE NEXT
                 PERFORM UNTIL ERR-RM > 0
                    IF RMA-OTWARTE
                       ADD 1 TO WS-LICZNIK-RMA
                       DISPLAY NR-RMA " " DATA-RMA " "
                               KOD-KLIENTA-RMA " " NR-ZAM-RMA
                               "   " FAKTURA-RMA
                    END-IF
                    READ RMAFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE RMAFILE
           END-IF
           DISPLAY "---------------------"
           DISPLAY "OTWARTYCH RMA: " WS-LICZNIK-RMA
           .

       011-SPRAWDZ-HASLO.

      *    POLITYKA HASEL: HASLA LEZA W KARTOTECE JAKO SKROT
      *    JEDNOKIERUNKOWY ("#" + 8 CYFR, TA SAMA ARYTMETYKA
      *    WAZONA CO 902-POLICZ-KONTROLE); ZASTANE HASLA JAWNE
      *    SA PODNOSZONE DO SKROTU PRZY PIERWSZYM UDANYM
      *    LOGOWANIU. TRZY BLEDNE PROBY BLOKUJA KONTO (ODBLOKUJE
      *    ADMIN), HASLO STARSZE NIZ 90 DNI ALBO OZNACZONE PRZEZ
      *    ADMINA WYMUSZA ZMIANE PRZY LOGOWANIU

           MOVE WS-LOG-ID TO USER-ID
           READ UZYTKFILE
           IF ERR-U NOT = 0
              ADD 1 TO WS-LOG-PROBY
              DISPLAY "BLEDNY UZYTKOWNIK LUB HASLO"
           ELSE
              IF KONTO-WYLACZONE
                 ADD 1 TO WS-LOG-PROBY
                 DISPLAY "KONTO WYLACZONE LUB ZABLOKOWANE - "
                         "ZGLOS SIE DO ADMINISTRATORA"
              ELSE
                 MOVE "N" TO WS-HASLO-ZGODNE
                 IF HASLO-U(1:1) = "#"
                    MOVE WS-LOG-HASLO TO WS-HASH-WE
                    PERFORM 012-HASH-HASLA
                    IF HASLO-U = WS-HASH-WY
                       MOVE "T" TO WS-HASLO-ZGODNE
                    END-IF
                 ELSE
                    IF HASLO-U = WS-LOG-HASLO
                       MOVE "T" TO WS-HASLO-ZGODNE
                       MOVE WS-LOG-HASLO TO WS-HASH-WE
                       PERFORM 012-HASH-HASLA
                       MOVE WS-HASH-WY TO HASLO-U
                       IF DATA-HASLA-U = 0
                          ACCEPT DATA-HASLA-U FROM DATE
                       END-IF
                    END-IF
                 END-IF

                 IF NOT WS-HASLO-JEST-ZGODNE
                    ADD 1 TO WS-LOG-PROBY
                    ADD 1 TO PROBY-U
                    IF PROBY-U >= 3
                       MOVE "Z" TO STATUS-UK
                       DISPLAY "TRZY BLEDNE PROBY - KONTO "
                               "ZABLOKOWANE"
                    ELSE
                       DISPLAY "BLEDNY UZYTKOWNIK LUB HASLO"
                    END-IF
                    REWRITE UZYTK-REC
                 ELSE
                    MOVE 0 TO PROBY-U
                    PERFORM 014-CZY-HASLO-WYGASLO
                    IF WYMUS-ZMIANE OR WS-HASLO-JEST-STARE
                       PERFORM 013-ZMIEN-HASLO
                    END-IF
                    REWRITE UZYTK-REC
                    MOVE USER-ID TO WS-UZYTKOWNIK
                    MOVE ROLA-U TO WS-ROLA-OPERATORA
                    MOVE "T" TO WS-LOG-OK
                    DISPLAY "ZALOGOWANO: " NAZWA-U
                 END-IF
              END-IF
           END-IF
           .

       012-HASH-HASLA.

      *    SKROT JEDNOKIERUNKOWY HASLA: SUMA KODOW ZNAKOW
      *    WAZONA POZYCJA, MODULO 10**8, ZAPISANA JAKO
      *    "#" + 8 CYFR W POLU HASLO-U

           MOVE 0 TO WS-HASH-SUMA
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > 10
              COMPUTE WS-HASH-ZNAK = FUNCTION ORD
                      (WS-HASH-WE (WS-HASH-I:1))
              COMPUTE WS-HASH-SUMA = FUNCTION MOD
                      (WS-HASH-SUMA * 37 +
                       WS-HASH-ZNAK * WS-HASH-I, 999999937)
           END-PERFORM
           COMPUTE WS-HASH-N = FUNCTION MOD
                   (WS-HASH-SUMA, 100000000)
           MOVE SPACES TO WS-HASH-WY
           STRING "#" WS-HASH-N DELIMITED BY SIZE
                  INTO WS-HASH-WY
           .

       013-ZMIEN-HASLO.

           DISPLAY "WYMAGANA ZMIANA HASLA"
           MOVE SPACES TO WS-HASLO-NOWE
           MOVE "X" TO WS-HASLO-NOWE2
           PERFORM UNTIL WS-HASLO-NOWE = WS-HASLO-NOWE2
                   AND WS-HASLO-NOWE NOT = SPACES
              DISPLAY "PODAJ NOWE HASLO"
              ACCEPT WS-HASLO-NOWE
              DISPLAY "POWTORZ NOWE HASLO"
              ACCEPT WS-HASLO-NOWE2
              IF WS-HASLO-NOWE NOT = WS-HASLO-NOWE2
                 OR WS-HASLO-NOWE = SPACES
                 DISPLAY "HASLA ROZNE LUB PUSTE - SPROBUJ "
                         "JESZCZE RAZ"
              END-IF
           END-PERFORM
           MOVE WS-HASLO-NOWE TO WS-HASH-WE
           PERFORM 012-HASH-HASLA
           MOVE WS-HASH-WY TO HASLO-U
           ACCEPT DATA-HASLA-U FROM DATE
           MOVE "N" TO WYMUS-U
           DISPLAY "HASLO ZMIENIONE"
           .

       014-CZY-HASLO-WYGASLO.

      *    HASLO WYGASA PO 90 DNIACH

           MOVE "N" TO WS-HASLO-STARE
           IF DATA-HASLA-U > 0
              ACCEPT WS-HAS-DZIS-6 FROM DATE
              MOVE 0 TO WS-HAS-DZIS-8
              STRING "20" WS-HAS-DZIS-6
                     DELIMITED BY SIZE INTO WS-HAS-DZIS-8
              COMPUTE WS-HAS-DZIS-INT =
                      FUNCTION INTEGER-OF-DATE (WS-HAS-DZIS-8)
              MOVE 0 TO WS-HAS-HASLA-8
              STRING "20" DATA-HASLA-U DELIMITED BY SIZE
                     INTO WS-HAS-HASLA-8
              COMPUTE WS-HAS-HASLA-INT =
                      FUNCTION INTEGER-OF-DATE (WS-HAS-HASLA-8)
              COMPUTE WS-HAS-WIEK =
                      WS-HAS-DZIS-INT - WS-HAS-HASLA-INT
              IF WS-HAS-WIEK > 90
                 MOVE "T" TO WS-HASLO-STARE
              END-IF
           END-IF
           .

       990-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .
