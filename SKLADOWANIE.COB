       IDENTIFICATION DIVISION.

      *    SKLADOWANIE - OPLATY ZA SKLADOWANIE I OBSLUGE TOWARU
      *    OBCEGO (BAZA5 WLASCICIEL = "K", KOD-WLASCICIELA):
      *    S [RRMMDD] - MIGAWKA DZIENNA ZAJETOSCI: DLA KAZDEGO
      *       WLASCICIELA LICZBA ZAJETYCH LOKALIZACJI I PALET
      *       (Z KUBATURY TOWARU W ParametryTowaru NA PALECIE
      *       EUR 120 X 80 O WYSOKOSCI 180 CM - TAK JAK W
      *       PALETY.COB; TOWAR BEZ WYMIAROW = JEDNA PALETA NA
      *       LOKALIZACJE) DOPISYWANA DO ZajetoscWlascicieli.txt.
      *       KROK NOCNEGO LANCUCHA (KONIECDNIA) - MIGAWKA Z DNIA
      *       JUZ ZAPISANEGO NIE JEST POWTARZANA
      *    F [RRMM] - ROZLICZENIE MIESIECZNE (PUSTE = POPRZEDNI
      *       MIESIAC) WG TARYF Z TaryfySkladowania.txt. DLA
      *       KAZDEGO WLASCICIELA Z TARYFY:
      *       - SKLADOWANIE: SUMA PALETODNI (PODSTAWA P) ALBO
      *         LOKALIZACJODNI (PODSTAWA L) Z MIGAWEK MIESIACA
      *       - PRZYJECIA: LINIE PrzyjeciaPO.txt OD WLASCICIELA
      *         NA TOWAR, KTORY JEST U NAS W JEGO DEPOZYCIE
      *       - KOMPLETACJA: WPISY WYDANIE Z AUDYTU (ARCHIWUM
      *         Audyt-RRRRMM.txt I BIEZACY Audyt.txt) Z LOKALIZACJI
      *         ZE STANEM WLASCICIELA
      *       - PALETY WYDANE: PALETY (Palety / PaletyPozycje)
      *         Z MIESIACA ZAWIERAJACE TOWAR WLASCICIELA
      *       FAKTURA Z SERII FAKTURA (Faktury.txt, FakturyNagl /
      *       FakturyPoz, RejestrSprzedazy.txt, Rozrachunki - TAK
      *       JAK W ZALICZKI.COB) NA KLIENTA Z TARYFY I ZALACZNIK
      *       ZE SZCZEGOLAMI W ZalacznikSkladowania.txt.
      *       ROZLICZONE MIESIACE SA ZAPISYWANE W
      *       RozliczeniaSkladowania.txt - PONOWNE URUCHOMIENIE NIE
      *       WYSTAWIA DRUGIEJ FAKTURY ZA TEN SAM MIESIAC
      *    LINIA TARYFY: WLASCICIEL(10) KLIENT(10) PODSTAWA(1)
      *    STAWKA-DZIEN(10) STAWKA-PRZYJECIE(10)
      *    STAWKA-KOMPLETACJA(10) STAWKA-PALETA(10), POLA
      *    ROZDZIELONE SPACJA; PUSTY KLIENT = KOD WLASCICIELA.
      *    STAWKA VAT Z KATEGORII USLUGI W StawkiVAT (BRAK = 23%),
      *    NABYWCA UE / EKSPORT - ODWROTNE OBCIAZENIE

       PROGRAM-ID. SKLADOWANIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT PARAMTFILE ASSIGN TO "ParametryTowaru"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-TOWARU-PT
               STATUS ERR-PT.

           SELECT PALETYFILE ASSIGN TO "Palety"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PALETY
               STATUS ERR-PL.

           SELECT PALPOZFILE ASSIGN TO "PaletyPozycje"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-PP
               STATUS ERR-PP.

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

           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               LOCK MODE IS AUTOMATIC
               STATUS ERR-R.

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

           SELECT FAKTFILE ASSIGN TO "Faktury.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-F.

           SELECT REJFILE ASSIGN TO "RejestrSprzedazy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-REJ.

           SELECT WARUNKIFILE ASSIGN TO "WarunkiPlatnosci.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WP.

           SELECT ZAJFILE ASSIGN TO "ZajetoscWlascicieli.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ZJ.

           SELECT TARYFFILE ASSIGN TO "TaryfySkladowania.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-TR.

           SELECT ROZLFILE ASSIGN TO "RozliczeniaSkladowania.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RL.

           SELECT ZALACZFILE ASSIGN TO "ZalacznikSkladowania.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ZA.

           SELECT PRZLOGFILE ASSIGN TO "PrzyjeciaPO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PRZ.

           SELECT AUDYTFILE ASSIGN TO WS-PLIK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-A.

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
             88 TOWAR-KOMISOWY VALUE "K".
          05 KOD-WLASCICIELA PIC X(10).

       FD PARAMTFILE  BLOCK CONTAINS 0.
       01 PARAMT-REC.
          05 KOD-TOWARU-PT   PIC X(20).
          05 STATUS-CYKLU-PT PIC X(1).
             88 CYKL-AKTYWNY   VALUE "A".
             88 CYKL-WYGASZANY VALUE "W".
             88 CYKL-WYCOFANY  VALUE "X".
          05 SERIALIZACJA-PT PIC X(1).
             88 TOWAR-SERIALIZOWANY VALUE "T".
          05 KLASA-SKLAD-PT  PIC X(4).
          05 KOD-CN-PT       PIC X(8).
          05 KRAJ-POCH-PT    PIC X(2).
          05 GWAR-KLIENT-PT  PIC 9(3).
          05 GWAR-DOST-PT    PIC 9(3).
          05 DLUGOSC-PT      PIC 9(4)V9.
          05 SZEROKOSC-PT    PIC 9(4)V9.
          05 WYSOKOSC-PT     PIC 9(4)V9.
          05 UN-PT           PIC X(4).
          05 KLASA-ADR-PT    PIC X(4).
          05 GRUPA-PAK-PT    PIC X(3).
          05 MNOZNIK-ADR-PT  PIC 9(2).

       FD PALETYFILE  BLOCK CONTAINS 0.
       01 PALETA-REC.
          05 NR-PALETY       PIC 9(7).
          05 NR-ZAM-PL       PIC 9(7).
          05 WAGA-PL         PIC 9(9)V99.
          05 TARA-PL         PIC 9(5)V99.
          05 LICZBA-POZ-PL   PIC 9(3).
          05 DATA-PL         PIC 9(6).
          05 OBJETOSC-PL     PIC 9(3)V999.
          05 WYSOKOSC-PL     PIC 9(4)V9.

       FD PALPOZFILE  BLOCK CONTAINS 0.
       01 PALPOZ-REC.
          05 KLUCZ-PP.
             10 NR-PALETY-PP PIC 9(7).
             10 LP-PP        PIC 9(3).
          05 TOWAR-PP        PIC X(20).
          05 ILOSC-PP        PIC 9(7)V99.

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

       FD FAKTFILE.
       01 FAKT-REC PIC X(230).

       FD REJFILE.
       01 REJ-REC PIC X(70).

       FD WARUNKIFILE.
       01 WARUNKI-REC PIC X(80).

       FD ZAJFILE.
       01 ZAJ-REC PIC X(40).

       FD TARYFFILE.
       01 TARYFA-REC PIC X(80).

       FD ROZLFILE.
       01 ROZL-REC PIC X(60).

       FD ZALACZFILE.
       01 ZALACZ-REC PIC X(100).

       FD PRZLOGFILE.
       01 PRZ-LOG-REC PIC X(90).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       WORKING-STORAGE SECTION.
       01 ERR    PIC 99.
       01 ERR-PT PIC 99.
       01 ERR-PL PIC 99.
       01 ERR-PP PIC 99.
       01 ERR-K  PIC 99.
       01 ERR-N  PIC 99.
       01 ERR-VAT PIC 99.
       01 ERR-R  PIC 99.
       01 ERR-FN PIC 99.
       01 ERR-FP PIC 99.
       01 ERR-F  PIC 99.
       01 ERR-REJ PIC 99.
       01 ERR-WP PIC 99.
       01 ERR-ZJ PIC 99.
       01 ERR-TR PIC 99.
       01 ERR-RL PIC 99.
       01 ERR-ZA PIC 99.
       01 ERR-PRZ PIC 99.
       01 ERR-A  PIC 99.

       01 WS-PARAM PIC X(20).
       01 WS-DZIS PIC 9(6).
       01 WS-CZAS PIC 9(8).
       01 WS-ROK PIC 9(2).
       01 WS-MC PIC 9(2).
       01 WS-DATA-OD PIC 9(6).
       01 WS-DATA-DO PIC 9(6).
       01 WS-MIESIAC PIC 9(4).
       01 WS-PLIK-NAZWA PIC X(30).
       01 WS-PT-OTWARTY PIC X(1).
          88 WS-PT-JEST VALUE "T".

      *    MIGAWKA ZAJETOSCI: WLASCICIELE I PARY WLASCICIEL /
      *    LOKALIZACJA (LOKALIZACJA LICZONA RAZ, CHOC LEZY NA
      *    NIEJ KILKA TOWAROW WLASCICIELA)

       01 WS-DATA-MIGAWKI PIC 9(6).
       01 WS-MIGAWKA-JEST PIC X(1).
          88 WS-MIGAWKA-ZAPISANA VALUE "T".
       01 WS-ILOSC-LICZBA PIC 9(7)V99.
       01 WS-ILOSC-KWAR-L PIC 9(7)V99.
       01 WS-OBJ-N PIC 9(3)V9(6).
       01 WS-OBJ-RAZEM PIC 9(7)V9(6).
       01 WS-PALET-N PIC 9(5).
       01 WS-PALET-RESZTA PIC 9(7)V9(6).

      *    KUBATURA PALETY: PODSTAWA EUR 120 X 80 CM, NOSNIK 15 CM
      *    (TE SAME WARTOSCI CO W PALETY.COB)
       01 PODSTAWA-PALETY-CM2 PIC 9(5) VALUE 9600.
       01 WYSOKOSC-NOSNIKA PIC 9(4)V9 VALUE 15.
       01 WYSOKOSC-PALETY-DOMYSLNA PIC 9(4)V9 VALUE 180.
       01 WS-OBJ-PALETY PIC 9(3)V9(6).

       01 WS-MW-N PIC 9(3) VALUE 0.
       01 WS-MW-I PIC 9(3).
       01 WS-MW-J PIC 9(3).
       01 WS-MW-LIMIT PIC X(1) VALUE "N".
          88 WS-MW-PELNA VALUE "T".
       01 WS-MW-TAB OCCURS 100.
          05 WS-MW-WLASCICIEL PIC X(10).
          05 WS-MW-LOKALIZACJI PIC 9(5).
          05 WS-MW-PALET      PIC 9(5).
       01 WS-ML-N PIC 9(4) VALUE 0.
       01 WS-ML-I PIC 9(4).
       01 WS-ML-ZNALEZIONA PIC X(1).
          88 WS-ML-JEST VALUE "T".
       01 WS-ML-TAB OCCURS 3000.
          05 WS-ML-WLASCICIEL PIC X(10).
          05 WS-ML-LOKALIZACJA PIC X(10).

       01 WS-ZAJ-LINIA.
          05 WS-ZJ-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZJ-WLASC-O  PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZJ-LOK-O    PIC 9(5).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZJ-PALET-O  PIC 9(5).

      *    TARYFY WLASCICIELI (TaryfySkladowania.txt)

       01 WS-TARYFA-LINIA.
          05 WS-TL-WLASC-A   PIC X(10).
          05 FILLER          PIC X.
          05 WS-TL-KLIENT-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-TL-PODST-A   PIC X(1).
          05 FILLER          PIC X.
          05 WS-TL-DZIEN-A   PIC X(10).
          05 FILLER          PIC X.
          05 WS-TL-PRZYJ-A   PIC X(10).
          05 FILLER          PIC X.
          05 WS-TL-KOMPL-A   PIC X(10).
          05 FILLER          PIC X.
          05 WS-TL-PALETA-A  PIC X(10).
       01 WS-TR-N PIC 9(2) VALUE 0.
       01 WS-TR-I PIC 9(2).
       01 WS-TR-TAB OCCURS 50.
          05 WS-TR-WLASCICIEL PIC X(10).
          05 WS-TR-KLIENT     PIC X(10).
          05 WS-TR-PODSTAWA   PIC X(1).
             88 WS-TR-ZA-PALETE      VALUE "P".
             88 WS-TR-ZA-LOKALIZACJE VALUE "L".
          05 WS-TR-ST-DZIEN   PIC 9(5)V99.
          05 WS-TR-ST-PRZYJ   PIC 9(5)V99.
          05 WS-TR-ST-KOMPL   PIC 9(5)V99.
          05 WS-TR-ST-PALETA  PIC 9(5)V99.
       01 WS-STAWKA-POLE PIC X(10).
       01 WS-STAWKA-LICZBA PIC 9(5)V99.

      *    TOWARY W DEPOZYCIE (PARY TOWAR / WLASCICIEL Z BAZA5) -
      *    DO PRZYPISANIA PRZYJEC I PALET, KTORE NIE MAJA
      *    LOKALIZACJI

       01 WS-TO-N PIC 9(4) VALUE 0.
       01 WS-TO-I PIC 9(4).
       01 WS-TO-LIMIT PIC X(1) VALUE "N".
          88 WS-TO-PELNA VALUE "T".
       01 WS-TO-TAB OCCURS 3000.
          05 WS-TO-TOWAR      PIC X(20).
          05 WS-TO-WLASCICIEL PIC X(10).
       01 WS-SZUKANY-TOWAR PIC X(20).
       01 WS-TOWAR-WLASC PIC X(1).
          88 WS-TOWAR-WLASCICIELA VALUE "T".

      *    ROZLICZENIE JEDNEGO WLASCICIELA

       01 WS-WLASCICIEL PIC X(10).
       01 WS-KLIENT PIC X(10).
       01 WS-DRUK PIC X(1).
          88 WS-DRUKUJ-ZALACZNIK VALUE "T".
       01 WS-ROZLICZONY PIC X(1).
          88 WS-JUZ-ROZLICZONY VALUE "T".
       01 WS-DNI-MIGAWEK PIC 9(3).
       01 WS-LOKALIZACJODNI PIC 9(9).
       01 WS-PALETODNI PIC 9(9).
       01 WS-LINII-PRZYJEC PIC 9(7).
       01 WS-LINII-KOMPL PIC 9(7).
       01 WS-PALET-WYDANYCH PIC 9(7).
       01 WS-JEDN-DZIEN PIC 9(7)V99.
       01 WS-PALETA-WLASC PIC X(1).
          88 WS-PALETA-WLASCICIELA VALUE "T".
       01 WS-PRZED-N PIC 9(7)V99.
       01 WS-PO-N PIC 9(7)V99.
       01 WS-ROZNICA PIC 9(7)V99.
       01 WS-ROZLICZONO-N PIC 9(3) VALUE 0.
       01 WS-POMINIETO-N PIC 9(3) VALUE 0.

      *    POZYCJE FAKTURY: SKLADOWANIE, PRZYJECIA, KOMPLETACJA,
      *    PALETY WYDANE

       01 WS-PZ-N PIC 9(1).
       01 WS-PZ-I PIC 9(1).
       01 WS-PZ-TAB OCCURS 4.
          05 WS-PZ-OPIS      PIC X(40).
          05 WS-PZ-ILOSC     PIC 9(7)V99.
          05 WS-PZ-CENA      PIC 9(7)V99.
          05 WS-PZ-NETTO     PIC 9(11)V99.
          05 WS-PZ-VAT       PIC 9(11)V99.
       01 WS-NOWA-OPIS PIC X(40).
       01 WS-NOWA-ILOSC PIC 9(7)V99.
       01 WS-NOWA-CENA PIC 9(7)V99.

       01 WS-NR-FAKTURY PIC 9(7).
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".
       01 WS-REJESTR-OTWARTY PIC X(1).
          88 WS-REJESTR-JEST VALUE "T".
       01 WS-FP-LP PIC 9(3).
       01 WS-ST-I PIC 9(2).
       01 WS-STAWKA-VAT PIC 9(2)V99.
       01 WS-SUMA-NETTO PIC 9(11)V99.
       01 WS-SUMA-VAT PIC 9(11)V99.
       01 WS-SUMA-BRUTTO PIC 9(11)V99.
       01 WS-BRUTTO-ZLOTE PIC 9(9).
       01 WS-BRUTTO-GROSZE PIC 9(2).
       01 WS-SLOWNIE PIC X(200).
       01 WS-LINIA PIC X(230).

      *    RODZAJ NABYWCY WG KARTOTEKI Klienci (JAK W FAKTURY.COB);
      *    USLUGA DLA PODATNIKA UE / Z ZAGRANICY - ODWROTNE
      *    OBCIAZENIE, STAWKA 0% NA FAKTURZE

       01 WS-NABYWCA-VAT PIC X(1).
          88 WS-STAWKA-ZEROWA   VALUE "U" "E".
       01 WS-F-NIP.
          05 FILLER           PIC X(9) VALUE "NIP:     ".
          05 WS-F-KRAJ-O      PIC X(2).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-F-NIP-O       PIC X(14).
       01 WS-F-PODSTAWA PIC X(80).

      *    WARUNKI PLATNOSCI KLIENTA Z WarunkiPlatnosci.txt (TEN
      *    SAM UKLAD CO W FAKTURY.COB)

       01 DNI-TERMINU-PLATNOSCI PIC 9(3) VALUE 14.
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
       01 WS-TERMIN-INT PIC 9(9).
       01 WS-TERMIN-8 PIC 9(8).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).

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

       01 WS-ROZL-LINIA.
          05 WS-RL-MIESIAC-O PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RL-WLASC-O   PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RL-FAKT-O    PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RL-DATA-O    PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RL-NETTO-O   PIC 9(11)V99.

       01 WS-PRZ-LOG-LINE.
          05 WS-PRZ-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-CZAS-O    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-NR-PO-O   PIC 9(7).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-DOST-O    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-TOWAR-O   PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-ILOSC-O   PIC Z(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-DATA-PO-O PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-OCZEK-O   PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-PZ-O      PIC X(7).

       01 WS-AUDYT-LINE.
          05 WS-AUD-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-CZAS-O    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-OPER-O    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-TOWAR-O   PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-PRZED-O   PIC Z(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-PO-O      PIC Z(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-TYP-O     PIC X(12).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-LOK-O     PIC X(10).
          05 FILLER           PIC X(27).
          05 WS-AUD-DOKUMENT-O PIC X(10).

      *    WYDRUK FAKTURY

       01 WS-F-NAGLOWEK.
          05 FILLER           PIC X(11) VALUE "FAKTURA NR ".
          05 WS-F-NR-O        PIC X(16).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-F-DATA-O      PIC 9(6).
       01 WS-F-NABYWCA.
          05 FILLER           PIC X(9) VALUE "NABYWCA: ".
          05 WS-F-KLIENT-O    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-F-NAZWA-O     PIC X(30).
       01 WS-F-ADRES.
          05 FILLER           PIC X(9) VALUE "ADRES:   ".
          05 WS-F-ADRES-O     PIC X(40).
       01 WS-F-POZYCJA.
          05 WS-F-OPIS-O      PIC X(40).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-F-ILOSC-O     PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " X ".
          05 WS-F-CENA-O      PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " = ".
          05 WS-F-WART-O      PIC Z(9)9.99.
          05 FILLER           PIC X(6) VALUE "  VAT ".
          05 WS-F-STAWKA-O    PIC Z9.99.
          05 FILLER           PIC X VALUE "%".
       01 WS-F-SUMY.
          05 FILLER           PIC X(13) VALUE "RAZEM NETTO: ".
          05 WS-F-NETTO-O     PIC Z(9)9.99.
          05 FILLER           PIC X(7) VALUE "  VAT: ".
          05 WS-F-VAT-O       PIC Z(9)9.99.
          05 FILLER           PIC X(10) VALUE "  BRUTTO: ".
          05 WS-F-BRUTTO-O    PIC Z(9)9.99.
       01 WS-F-TERMIN.
          05 FILLER           PIC X(18) VALUE "TERMIN PLATNOSCI: ".
          05 WS-F-TERMIN-O    PIC 9(6).
          05 FILLER           PIC X(2) VALUE " (".
          05 WS-F-DNI-O       PIC ZZ9.
          05 FILLER           PIC X(6) VALUE " DNI) ".
          05 WS-F-WARUNKI-O   PIC X(30).
       01 WS-F-SLOWNIE.
          05 FILLER           PIC X(9) VALUE "SLOWNIE: ".
          05 WS-F-SLOWNIE-O   PIC X(200).
          05 FILLER           PIC X(8) VALUE " ZLOTYCH".
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-F-GROSZE-O    PIC 9(2).
          05 FILLER           PIC X(4) VALUE "/100".

      *    ZALACZNIK - SZCZEGOLY ROZLICZENIA

       01 WS-ZA-DZIEN.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-D-DATA-O   PIC 9(6).
          05 FILLER           PIC X(13) VALUE "  LOKALIZACJI".
          05 WS-ZA-D-LOK-O    PIC Z(4)9.
          05 FILLER           PIC X(8) VALUE "  PALET ".
          05 WS-ZA-D-PAL-O    PIC Z(4)9.
          05 FILLER           PIC X(9) VALUE "  OPLATA ".
          05 WS-ZA-D-KWOTA-O  PIC Z(7)9.99.
       01 WS-ZA-PRZYJECIE.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-P-DATA-O   PIC 9(6).
          05 FILLER           PIC X(5) VALUE "  PO ".
          05 WS-ZA-P-PO-O     PIC 9(7).
          05 FILLER           PIC X(5) VALUE "  PZ ".
          05 WS-ZA-P-PZ-O     PIC X(7).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-P-TOWAR-O  PIC X(20).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-P-ILOSC-O  PIC Z(7)9.99.
       01 WS-ZA-KOMPLETACJA.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-K-DATA-O   PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-ZA-K-CZAS-O   PIC 9(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-K-TOWAR-O  PIC X(20).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-K-LOK-O    PIC X(10).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-K-ILOSC-O  PIC Z(7)9.99.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-K-DOK-O    PIC X(10).
       01 WS-ZA-PALETA.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-ZA-L-DATA-O   PIC 9(6).
          05 FILLER           PIC X(9) VALUE "  PALETA ".
          05 WS-ZA-L-NR-O     PIC 9(7).
          05 FILLER           PIC X(13) VALUE "  ZAMOWIENIE ".
          05 WS-ZA-L-ZAM-O    PIC 9(7).
          05 FILLER           PIC X(8) VALUE "  WAGA  ".
          05 WS-ZA-L-WAGA-O   PIC Z(8)9.99.
       01 WS-ZA-SUMA.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 FILLER           PIC X(8) VALUE "RAZEM: ".
          05 WS-ZA-S-ILOSC-O  PIC Z(8)9.
          05 FILLER           PIC X(3) VALUE " X ".
          05 WS-ZA-S-CENA-O   PIC Z(4)9.99.
          05 FILLER           PIC X(3) VALUE " = ".
          05 WS-ZA-S-KWOTA-O  PIC Z(9)9.99.
       01 WS-KWOTA-E PIC Z(10)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           ACCEPT WS-CZAS FROM TIME

           IF WS-PARAM(1:1) = "S"
              PERFORM 100-MIGAWKA
           ELSE
              IF WS-PARAM(1:1) = "F"
                 PERFORM 200-ROZLICZENIE
              ELSE
                 DISPLAY "PARAMETR: S [RRMMDD] - MIGAWKA ZAJETOSCI, "
                         "F [RRMM] - ROZLICZENIE MIESIECZNE"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN
           .

       100-MIGAWKA.

      *    ZAJETOSC MAGAZYNU PRZEZ TOWAR OBCY NA KONIEC DNIA;
      *    DATA Z PARAMETRU ALBO DZISIEJSZA

           MOVE WS-DZIS TO WS-DATA-MIGAWKI
           IF WS-PARAM(3:6) NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-PARAM(3:6)) = 0
                 COMPUTE WS-DATA-MIGAWKI =
                         FUNCTION NUMVAL (WS-PARAM(3:6))
              ELSE
                 DISPLAY "BLEDNA DATA MIGAWKI: " WS-PARAM(3:6)
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           PERFORM 105-CZY-MIGAWKA-ZAPISANA
           IF WS-MIGAWKA-ZAPISANA
              DISPLAY "MIGAWKA ZAJETOSCI Z DNIA " WS-DATA-MIGAWKI
                      " JUZ ZAPISANA - POMINIETO"
           ELSE
              PERFORM 110-ZLICZ-ZAJETOSC
              PERFORM 120-ZAPISZ-MIGAWKE
           END-IF
           .

       105-CZY-MIGAWKA-ZAPISANA.

           MOVE "N" TO WS-MIGAWKA-JEST
           OPEN INPUT ZAJFILE
           IF ERR-ZJ = 0
              MOVE SPACES TO WS-ZAJ-LINIA
              READ ZAJFILE INTO WS-ZAJ-LINIA
              PERFORM UNTIL ERR-ZJ > 0 OR WS-MIGAWKA-ZAPISANA
                 IF WS-ZJ-DATA-O = WS-DATA-MIGAWKI
                    MOVE "T" TO WS-MIGAWKA-JEST
                 END-IF
                 MOVE SPACES TO WS-ZAJ-LINIA
                 READ ZAJFILE INTO WS-ZAJ-LINIA
              END-PERFORM
              CLOSE ZAJFILE
           END-IF
           .

       110-ZLICZ-ZAJETOSC.

           COMPUTE WS-OBJ-PALETY ROUNDED =
                   PODSTAWA-PALETY-CM2 *
                   (WYSOKOSC-PALETY-DOMYSLNA - WYSOKOSC-NOSNIKA)
                   / 1000000
           MOVE 0 TO WS-MW-N
           MOVE 0 TO WS-ML-N
           MOVE "N" TO WS-PT-OTWARTY
           OPEN INPUT PARAMTFILE
           IF ERR-PT = 0
              MOVE "T" TO WS-PT-OTWARTY
           END-IF
           OPEN INPUT INFILE
           IF ERR NOT = 0
              DISPLAY "BRAK PLIKU Baza5 - KOD " ERR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO TOWAR-KLUCZ
           START INFILE KEY NOT < TOWAR-KLUCZ
           IF ERR = 0
              READ INFILE NEXT
              PERFORM UNTIL ERR > 0
                 IF TOWAR-KOMISOWY
                    MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                    MOVE ILOSC-KWAR OF IN-REC TO WS-ILOSC-KWAR-L
                    ADD WS-ILOSC-KWAR-L TO WS-ILOSC-LICZBA
                    IF WS-ILOSC-LICZBA > 0
                       PERFORM 115-POZYCJA-ZAJETOSCI
                    END-IF
                 END-IF
                 READ INFILE NEXT
              END-PERFORM
           END-IF
           CLOSE INFILE
           IF WS-PT-JEST
              CLOSE PARAMTFILE
           END-IF
           IF WS-MW-PELNA
              DISPLAY "UWAGA: PRZEKROCZONY LIMIT TABELI WLASCICIELI "
                      "LUB LOKALIZACJI - MIGAWKA NIEPELNA"
           END-IF
           .

       115-POZYCJA-ZAJETOSCI.

      *    PALETY Z KUBATURY STANU (ZAOKRAGLONE W GORE); TOWAR
      *    BEZ WYMIAROW ZAJMUJE JEDNA PALETE

           MOVE 1 TO WS-PALET-N
           IF WS-PT-JEST
              MOVE TOWAR OF IN-REC TO KOD-TOWARU-PT
              READ PARAMTFILE
              IF ERR-PT = 0
                 AND DLUGOSC-PT > 0 AND SZEROKOSC-PT > 0
                 AND WYSOKOSC-PT > 0
                 COMPUTE WS-OBJ-N ROUNDED = DLUGOSC-PT *
                         SZEROKOSC-PT * WYSOKOSC-PT / 1000000
                 COMPUTE WS-OBJ-RAZEM = WS-OBJ-N * WS-ILOSC-LICZBA
                 DIVIDE WS-OBJ-RAZEM BY WS-OBJ-PALETY
                        GIVING WS-PALET-N REMAINDER WS-PALET-RESZTA
                 IF WS-PALET-RESZTA > 0 OR WS-PALET-N = 0
                    ADD 1 TO WS-PALET-N
                 END-IF
              END-IF
           END-IF

           MOVE 0 TO WS-MW-I
           PERFORM VARYING WS-MW-J FROM 1 BY 1
                   UNTIL WS-MW-J > WS-MW-N OR WS-MW-I > 0
              IF WS-MW-WLASCICIEL (WS-MW-J) = KOD-WLASCICIELA
                 MOVE WS-MW-J TO WS-MW-I
              END-IF
           END-PERFORM
           IF WS-MW-I = 0
              IF WS-MW-N < 100
                 ADD 1 TO WS-MW-N
                 MOVE WS-MW-N TO WS-MW-I
                 MOVE KOD-WLASCICIELA TO WS-MW-WLASCICIEL (WS-MW-I)
                 MOVE 0 TO WS-MW-LOKALIZACJI (WS-MW-I)
                 MOVE 0 TO WS-MW-PALET (WS-MW-I)
              ELSE
                 MOVE "T" TO WS-MW-LIMIT
              END-IF
           END-IF

           IF WS-MW-I > 0
              ADD WS-PALET-N TO WS-MW-PALET (WS-MW-I)
              MOVE "N" TO WS-ML-ZNALEZIONA
              PERFORM VARYING WS-ML-I FROM 1 BY 1
                      UNTIL WS-ML-I > WS-ML-N OR WS-ML-JEST
                 IF WS-ML-WLASCICIEL (WS-ML-I) = KOD-WLASCICIELA
                    AND WS-ML-LOKALIZACJA (WS-ML-I) = LOKALIZACJA
                    MOVE "T" TO WS-ML-ZNALEZIONA
                 END-IF
              END-PERFORM
              IF NOT WS-ML-JEST
                 IF WS-ML-N < 3000
                    ADD 1 TO WS-ML-N
                    MOVE KOD-WLASCICIELA
                         TO WS-ML-WLASCICIEL (WS-ML-N)
                    MOVE LOKALIZACJA TO WS-ML-LOKALIZACJA (WS-ML-N)
                    ADD 1 TO WS-MW-LOKALIZACJI (WS-MW-I)
                 ELSE
                    MOVE "T" TO WS-MW-LIMIT
                 END-IF
              END-IF
           END-IF
           .

       120-ZAPISZ-MIGAWKE.

           OPEN EXTEND ZAJFILE
           IF ERR-ZJ NOT = 0
              CLOSE ZAJFILE
              OPEN OUTPUT ZAJFILE
           END-IF
           PERFORM VARYING WS-MW-I FROM 1 BY 1
                   UNTIL WS-MW-I > WS-MW-N
              MOVE WS-DATA-MIGAWKI TO WS-ZJ-DATA-O
              MOVE WS-MW-WLASCICIEL (WS-MW-I) TO WS-ZJ-WLASC-O
              MOVE WS-MW-LOKALIZACJI (WS-MW-I) TO WS-ZJ-LOK-O
              MOVE WS-MW-PALET (WS-MW-I) TO WS-ZJ-PALET-O
              WRITE ZAJ-REC FROM WS-ZAJ-LINIA
              DISPLAY "WLASCICIEL " WS-ZJ-WLASC-O
                      " LOKALIZACJI " WS-ZJ-LOK-O
                      " PALET " WS-ZJ-PALET-O
           END-PERFORM
           IF WS-MW-N = 0
      *       PUSTY DZIEN TEZ JEST ZAPISYWANY - PONOWNE
      *       URUCHOMIENIE GO NIE POWTORZY
              MOVE WS-DATA-MIGAWKI TO WS-ZJ-DATA-O
              MOVE SPACES TO WS-ZJ-WLASC-O
              MOVE 0 TO WS-ZJ-LOK-O
              MOVE 0 TO WS-ZJ-PALET-O
              WRITE ZAJ-REC FROM WS-ZAJ-LINIA
           END-IF
           CLOSE ZAJFILE
           DISPLAY "MIGAWKA ZAJETOSCI " WS-DATA-MIGAWKI
                   " - WLASCICIELI: " WS-MW-N
           .

       200-ROZLICZENIE.

      *    MIESIAC "RRMM" Z PARAMETRU; BEZ PARAMETRU - POPRZEDNI
      *    (DZIEN 31 JAKO GORNA GRANICA WYSTARCZA DLA POROWNAN)

           IF WS-PARAM(3:4) NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-PARAM(3:4)) = 0
                 COMPUTE WS-MIESIAC = FUNCTION NUMVAL (WS-PARAM(3:4))
              ELSE
                 DISPLAY "BLEDNY MIESIAC ROZLICZENIA: " WS-PARAM(3:4)
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
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
           COMPUTE WS-DATA-OD = WS-MIESIAC * 100 + 1
           COMPUTE WS-DATA-DO = WS-MIESIAC * 100 + 31

           DISPLAY "ROZLICZENIE SKLADOWANIA ZA MIESIAC " WS-MIESIAC

           PERFORM 210-WCZYTAJ-TARYFY
           IF WS-TR-N = 0
              DISPLAY "BRAK TARYF W TaryfySkladowania.txt - "
                      "NIC DO ROZLICZENIA"
           ELSE
              PERFORM 220-TOWARY-WLASCICIELI
              PERFORM VARYING WS-TR-I FROM 1 BY 1
                      UNTIL WS-TR-I > WS-TR-N
                 PERFORM 300-ROZLICZ-WLASCICIELA
              END-PERFORM
           END-IF

           DISPLAY "WYSTAWIONYCH FAKTUR : " WS-ROZLICZONO-N
           DISPLAY "POMINIETYCH         : " WS-POMINIETO-N
           .

       210-WCZYTAJ-TARYFY.

           MOVE 0 TO WS-TR-N
           OPEN INPUT TARYFFILE
           IF ERR-TR = 0
              MOVE SPACES TO WS-TARYFA-LINIA
              READ TARYFFILE INTO WS-TARYFA-LINIA
              PERFORM UNTIL ERR-TR > 0
                 IF WS-TL-WLASC-A NOT = SPACES
                    AND WS-TL-WLASC-A(1:1) NOT = "*"
                    IF WS-TR-N < 50
                       ADD 1 TO WS-TR-N
                       PERFORM 215-POZYCJA-TARYFY
                    ELSE
                       DISPLAY "UWAGA: PONAD 50 TARYF - POMINIETO "
                               WS-TL-WLASC-A
                    END-IF
                 END-IF
                 MOVE SPACES TO WS-TARYFA-LINIA
                 READ TARYFFILE INTO WS-TARYFA-LINIA
              END-PERFORM
              CLOSE TARYFFILE
           END-IF
           .

       215-POZYCJA-TARYFY.

           MOVE WS-TL-WLASC-A TO WS-TR-WLASCICIEL (WS-TR-N)
           MOVE WS-TL-KLIENT-A TO WS-TR-KLIENT (WS-TR-N)
           IF WS-TL-KLIENT-A = SPACES
              MOVE WS-TL-WLASC-A TO WS-TR-KLIENT (WS-TR-N)
           END-IF
           MOVE WS-TL-PODST-A TO WS-TR-PODSTAWA (WS-TR-N)
           IF NOT WS-TR-ZA-LOKALIZACJE (WS-TR-N)
              MOVE "P" TO WS-TR-PODSTAWA (WS-TR-N)
           END-IF
           MOVE WS-TL-DZIEN-A TO WS-STAWKA-POLE
           PERFORM 216-STAWKA-TARYFY
           MOVE WS-STAWKA-LICZBA TO WS-TR-ST-DZIEN (WS-TR-N)
           MOVE WS-TL-PRZYJ-A TO WS-STAWKA-POLE
           PERFORM 216-STAWKA-TARYFY
           MOVE WS-STAWKA-LICZBA TO WS-TR-ST-PRZYJ (WS-TR-N)
           MOVE WS-TL-KOMPL-A TO WS-STAWKA-POLE
           PERFORM 216-STAWKA-TARYFY
           MOVE WS-STAWKA-LICZBA TO WS-TR-ST-KOMPL (WS-TR-N)
           MOVE WS-TL-PALETA-A TO WS-STAWKA-POLE
           PERFORM 216-STAWKA-TARYFY
           MOVE WS-STAWKA-LICZBA TO WS-TR-ST-PALETA (WS-TR-N)
           .

       216-STAWKA-TARYFY.

           MOVE 0 TO WS-STAWKA-LICZBA
           IF WS-STAWKA-POLE NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-STAWKA-POLE) = 0
                 COMPUTE WS-STAWKA-LICZBA =
                         FUNCTION NUMVAL (WS-STAWKA-POLE)
              ELSE
                 DISPLAY "UWAGA: BLEDNA STAWKA " WS-STAWKA-POLE
                         " W TARYFIE " WS-TL-WLASC-A " - PRZYJETO 0"
              END-IF
           END-IF
           .

       220-TOWARY-WLASCICIELI.

      *    PARY TOWAR / WLASCICIEL ZE STANOW KOMISOWYCH BAZA5
      *    (TAKZE Z ZEROWYM STANEM - TOWAR MOGL ZEJSC W MIESIACU)

           MOVE 0 TO WS-TO-N
           OPEN INPUT INFILE
           IF ERR = 0
              MOVE LOW-VALUES TO TOWAR-KLUCZ
              START INFILE KEY NOT < TOWAR-KLUCZ
              IF ERR = 0
                 READ INFILE NEXT
                 PERFORM UNTIL ERR > 0
                    IF TOWAR-KOMISOWY
                       MOVE TOWAR OF IN-REC TO WS-SZUKANY-TOWAR
                       MOVE KOD-WLASCICIELA TO WS-WLASCICIEL
                       PERFORM 225-SZUKAJ-TOWARU
                       IF NOT WS-TOWAR-WLASCICIELA
                          IF WS-TO-N < 3000
                             ADD 1 TO WS-TO-N
                             MOVE TOWAR OF IN-REC
                                  TO WS-TO-TOWAR (WS-TO-N)
                             MOVE KOD-WLASCICIELA
                                  TO WS-TO-WLASCICIEL (WS-TO-N)
                          ELSE
                             MOVE "T" TO WS-TO-LIMIT
                          END-IF
                       END-IF
                    END-IF
                    READ INFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE INFILE
           END-IF
           IF WS-TO-PELNA
              DISPLAY "UWAGA: PONAD 3000 TOWAROW W DEPOZYCIE - "
                      "CZESC PRZYJEC I PALET MOZE BYC NIEROZLICZONA"
           END-IF
           .

       225-SZUKAJ-TOWARU.

      *    CZY WS-SZUKANY-TOWAR JEST W DEPOZYCIE WS-WLASCICIEL

           MOVE "N" TO WS-TOWAR-WLASC
           PERFORM VARYING WS-TO-I FROM 1 BY 1
                   UNTIL WS-TO-I > WS-TO-N OR WS-TOWAR-WLASCICIELA
              IF WS-TO-TOWAR (WS-TO-I) = WS-SZUKANY-TOWAR
                 AND WS-TO-WLASCICIEL (WS-TO-I) = WS-WLASCICIEL
                 MOVE "T" TO WS-TOWAR-WLASC
              END-IF
           END-PERFORM
           .

       300-ROZLICZ-WLASCICIELA.

           MOVE WS-TR-WLASCICIEL (WS-TR-I) TO WS-WLASCICIEL
           MOVE WS-TR-KLIENT (WS-TR-I) TO WS-KLIENT
           PERFORM 305-CZY-ROZLICZONY
           IF WS-JUZ-ROZLICZONY
              DISPLAY "WLASCICIEL " WS-WLASCICIEL " ROZLICZONY ZA "
                      WS-MIESIAC " - POMINIETO"
              ADD 1 TO WS-POMINIETO-N
           ELSE
              MOVE "N" TO WS-DRUK
              PERFORM 310-ZLICZ-AKTYWNOSC
              PERFORM 330-POZYCJE-FAKTURY
              IF WS-SUMA-NETTO = 0
                 DISPLAY "WLASCICIEL " WS-WLASCICIEL
                         " - BRAK OPLAT ZA " WS-MIESIAC
                 ADD 1 TO WS-POMINIETO-N
              ELSE
                 PERFORM 320-POBIERZ-NUMER-FAKTURY
                 IF WS-NUMERY-JEST-BLAD
                    DISPLAY "BLAD PLIKU NumeryKontrolne - KOD " ERR-N
                            " - FAKTURA DLA " WS-WLASCICIEL
                            " NIE WYSTAWIONA"
                    MOVE 8 TO RETURN-CODE
                    ADD 1 TO WS-POMINIETO-N
                 ELSE
                    PERFORM 340-DRUKUJ-FAKTURE
                    PERFORM 345-REJESTR-FAKTUR
                    PERFORM 350-REJESTR-SPRZEDAZY
                    PERFORM 370-ZAPISZ-ROZRACHUNEK
                    PERFORM 380-ZAPISZ-ROZLICZENIE
                    PERFORM 390-ZALACZNIK
                    ADD 1 TO WS-ROZLICZONO-N
                    MOVE WS-SUMA-BRUTTO TO WS-KWOTA-E
                    DISPLAY "WLASCICIEL " WS-WLASCICIEL " FAKTURA "
                            WS-NR-FAKTURY " BRUTTO " WS-KWOTA-E
                 END-IF
              END-IF
           END-IF
           .

       305-CZY-ROZLICZONY.

           MOVE "N" TO WS-ROZLICZONY
           OPEN INPUT ROZLFILE
           IF ERR-RL = 0
              MOVE SPACES TO WS-ROZL-LINIA
              READ ROZLFILE INTO WS-ROZL-LINIA
              PERFORM UNTIL ERR-RL > 0 OR WS-JUZ-ROZLICZONY
                 IF WS-RL-MIESIAC-O = WS-MIESIAC
                    AND WS-RL-WLASC-O = WS-WLASCICIEL
                    MOVE "T" TO WS-ROZLICZONY
                 END-IF
                 MOVE SPACES TO WS-ROZL-LINIA
                 READ ROZLFILE INTO WS-ROZL-LINIA
              END-PERFORM
              CLOSE ROZLFILE
           END-IF
           .

       310-ZLICZ-AKTYWNOSC.

      *    LICZNIKI OPLAT WLASCICIELA ZA MIESIAC; PRZY
      *    WS-DRUKUJ-ZALACZNIK KAZDA POZYCJA IDZIE DO ZALACZNIKA

           MOVE 0 TO WS-DNI-MIGAWEK
           MOVE 0 TO WS-LOKALIZACJODNI
           MOVE 0 TO WS-PALETODNI
           MOVE 0 TO WS-LINII-PRZYJEC
           MOVE 0 TO WS-LINII-KOMPL
           MOVE 0 TO WS-PALET-WYDANYCH
           PERFORM 311-SKLADOWANIE
           PERFORM 312-PRZYJECIA
           PERFORM 313-KOMPLETACJA
           PERFORM 316-PALETY-WYDANE
           .

       311-SKLADOWANIE.

           IF WS-DRUKUJ-ZALACZNIK
              MOVE "SKLADOWANIE - MIGAWKI DZIENNE" TO ZALACZ-REC
              WRITE ZALACZ-REC
           END-IF
           OPEN INPUT ZAJFILE
           IF ERR-ZJ = 0
              MOVE SPACES TO WS-ZAJ-LINIA
              READ ZAJFILE INTO WS-ZAJ-LINIA
              PERFORM UNTIL ERR-ZJ > 0
                 IF WS-ZJ-DATA-O NOT < WS-DATA-OD
                    AND WS-ZJ-DATA-O NOT > WS-DATA-DO
                    AND WS-ZJ-WLASC-O = WS-WLASCICIEL
                    ADD 1 TO WS-DNI-MIGAWEK
                    ADD WS-ZJ-LOK-O TO WS-LOKALIZACJODNI
                    ADD WS-ZJ-PALET-O TO WS-PALETODNI
                    IF WS-DRUKUJ-ZALACZNIK
                       IF WS-TR-ZA-LOKALIZACJE (WS-TR-I)
                          MOVE WS-ZJ-LOK-O TO WS-JEDN-DZIEN
                       ELSE
                          MOVE WS-ZJ-PALET-O TO WS-JEDN-DZIEN
                       END-IF
                       MOVE WS-ZJ-DATA-O TO WS-ZA-D-DATA-O
                       MOVE WS-ZJ-LOK-O TO WS-ZA-D-LOK-O
                       MOVE WS-ZJ-PALET-O TO WS-ZA-D-PAL-O
                       COMPUTE WS-ZA-D-KWOTA-O ROUNDED =
                               WS-JEDN-DZIEN * WS-TR-ST-DZIEN (WS-TR-I)
                       WRITE ZALACZ-REC FROM WS-ZA-DZIEN
                    END-IF
                 END-IF
                 MOVE SPACES TO WS-ZAJ-LINIA
                 READ ZAJFILE INTO WS-ZAJ-LINIA
              END-PERFORM
              CLOSE ZAJFILE
           END-IF
           IF WS-DRUKUJ-ZALACZNIK
              MOVE 1 TO WS-PZ-I
              PERFORM 395-SUMA-ZALACZNIKA
           END-IF
           .

       312-PRZYJECIA.

      *    LINIA PRZYJECIA OD WLASCICIELA NA TOWAR W JEGO DEPOZYCIE

           IF WS-DRUKUJ-ZALACZNIK
              MOVE "PRZYJECIA - LINIE PZ" TO ZALACZ-REC
              WRITE ZALACZ-REC
           END-IF
           OPEN INPUT PRZLOGFILE
           IF ERR-PRZ = 0
              MOVE SPACES TO WS-PRZ-LOG-LINE
              READ PRZLOGFILE INTO WS-PRZ-LOG-LINE
              PERFORM UNTIL ERR-PRZ > 0
                 IF WS-PRZ-DATA-O NOT < WS-DATA-OD
                    AND WS-PRZ-DATA-O NOT > WS-DATA-DO
                    AND WS-PRZ-DOST-O = WS-WLASCICIEL
                    MOVE WS-PRZ-TOWAR-O TO WS-SZUKANY-TOWAR
                    PERFORM 225-SZUKAJ-TOWARU
                    IF WS-TOWAR-WLASCICIELA
                       ADD 1 TO WS-LINII-PRZYJEC
                       IF WS-DRUKUJ-ZALACZNIK
                          MOVE WS-PRZ-DATA-O TO WS-ZA-P-DATA-O
                          MOVE WS-PRZ-NR-PO-O TO WS-ZA-P-PO-O
                          MOVE WS-PRZ-PZ-O TO WS-ZA-P-PZ-O
                          MOVE WS-PRZ-TOWAR-O TO WS-ZA-P-TOWAR-O
                          MOVE WS-PRZ-ILOSC-O TO WS-ZA-P-ILOSC-O
                          WRITE ZALACZ-REC FROM WS-ZA-PRZYJECIE
                       END-IF
                    END-IF
                 END-IF
                 MOVE SPACES TO WS-PRZ-LOG-LINE
                 READ PRZLOGFILE INTO WS-PRZ-LOG-LINE
              END-PERFORM
              CLOSE PRZLOGFILE
           END-IF
           IF WS-DRUKUJ-ZALACZNIK
              MOVE 2 TO WS-PZ-I
              PERFORM 395-SUMA-ZALACZNIKA
           END-IF
           .

       313-KOMPLETACJA.

      *    WYDANIA Z AUDYTU: ARCHIWUM MIESIACA, POTEM BIEZACY PLIK
      *    (TA SAMA KOLEJNOSC CO W JPKMAG.COB)

           IF WS-DRUKUJ-ZALACZNIK
              MOVE "KOMPLETACJA - LINIE WYDAN" TO ZALACZ-REC
              WRITE ZALACZ-REC
           END-IF
           OPEN INPUT INFILE
           MOVE SPACES TO WS-PLIK-NAZWA
           STRING "Audyt-20" WS-MIESIAC ".txt"
                  DELIMITED BY SIZE INTO WS-PLIK-NAZWA
           PERFORM 314-SKANUJ-AUDYT
           MOVE "Audyt.txt" TO WS-PLIK-NAZWA
           PERFORM 314-SKANUJ-AUDYT
           CLOSE INFILE
           IF WS-DRUKUJ-ZALACZNIK
              MOVE 3 TO WS-PZ-I
              PERFORM 395-SUMA-ZALACZNIKA
           END-IF
           .

       314-SKANUJ-AUDYT.

           OPEN INPUT AUDYTFILE
           IF ERR-A = 0
              MOVE SPACES TO WS-AUDYT-LINE
              READ AUDYTFILE INTO WS-AUDYT-LINE
              PERFORM UNTIL ERR-A > 0
                 IF WS-AUD-DATA-O NOT < WS-DATA-OD
                    AND WS-AUD-DATA-O NOT > WS-DATA-DO
                    AND WS-AUD-TYP-O = "WYDANIE"
                    AND WS-AUD-OPER-O NOT = "ANULOWANIE"
                    PERFORM 315-LINIA-WYDANIA
                 END-IF
                 MOVE SPACES TO WS-AUDYT-LINE
                 READ AUDYTFILE INTO WS-AUDYT-LINE
              END-PERFORM
              CLOSE AUDYTFILE
           END-IF
           .

       315-LINIA-WYDANIA.

      *    WLASCICIEL WG STANU W LOKALIZACJI WYDANIA; GDY REKORDU
      *    JUZ NIE MA - WG TOWAROW W DEPOZYCIE

           MOVE "N" TO WS-TOWAR-WLASC
           MOVE WS-AUD-TOWAR-O TO TOWAR OF IN-REC
           MOVE WS-AUD-LOK-O TO LOKALIZACJA OF IN-REC
           READ INFILE
           IF ERR = 0
              IF TOWAR-KOMISOWY AND KOD-WLASCICIELA = WS-WLASCICIEL
                 MOVE "T" TO WS-TOWAR-WLASC
              END-IF
           ELSE
              MOVE WS-AUD-TOWAR-O TO WS-SZUKANY-TOWAR
              PERFORM 225-SZUKAJ-TOWARU
           END-IF
           IF WS-TOWAR-WLASCICIELA
              ADD 1 TO WS-LINII-KOMPL
              IF WS-DRUKUJ-ZALACZNIK
                 MOVE WS-AUD-PRZED-O TO WS-PRZED-N
                 MOVE WS-AUD-PO-O TO WS-PO-N
                 IF WS-PRZED-N > WS-PO-N
                    COMPUTE WS-ROZNICA = WS-PRZED-N - WS-PO-N
                 ELSE
                    MOVE 0 TO WS-ROZNICA
                 END-IF
                 MOVE WS-AUD-DATA-O TO WS-ZA-K-DATA-O
                 MOVE WS-AUD-CZAS-O TO WS-ZA-K-CZAS-O
                 MOVE WS-AUD-TOWAR-O TO WS-ZA-K-TOWAR-O
                 MOVE WS-AUD-LOK-O TO WS-ZA-K-LOK-O
                 MOVE WS-ROZNICA TO WS-ZA-K-ILOSC-O
                 MOVE WS-AUD-DOKUMENT-O TO WS-ZA-K-DOK-O
                 WRITE ZALACZ-REC FROM WS-ZA-KOMPLETACJA
              END-IF
           END-IF
           .

       316-PALETY-WYDANE.

      *    PALETA Z MIESIACA, NA KTOREJ JEST CHOC JEDEN TOWAR
      *    Z DEPOZYTU WLASCICIELA

           IF WS-DRUKUJ-ZALACZNIK
              MOVE "PALETY WYDANE" TO ZALACZ-REC
              WRITE ZALACZ-REC
           END-IF
           OPEN INPUT PALETYFILE
           IF ERR-PL = 0
              OPEN INPUT PALPOZFILE
              IF ERR-PP = 0
                 MOVE 0 TO NR-PALETY
                 START PALETYFILE KEY NOT < NR-PALETY
                 IF ERR-PL = 0
                    READ PALETYFILE NEXT
                    PERFORM UNTIL ERR-PL > 0
                       IF DATA-PL NOT < WS-DATA-OD
                          AND DATA-PL NOT > WS-DATA-DO
                          PERFORM 317-POZYCJE-PALETY
                       END-IF
                       READ PALETYFILE NEXT
                    END-PERFORM
                 END-IF
                 CLOSE PALPOZFILE
              END-IF
              CLOSE PALETYFILE
           END-IF
           IF WS-DRUKUJ-ZALACZNIK
              MOVE 4 TO WS-PZ-I
              PERFORM 395-SUMA-ZALACZNIKA
           END-IF
           .

       317-POZYCJE-PALETY.

           MOVE "N" TO WS-PALETA-WLASC
           MOVE NR-PALETY TO NR-PALETY-PP
           MOVE 0 TO LP-PP
           START PALPOZFILE KEY NOT < KLUCZ-PP
           IF ERR-PP = 0
              READ PALPOZFILE NEXT
              PERFORM UNTIL ERR-PP > 0
                      OR NR-PALETY-PP NOT = NR-PALETY
                      OR WS-PALETA-WLASCICIELA
                 MOVE TOWAR-PP TO WS-SZUKANY-TOWAR
                 PERFORM 225-SZUKAJ-TOWARU
                 IF WS-TOWAR-WLASCICIELA
                    MOVE "T" TO WS-PALETA-WLASC
                 END-IF
                 READ PALPOZFILE NEXT
              END-PERFORM
           END-IF
           IF WS-PALETA-WLASCICIELA
              ADD 1 TO WS-PALET-WYDANYCH
              IF WS-DRUKUJ-ZALACZNIK
                 MOVE DATA-PL TO WS-ZA-L-DATA-O
                 MOVE NR-PALETY TO WS-ZA-L-NR-O
                 MOVE NR-ZAM-PL TO WS-ZA-L-ZAM-O
                 MOVE WAGA-PL TO WS-ZA-L-WAGA-O
                 WRITE ZALACZ-REC FROM WS-ZA-PALETA
              END-IF
           END-IF
           .

       320-POBIERZ-NUMER-FAKTURY.

      *    FAKTURA ZA USLUGI MAGAZYNOWE JEST FAKTURA VAT - NUMER
      *    Z SERII FAKTURA (TAK JAK 320 W ZALICZKI.COB)

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

       330-POZYCJE-FAKTURY.

      *    CZTERY POZYCJE USLUG WG TARYFY; VAT LICZONY OD
      *    POZYCJI I SUMOWANY (JAK 207-VAT-LINII W ZALICZKI.COB)

           PERFORM 335-NABYWCA
           MOVE 0 TO WS-PZ-N
           MOVE 0 TO WS-SUMA-NETTO
           MOVE 0 TO WS-SUMA-VAT

           IF WS-TR-ZA-LOKALIZACJE (WS-TR-I)
              MOVE "SKLADOWANIE - LOKALIZACJODNI" TO WS-NOWA-OPIS
              MOVE WS-LOKALIZACJODNI TO WS-NOWA-ILOSC
           ELSE
              MOVE "SKLADOWANIE - PALETODNI" TO WS-NOWA-OPIS
              MOVE WS-PALETODNI TO WS-NOWA-ILOSC
           END-IF
           MOVE WS-TR-ST-DZIEN (WS-TR-I) TO WS-NOWA-CENA
           PERFORM 331-DODAJ-POZYCJE

           MOVE "PRZYJECIE - LINIE PZ" TO WS-NOWA-OPIS
           MOVE WS-LINII-PRZYJEC TO WS-NOWA-ILOSC
           MOVE WS-TR-ST-PRZYJ (WS-TR-I) TO WS-NOWA-CENA
           PERFORM 331-DODAJ-POZYCJE

           MOVE "KOMPLETACJA - LINIE WYDAN" TO WS-NOWA-OPIS
           MOVE WS-LINII-KOMPL TO WS-NOWA-ILOSC
           MOVE WS-TR-ST-KOMPL (WS-TR-I) TO WS-NOWA-CENA
           PERFORM 331-DODAJ-POZYCJE

           MOVE "PALETY WYDANE" TO WS-NOWA-OPIS
           MOVE WS-PALET-WYDANYCH TO WS-NOWA-ILOSC
           MOVE WS-TR-ST-PALETA (WS-TR-I) TO WS-NOWA-CENA
           PERFORM 331-DODAJ-POZYCJE

           COMPUTE WS-SUMA-BRUTTO = WS-SUMA-NETTO + WS-SUMA-VAT
           .

       331-DODAJ-POZYCJE.

           IF WS-NOWA-ILOSC > 0 AND WS-NOWA-CENA > 0
              ADD 1 TO WS-PZ-N
              MOVE WS-NOWA-OPIS TO WS-PZ-OPIS (WS-PZ-N)
              MOVE WS-NOWA-ILOSC TO WS-PZ-ILOSC (WS-PZ-N)
              MOVE WS-NOWA-CENA TO WS-PZ-CENA (WS-PZ-N)
              COMPUTE WS-PZ-NETTO (WS-PZ-N) ROUNDED =
                      WS-NOWA-ILOSC * WS-NOWA-CENA
              COMPUTE WS-PZ-VAT (WS-PZ-N) ROUNDED =
                      WS-PZ-NETTO (WS-PZ-N) * WS-STAWKA-VAT / 100
              ADD WS-PZ-NETTO (WS-PZ-N) TO WS-SUMA-NETTO
              ADD WS-PZ-VAT (WS-PZ-N) TO WS-SUMA-VAT
           END-IF
           .

       335-NABYWCA.

      *    DANE NABYWCY, STAWKA VAT USLUG I WARUNKI PLATNOSCI

           MOVE WS-KLIENT TO WS-F-KLIENT-O
           MOVE SPACES TO WS-F-NAZWA-O
           MOVE SPACES TO WS-F-ADRES-O
           MOVE "K" TO WS-NABYWCA-VAT
           MOVE "PL" TO WS-F-KRAJ-O
           MOVE SPACES TO WS-F-NIP-O
           MOVE SPACES TO WS-WARUNKI-KLIENTA
           OPEN INPUT KLIENCIFILE
           IF ERR-K = 0
              MOVE WS-KLIENT TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE NAZWA-K TO WS-F-NAZWA-O
                 MOVE ADRES-K TO WS-F-ADRES-O
                 MOVE NIP-K TO WS-F-NIP-O
                 MOVE WARUNKI-K TO WS-WARUNKI-KLIENTA
                 IF KRAJ-K NOT = SPACES
                    MOVE KRAJ-K TO WS-F-KRAJ-O
                 END-IF
                 IF NABYWCA-UE OR NABYWCA-EKSPORT
                    MOVE VAT-NABYWCY-K TO WS-NABYWCA-VAT
                 END-IF
              ELSE
                 DISPLAY "UWAGA: KLIENT " WS-KLIENT
                         " Z TARYFY WLASCICIELA " WS-WLASCICIEL
                         " NIE MA KARTOTEKI W Klienci"
              END-IF
              CLOSE KLIENCIFILE
           END-IF

           MOVE 23 TO WS-STAWKA-VAT
           OPEN INPUT VATFILE
           IF ERR-VAT = 0
              MOVE "USLUGI" TO KATEGORIA-V
              READ VATFILE
              IF ERR-VAT = 0
                 MOVE STAWKA-V TO WS-STAWKA-VAT
              END-IF
              CLOSE VATFILE
           END-IF

           MOVE SPACES TO WS-F-PODSTAWA
           IF WS-STAWKA-ZEROWA
              MOVE 0 TO WS-STAWKA-VAT
              STRING "ODWROTNE OBCIAZENIE - USLUGA OPODATKOWANA U "
                     "NABYWCY (ART. 28B USTAWY O VAT)"
                     DELIMITED BY SIZE INTO WS-F-PODSTAWA
           END-IF

           PERFORM 336-WARUNKI-KLIENTA
           .

       336-WARUNKI-KLIENTA.

      *    TERMIN PLATNOSCI I TERMIN SKONTA LICZONE OD DATY FAKTURY
      *    WG WARUNKOW KLIENTA (JAK 121 W FAKTURY.COB)

           MOVE DNI-TERMINU-PLATNOSCI TO WS-DNI-NETTO
           MOVE 0 TO WS-DNI-SKONTA
           MOVE 0 TO WS-PROC-SKONTA
           MOVE SPACES TO WS-F-WARUNKI-O
           IF WS-WARUNKI-KLIENTA NOT = SPACES
              OPEN INPUT WARUNKIFILE
              IF ERR-WP = 0
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
           PERFORM 337-DATA-PLUS-DNI
           MOVE WS-DATA-WYNIK TO WS-DATA-PLATN
           MOVE 0 TO WS-DATA-SKONTA
           IF WS-PROC-SKONTA > 0 AND WS-DNI-SKONTA > 0
              MOVE WS-DNI-SKONTA TO WS-DNI-DODAJ
              PERFORM 337-DATA-PLUS-DNI
              MOVE WS-DATA-WYNIK TO WS-DATA-SKONTA
           ELSE
              MOVE 0 TO WS-PROC-SKONTA
           END-IF
           .

       337-DATA-PLUS-DNI.

           STRING "20" WS-DZIS DELIMITED BY SIZE
                  INTO WS-TERMIN-8
           COMPUTE WS-TERMIN-INT = FUNCTION INTEGER-OF-DATE
                   (WS-TERMIN-8) + WS-DNI-DODAJ
           COMPUTE WS-TERMIN-8 = FUNCTION DATE-OF-INTEGER
                   (WS-TERMIN-INT)
           MOVE WS-TERMIN-8(3:6) TO WS-DATA-WYNIK
           .

       340-DRUKUJ-FAKTURE.

           OPEN EXTEND FAKTFILE
           IF ERR-F NOT = 0
              CLOSE FAKTFILE
              OPEN OUTPUT FAKTFILE
           END-IF
           MOVE "FAKTURA" TO WS-ND-SERIA
           MOVE WS-NR-FAKTURY TO WS-ND-NUMER
           PERFORM 399-TEKST-NUMERU
           MOVE WS-ND-TEKST TO WS-F-NR-O
           MOVE WS-DZIS TO WS-F-DATA-O
           WRITE FAKT-REC FROM WS-F-NAGLOWEK
           WRITE FAKT-REC FROM WS-F-NABYWCA
           WRITE FAKT-REC FROM WS-F-ADRES
           IF WS-F-NIP-O NOT = SPACES
              WRITE FAKT-REC FROM WS-F-NIP
           END-IF
           MOVE SPACES TO WS-LINIA
           STRING "SKLADOWANIE I OBSLUGA TOWARU W DEPOZYCIE "
                  WS-WLASCICIEL " ZA MIESIAC " WS-MIESIAC
                  DELIMITED BY SIZE INTO WS-LINIA
           WRITE FAKT-REC FROM WS-LINIA
           PERFORM VARYING WS-PZ-I FROM 1 BY 1
                   UNTIL WS-PZ-I > WS-PZ-N
              MOVE WS-PZ-OPIS (WS-PZ-I) TO WS-F-OPIS-O
              MOVE WS-PZ-ILOSC (WS-PZ-I) TO WS-F-ILOSC-O
              MOVE WS-PZ-CENA (WS-PZ-I) TO WS-F-CENA-O
              MOVE WS-PZ-NETTO (WS-PZ-I) TO WS-F-WART-O
              MOVE WS-STAWKA-VAT TO WS-F-STAWKA-O
              WRITE FAKT-REC FROM WS-F-POZYCJA
           END-PERFORM
           MOVE WS-SUMA-NETTO TO WS-F-NETTO-O
           MOVE WS-SUMA-VAT TO WS-F-VAT-O
           MOVE WS-SUMA-BRUTTO TO WS-F-BRUTTO-O
           WRITE FAKT-REC FROM WS-F-SUMY
           IF WS-F-PODSTAWA NOT = SPACES
              WRITE FAKT-REC FROM WS-F-PODSTAWA
           END-IF

           DIVIDE WS-SUMA-BRUTTO BY 1 GIVING WS-BRUTTO-ZLOTE
           COMPUTE WS-BRUTTO-GROSZE =
                   (WS-SUMA-BRUTTO - WS-BRUTTO-ZLOTE) * 100
           MOVE SPACES TO WS-SLOWNIE
           CALL "LICZEBNIKI" USING WS-BRUTTO-ZLOTE WS-SLOWNIE
           MOVE WS-SLOWNIE TO WS-F-SLOWNIE-O
           MOVE WS-BRUTTO-GROSZE TO WS-F-GROSZE-O
           WRITE FAKT-REC FROM WS-F-SLOWNIE
           MOVE WS-DATA-PLATN TO WS-F-TERMIN-O
           MOVE WS-DNI-NETTO TO WS-F-DNI-O
           WRITE FAKT-REC FROM WS-F-TERMIN
           MOVE "SZCZEGOLY ROZLICZENIA W ZALACZNIKU DO FAKTURY"
                TO FAKT-REC
           WRITE FAKT-REC
           MOVE SPACES TO FAKT-REC
           WRITE FAKT-REC
           CLOSE FAKTFILE
           .

       345-REJESTR-FAKTUR.

      *    FAKTURA W FakturyNagl (RODZAJ S, BEZ ZAMOWIENIA) I JEJ
      *    POZYCJE USLUG W FakturyPoz

           PERFORM 346-OTWORZ-REJESTR
           IF WS-REJESTR-JEST
              MOVE 0 TO WS-FP-LP
              MOVE "F" TO TYP-FP
              MOVE WS-NR-FAKTURY TO NR-FP
              PERFORM VARYING WS-PZ-I FROM 1 BY 1
                      UNTIL WS-PZ-I > WS-PZ-N
                 ADD 1 TO WS-FP-LP
                 MOVE WS-FP-LP TO LP-FP
                 MOVE 0 TO NR-ZAM-FP
                 MOVE 0 TO LP-ZAM-FP
                 MOVE SPACES TO TOWAR-FP
                 MOVE SPACES TO LOKALIZACJA-FP
                 MOVE WS-PZ-OPIS (WS-PZ-I) TO OPIS-FP
                 MOVE WS-PZ-ILOSC (WS-PZ-I) TO ILOSC-FP
                 MOVE WS-PZ-CENA (WS-PZ-I) TO CENA-FP
                 MOVE 0 TO ILOSC-PRZED-FP
                 MOVE 0 TO CENA-PRZED-FP
                 MOVE WS-STAWKA-VAT TO STAWKA-FP
                 MOVE WS-PZ-NETTO (WS-PZ-I) TO NETTO-FP
                 MOVE WS-PZ-VAT (WS-PZ-I) TO VAT-FP
                 WRITE FP-REC
                 IF ERR-FP NOT = 0
                    DISPLAY "UWAGA: ZAPIS POZYCJI FAKTURY "
                            WS-NR-FAKTURY " W FakturyPoz - KOD "
                            ERR-FP
                 END-IF
              END-PERFORM
              MOVE 1 TO LICZBA-STAWEK-FN
              MOVE WS-STAWKA-VAT TO STAWKA-FN (1)
              MOVE WS-SUMA-NETTO TO NETTO-ST-FN (1)
              MOVE WS-SUMA-VAT TO VAT-ST-FN (1)
              PERFORM VARYING WS-ST-I FROM 2 BY 1
                      UNTIL WS-ST-I > 10
                 MOVE 0 TO STAWKA-FN (WS-ST-I)
                 MOVE 0 TO NETTO-ST-FN (WS-ST-I)
                 MOVE 0 TO VAT-ST-FN (WS-ST-I)
              END-PERFORM

              MOVE "F" TO TYP-FN
              MOVE WS-NR-FAKTURY TO NR-FN
              MOVE "S" TO RODZAJ-FN
              MOVE WS-DZIS TO DATA-FN
              MOVE WS-F-KLIENT-O TO KOD-KLIENTA-FN
              MOVE WS-F-NAZWA-O TO NAZWA-FN
              MOVE WS-F-ADRES-O TO ADRES-FN
              MOVE WS-F-NIP-O TO NIP-FN
              MOVE WS-F-KRAJ-O TO KRAJ-FN
              MOVE WS-NABYWCA-VAT TO VAT-NABYWCY-FN
              MOVE 0 TO NR-ZAM-FN
              MOVE 0 TO NR-ORYG-FN
              MOVE WS-DATA-PLATN TO DATA-PLATN-FN
              MOVE WS-DATA-SKONTA TO DATA-SKONTA-FN
              MOVE WS-PROC-SKONTA TO PROC-SKONTA-FN
              MOVE "PLN" TO WALUTA-FN
              MOVE 0 TO KURS-FN
              MOVE WS-SUMA-NETTO TO NETTO-FN
              MOVE WS-SUMA-VAT TO VAT-FN
              MOVE WS-SUMA-BRUTTO TO BRUTTO-FN
              MOVE 0 TO ZALICZKI-FN
              MOVE WS-SUMA-BRUTTO TO DO-ZAPLATY-FN
              MOVE 0 TO WARTOSC-ODN-FN
              MOVE WS-FP-LP TO LICZBA-POZ-FN
              IF WS-F-PODSTAWA NOT = SPACES
                 MOVE WS-F-PODSTAWA TO OPIS-FN
              ELSE
                 MOVE SPACES TO OPIS-FN
                 STRING "SKLADOWANIE I OBSLUGA " WS-WLASCICIEL
                        " ZA MIESIAC " WS-MIESIAC
                        DELIMITED BY SIZE INTO OPIS-FN
              END-IF
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
           MOVE WS-DZIS TO WS-RJ-DATA-O
           MOVE WS-NR-FAKTURY TO WS-RJ-FAKT-O
           MOVE WS-KLIENT TO WS-RJ-KLIENT-O
           MOVE WS-STAWKA-VAT TO WS-RJ-STAWKA-O
           MOVE WS-SUMA-NETTO TO WS-RJ-NETTO-O
           MOVE WS-SUMA-VAT TO WS-RJ-VAT-O
           MOVE WS-NABYWCA-VAT TO WS-RJ-RODZAJ-O
           WRITE REJ-REC FROM WS-REJ-LINIA
           CLOSE REJFILE
           .

       370-ZAPISZ-ROZRACHUNEK.

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
              MOVE WS-KLIENT TO KOD-KLIENTA-R
              MOVE WS-DZIS TO DATA-FAKTURY-R
              MOVE WS-DATA-PLATN TO DATA-PLATN-R
              MOVE WS-SUMA-BRUTTO TO KWOTA-BRUTTO-R
              MOVE 0 TO KWOTA-ZAPLAC-R
              MOVE "O" TO STATUS-R
              MOVE 0 TO POZIOM-MONITU-R
              MOVE WS-DATA-SKONTA TO DATA-SKONTA-R
              MOVE WS-PROC-SKONTA TO PROC-SKONTA-R
              WRITE ROZR-REC
              IF ERR-R NOT = 0
                 DISPLAY "UWAGA: ZAPIS ROZRACHUNKU FAKTURY "
                         WS-NR-FAKTURY " - KOD " ERR-R
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       380-ZAPISZ-ROZLICZENIE.

           OPEN EXTEND ROZLFILE
           IF ERR-RL NOT = 0
              CLOSE ROZLFILE
              OPEN OUTPUT ROZLFILE
           END-IF
           MOVE WS-MIESIAC TO WS-RL-MIESIAC-O
           MOVE WS-WLASCICIEL TO WS-RL-WLASC-O
           MOVE WS-NR-FAKTURY TO WS-RL-FAKT-O
           MOVE WS-DZIS TO WS-RL-DATA-O
           MOVE WS-SUMA-NETTO TO WS-RL-NETTO-O
           WRITE ROZL-REC FROM WS-ROZL-LINIA
           CLOSE ROZLFILE
           .

       390-ZALACZNIK.

      *    DRUGI PRZEBIEG LICZENIA Z WYDRUKIEM KAZDEJ POZYCJI

           OPEN EXTEND ZALACZFILE
           IF ERR-ZA NOT = 0
              CLOSE ZALACZFILE
              OPEN OUTPUT ZALACZFILE
           END-IF
           MOVE SPACES TO ZALACZ-REC
           STRING "ZALACZNIK DO FAKTURY " WS-F-NR-O
                  " - WLASCICIEL " WS-WLASCICIEL
                  " KLIENT " WS-KLIENT
                  " MIESIAC " WS-MIESIAC
                  DELIMITED BY SIZE INTO ZALACZ-REC
           WRITE ZALACZ-REC
           MOVE "T" TO WS-DRUK
           PERFORM 310-ZLICZ-AKTYWNOSC
           MOVE "N" TO WS-DRUK
           MOVE SPACES TO ZALACZ-REC
           WRITE ZALACZ-REC
           CLOSE ZALACZFILE
           .

       395-SUMA-ZALACZNIKA.

      *    SUMA SEKCJI WS-PZ-I (1 SKLADOWANIE, 2 PRZYJECIA,
      *    3 KOMPLETACJA, 4 PALETY) WG STAWKI Z TARYFY

           EVALUATE WS-PZ-I
              WHEN 1
                 IF WS-TR-ZA-LOKALIZACJE (WS-TR-I)
                    MOVE WS-LOKALIZACJODNI TO WS-ZA-S-ILOSC-O
                    COMPUTE WS-ZA-S-KWOTA-O ROUNDED =
                            WS-LOKALIZACJODNI * WS-TR-ST-DZIEN (WS-TR-I)
                 ELSE
                    MOVE WS-PALETODNI TO WS-ZA-S-ILOSC-O
                    COMPUTE WS-ZA-S-KWOTA-O ROUNDED =
                            WS-PALETODNI * WS-TR-ST-DZIEN (WS-TR-I)
                 END-IF
                 MOVE WS-TR-ST-DZIEN (WS-TR-I) TO WS-ZA-S-CENA-O
              WHEN 2
                 MOVE WS-LINII-PRZYJEC TO WS-ZA-S-ILOSC-O
                 MOVE WS-TR-ST-PRZYJ (WS-TR-I) TO WS-ZA-S-CENA-O
                 COMPUTE WS-ZA-S-KWOTA-O ROUNDED =
                         WS-LINII-PRZYJEC * WS-TR-ST-PRZYJ (WS-TR-I)
              WHEN 3
                 MOVE WS-LINII-KOMPL TO WS-ZA-S-ILOSC-O
                 MOVE WS-TR-ST-KOMPL (WS-TR-I) TO WS-ZA-S-CENA-O
                 COMPUTE WS-ZA-S-KWOTA-O ROUNDED =
                         WS-LINII-KOMPL * WS-TR-ST-KOMPL (WS-TR-I)
              WHEN OTHER
                 MOVE WS-PALET-WYDANYCH TO WS-ZA-S-ILOSC-O
                 MOVE WS-TR-ST-PALETA (WS-TR-I) TO WS-ZA-S-CENA-O
                 COMPUTE WS-ZA-S-KWOTA-O ROUNDED =
                         WS-PALET-WYDANYCH * WS-TR-ST-PALETA (WS-TR-I)
           END-EVALUATE
           WRITE ZALACZ-REC FROM WS-ZA-SUMA
           .

       399-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .
