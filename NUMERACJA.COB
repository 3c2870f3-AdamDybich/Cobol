       IDENTIFICATION DIVISION.

      *    NUMERACJA - MIESIECZNY AUDYT CIAGLOSCI NUMERACJI
      *    DOKUMENTOW (KROK LANCUCHA KONIECDNIA Z CZESTOTLIWOSCIA
      *    M). DLA KAZDEJ AUDYTOWANEJ SERII Z NumeryKontrolne
      *    ZBIERA NUMERY DOKUMENTOW FAKTYCZNIE ZAPISANYCH:
      *       FAKTURA    - Rozrachunki, RejestrSprzedazy.txt,
      *                    FakturyNagl (F)
      *       KOREKTA    - RejestrKorekt.txt, FakturyNagl (K)
      *       NOTAODS    - Rozrachunki (NUMER 9000000 + NOTA)
      *       ZAMOWIENIE - Zamowienia
      *       WZ / PZ / MM / RW - NAGLOWKI "XX NR " W
      *                    DokumentyWZ/PZ/MM/RW.txt
      *       PALETA     - Palety
      *       FZAKUP     - FakturyZakupu
      *       PO         - ZamowieniaPOM
      *    ORAZ Z ArchiwumIndeks DOKUMENTY PRZENIESIONE PRZEZ
      *    ARCHIWUM DO ARCHIWOW ROCZNYCH (ZAMOWIENIE, FAKTURA /
      *    NOTAODS, PO) - ICH NUMERY NIE SA LUKAMI
      *    I RAPORTUJE: BRAKUJACE NUMERY (ZAKRESY OD 1 DO
      *    NASTEPNY-N - 1, KTORYCH NIE MA W ZADNYM ZRODLE),
      *    DUPLIKATY (TEN SAM NUMER DWA RAZY W JEDNYM ZRODLE ALBO
      *    Z INNA DATA / KONTRAHENTEM W ROZNYCH ZRODLACH) ORAZ
      *    NUMERY NIE MNIEJSZE NIZ ZAPISANY NASTEPNY-N. LINIE
      *    REJESTROW TEKSTOWYCH PISANE DLA JEDNEGO DOKUMENTU
      *    (KOLEJNE STAWKI TEJ SAMEJ FAKTURY) LICZA SIE RAZ.
      *    WYDRUK DO AudytNumeracji-RRMM-NNNNNNN.txt (NUMER
      *    PRZEBIEGU Z SERII RAPORT) Z WPISEM W
      *    RejestrRaportow.txt - DO PRZEKAZANIA AUDYTOROWI.
      *    SERIA Z NUMERACJA ROCZNA (NumeryRoczne, NUMERYROK)
      *    JEST AUDYTOWANA OSOBNO DLA KAZDEGO ROKU: OD RR00001 DO
      *    LICZNIKA KONCOWEGO ZAMKNIETEGO ROKU (ALBO NASTEPNY-N
      *    W ROKU OTWARTYM), NUMERY SPRZED PRZELACZENIA - DO
      *    OWCZESNEGO LICZNIKA; NUMERY NA WYDRUKU W POSTACI
      *    PREFIKS/KKKKK/RRRR
      *    PARAMETR: RRMM (PUSTE = BIEZACY MIESIAC) - OKRES NA
      *    WYDRUKU; AUDYT OBEJMUJE ZAWSZE CALE SERIE. ZNALEZIONE
      *    LUKI NIE PRZERYWAJA LANCUCHA (RETURN-CODE 0), RC 8
      *    TYLKO GDY WYDRUK NIE MOZE POWSTAC

       PROGRAM-ID. NUMERACJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               STATUS ERR-R.

           SELECT REJFILE ASSIGN TO "RejestrSprzedazy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-REJ.

           SELECT REJKFILE ASSIGN TO "RejestrKorekt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RK.

           SELECT FNFILE ASSIGN TO "FakturyNagl"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FN
               STATUS ERR-FN.

           SELECT ZAMOWFILE ASSIGN TO "Zamowienia"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-Z.

           SELECT DOKFILE ASSIGN TO WS-DOK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-D.

           SELECT PALETYFILE ASSIGN TO "Palety"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PALETY
               STATUS ERR-PL.

           SELECT FZFILE ASSIGN TO "FakturyZakupu"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FZ
               STATUS ERR-FZ.

           SELECT POMFILE ASSIGN TO "ZamowieniaPOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO
               STATUS ERR-POM.

           SELECT ROCZNEFILE ASSIGN TO "NumeryRoczne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-R
               STATUS ERR-RO.

           SELECT WYDRUKFILE ASSIGN TO WS-WYDRUK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT REJRAPFILE ASSIGN TO "RejestrRaportow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RR.

           SELECT ARCHINDFILE ASSIGN TO "ArchiwumIndeks"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-AI
               STATUS ERR-AI.

           SELECT SORTFILE ASSIGN TO "NumeracjaSort".

       DATA DIVISION.

       FILE SECTION.

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

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

       FD REJFILE.
       01 REJ-REC PIC X(70).

       FD REJKFILE.
       01 REJK-REC PIC X(70).

      *    REJESTR FAKTUR I KOREKT - NAGLOWEK (TYP F = SERIA
      *    FAKTURA, K = SERIA KOREKTA)

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

       FD DOKFILE.
       01 DOK-REC PIC X(120).

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

       FD FZFILE  BLOCK CONTAINS 0.
       01 FZ-REC.
          05 NR-FZ           PIC 9(7).
          05 KOD-DOSTAWCY-F  PIC X(10).
          05 NR-OBCY-F       PIC X(15).
          05 DATA-FZ         PIC 9(6).
          05 DATA-PLATN-F    PIC 9(6).
          05 WALUTA-F        PIC X(3).
          05 LICZBA-LINII-F  PIC 9(3).
          05 SUMA-NETTO-F    PIC 9(11)V99.
          05 STATUS-FZ       PIC X(1).
             88 FZ-WPROWADZONA  VALUE "W".
             88 FZ-ROZBIEZNA    VALUE "R".
             88 FZ-ZATWIERDZONA VALUE "Z".
             88 FZ-ZAPLACONA    VALUE "P".

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
          05 TYP-PO-P         PIC X(1).
             88 PO-DROPSHIP       VALUE "D".
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

      *    SERIA Z NUMERACJA ROCZNA: PREFIKS NUMERU, OTWARTY ROK,
      *    PIERWSZY NUMER W POSTACI ROCZNEJ, LICZNIK SPRZED
      *    PRZELACZENIA I LICZNIKI ZAMKNIETYCH LAT

       FD ROCZNEFILE  BLOCK CONTAINS 0.
       01 ROCZNE-REC.
          05 SERIA-R            PIC X(10).
          05 PREFIKS-R          PIC X(4).
          05 ROK-R              PIC 9(2).
          05 PIERWSZY-R         PIC 9(7).
          05 STARY-NASTEPNY-R   PIC 9(7).
          05 LICZBA-LAT-R       PIC 9(2).
          05 LATA-R OCCURS 20.
             10 ROK-ZAM-R       PIC 9(2).
             10 NASTEPNY-ZAM-R  PIC 9(7).

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(132).

       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).

       FD ARCHINDFILE  BLOCK CONTAINS 0.
       01 ARCHIND-REC.
          05 KLUCZ-AI.
             10 TYP-AI       PIC X(1).
             10 NR-AI        PIC 9(7).
          05 ROK-AI          PIC 9(2).
          05 DATA-DOK-AI     PIC 9(6).
          05 KONTR-AI        PIC X(10).
          05 DATA-ARCH-AI    PIC 9(6).

      *    JEDEN REKORD NA WYSTAPIENIE NUMERU W ZRODLE; SORT WG
      *    SERII, NUMERU I ZRODLA

       SD SORTFILE.
       01 SORT-REC.
          05 SERIA-S         PIC X(10).
          05 NR-S            PIC 9(7).
          05 ZRODLO-S        PIC X(20).
          05 DATA-S          PIC 9(6).
          05 KONTR-S         PIC X(10).

       WORKING-STORAGE SECTION.
       01 ERR-N PIC 99.
       01 ERR-R PIC 99.
       01 ERR-REJ PIC 99.
       01 ERR-RK PIC 99.
       01 ERR-FN PIC 99.
       01 ERR-Z PIC 99.
       01 ERR-D PIC 99.
       01 ERR-PL PIC 99.
       01 ERR-FZ PIC 99.
       01 ERR-POM PIC 99.
       01 ERR-RO PIC 99.
       01 ERR-AI PIC 99.
       01 ERR-W PIC 99.
       01 ERR-RR PIC 99.

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

       01 WS-PARAM PIC X(10).
       01 WS-MIESIAC PIC 9(4).
       01 WS-DZIS PIC 9(6).
       01 WS-WYDRUK-NAZWA PIC X(40).
       01 WS-LINIA-WYJSCIE PIC X(132).
       01 BAZA-NUMERU-NOTY PIC 9(7) VALUE 9000000.

      *    AUDYTOWANE SERIE: LICZNIK Z NumeryKontrolne I WYNIKI

       01 WS-SR-N PIC 9(2) VALUE 11.
       01 WS-SR-I PIC 9(2).
       01 WS-SR-NAZWY.
          05 FILLER PIC X(10) VALUE "FAKTURA".
          05 FILLER PIC X(10) VALUE "KOREKTA".
          05 FILLER PIC X(10) VALUE "NOTAODS".
          05 FILLER PIC X(10) VALUE "ZAMOWIENIE".
          05 FILLER PIC X(10) VALUE "WZ".
          05 FILLER PIC X(10) VALUE "PZ".
          05 FILLER PIC X(10) VALUE "MM".
          05 FILLER PIC X(10) VALUE "RW".
          05 FILLER PIC X(10) VALUE "PALETA".
          05 FILLER PIC X(10) VALUE "FZAKUP".
          05 FILLER PIC X(10) VALUE "PO".
       01 WS-SR-NAZWY-TAB REDEFINES WS-SR-NAZWY.
          05 WS-SR-NAZWA-STALA PIC X(10) OCCURS 11.
       01 WS-SR-TAB OCCURS 11.
          05 WS-SR-NAZWA      PIC X(10).
          05 WS-SR-NASTEPNY   PIC 9(7).
          05 WS-SR-LICZNIK    PIC X(1).
             88 WS-SR-MA-LICZNIK VALUE "T".
          05 WS-SR-WIDZIANA   PIC X(1).
          05 WS-SR-DOKUMENTOW PIC 9(7).
          05 WS-SR-BRAKOW     PIC 9(7).
          05 WS-SR-DUPLIKATOW PIC 9(5).
          05 WS-SR-POWYZEJ    PIC 9(5).
          05 WS-SR-ROCZNA     PIC X(1).
             88 WS-SR-JEST-ROCZNA VALUE "T".
          05 WS-SR-PREFIKS    PIC X(4).
          05 WS-SR-ROK        PIC 9(2).
          05 WS-SR-PIERWSZY   PIC 9(7).
          05 WS-SR-STARY      PIC 9(7).
          05 WS-SR-LICZBA-LAT PIC 9(2).
          05 WS-SR-LATA OCCURS 20.
             10 WS-SR-ROK-ZAM  PIC 9(2).
             10 WS-SR-NAST-ZAM PIC 9(7).

      *    BIEZACA SERIA I BIEZACY NUMER W PROCEDURZE WYJSCIOWEJ

       01 WS-SORT-EOF PIC X(1).
          88 WS-SORT-KONIEC VALUE "T".
       01 WS-SERIA-BIEZ PIC X(10).
       01 WS-SERIA-IDX PIC 9(2).
       01 WS-NASTEPNY PIC 9(7).
       01 WS-OST-NR PIC 9(7).
       01 WS-GRUPA PIC X(1).
          88 WS-GRUPA-OTWARTA VALUE "T".
       01 WS-GR-NR PIC 9(7).
       01 WS-GR-ZRODLO PIC X(20).
       01 WS-GR-DATA PIC 9(6).
       01 WS-GR-KONTR PIC X(10).
       01 WS-GR-ZRODLO-DATY PIC X(20).
       01 WS-GR-DUPL PIC X(1).
          88 WS-GR-JEST-DUPLIKAT VALUE "T".
       01 WS-GR-DUPL-ZRODLO PIC X(20).
       01 WS-GR-KONFLIKT PIC X(1).
          88 WS-GR-JEST-KONFLIKT VALUE "T".
       01 WS-GR-KONFL-ZRODLO PIC X(20).
       01 WS-GR-KONFL-DATA PIC 9(6).
       01 WS-GR-KONFL-KONTR PIC X(10).
       01 WS-LUKA-OD PIC 9(7).
       01 WS-LUKA-DO PIC 9(7).
       01 WS-LUKA-ILE PIC 9(7).

      *    ODCINEK NUMERACJI W SERII: 0 = CALA SERIA (ALBO NUMERY
      *    SPRZED NUMERACJI ROCZNEJ), INACZEJ ROK NUMERACJI ROCZNEJ

       01 WS-SEG PIC 9(2).
       01 WS-SEG-BIEZ PIC 9(2).
       01 WS-SEG-OTWARTY PIC X(1).
          88 WS-JEST-SEGMENT VALUE "T".
       01 WS-SEG-START PIC 9(7).
       01 WS-SEG-GORA PIC 9(7).
       01 WS-SEG-GRANICA PIC X(1).
          88 WS-SEG-MA-GORE VALUE "T".
       01 WS-SEG-J PIC 9(2).
       01 WS-SEG-LAT PIC 9(2).
       01 WS-WIDZ-LEG PIC X(1).
       01 WS-WIDZ-ROK PIC X(1).
       01 WS-WIDZ-LATA-TAB.
          05 WS-WIDZ-LATA PIC X(1) OCCURS 20.

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).
       01 WS-GR-TEKST PIC X(16).

      *    ZRODLA TEKSTOWE: KOLEJNE LINIE TEGO SAMEGO DOKUMENTU
      *    (NP. LINIE STAWEK JEDNEJ FAKTURY) SA JEDNYM WYSTAPIENIEM

       01 WS-POPRZ-NR PIC 9(7).
       01 WS-POPRZ-DATA PIC 9(6).
       01 WS-POPRZ-KONTR PIC X(10).

       01 WS-REJ-LINIA.
          05 WS-RJ-DATA-O   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-RJ-FAKT-O   PIC 9(7).
          05 FILLER         PIC X.
          05 WS-RJ-KLIENT-O PIC X(10).
          05 FILLER         PIC X(44).
       01 WS-REJK-LINIA.
          05 WS-RK-DATA-O   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-RK-NR-O     PIC 9(7).
          05 FILLER         PIC X.
          05 WS-RK-ORYG-O   PIC 9(7).
          05 FILLER         PIC X.
          05 WS-RK-KLIENT-O PIC X(10).
          05 FILLER         PIC X(37).

      *    DokumentyWZ/PZ/MM/RW.txt: NAGLOWEK "XX NR nnnnnnn  DATA
      *    rrmmdd" (PZ DODATKOWO "  DOSTAWCA kod")

       01 WS-DOK-NAZWA PIC X(30).
       01 WS-DOK-PREFIKS PIC X(6).
       01 WS-DOK-SERIA PIC X(10).
       01 WS-DOK-LINIA.
          05 WS-DK-PREFIKS-A PIC X(6).
          05 WS-DK-NR-A      PIC X(7).
          05 FILLER          PIC X(7).
          05 WS-DK-DATA-A    PIC X(6).
          05 FILLER          PIC X(11).
          05 WS-DK-KONTR-A   PIC X(10).
          05 FILLER          PIC X(73).

       01 WS-W-SERIA.
          05 FILLER          PIC X(7) VALUE "SERIA: ".
          05 WS-WS-SERIA-O   PIC X(10).
          05 FILLER          PIC X(20)
             VALUE "  NASTEPNY NUMER:   ".
          05 WS-WS-NAST-O    PIC 9(7).
       01 WS-W-LUKA.
          05 FILLER          PIC X(17)
             VALUE "  BRAK NUMEROW   ".
          05 WS-WL-OD-O      PIC X(16).
          05 FILLER          PIC X(3) VALUE " - ".
          05 WS-WL-DO-O      PIC X(16).
          05 FILLER          PIC X(3) VALUE " (".
          05 WS-WL-ILE-O     PIC Z(6)9.
          05 FILLER          PIC X(6) VALUE " SZT.)".
       01 WS-W-PODSUMOWANIE.
          05 WS-WP-SERIA-O   PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WP-NAST-O    PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WP-DOK-O     PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WP-BRAK-O    PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WP-DUPL-O    PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WP-POW-O     PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WP-UWAGA-O   PIC X(30).

       01 WS-RAZEM-BRAKOW PIC 9(7) VALUE 0.
       01 WS-RAZEM-DUPL PIC 9(7) VALUE 0.
       01 WS-RAZEM-POWYZEJ PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           IF WS-PARAM(1:4) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(1:4)) = 0
              COMPUTE WS-MIESIAC = FUNCTION NUMVAL (WS-PARAM(1:4))
           ELSE
              MOVE WS-DZIS(1:4) TO WS-MIESIAC
           END-IF

           DISPLAY "AUDYT NUMERACJI DOKUMENTOW ZA " WS-MIESIAC

           PERFORM 100-WCZYTAJ-LICZNIKI
           PERFORM 996-NUMER-RAPORTU
           MOVE SPACES TO WS-WYDRUK-NAZWA
           STRING "AudytNumeracji-" WS-MIESIAC "-" WS-KR-NR ".txt"
                  DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA

           OPEN OUTPUT WYDRUKFILE
           IF ERR-W NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU WYDRUKU - KOD "
                      ERR-W
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "AUDYT CIAGLOSCI NUMERACJI DOKUMENTOW - OKRES "
                  WS-MIESIAC " - STAN NA " WS-DZIS
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE

           SORT SORTFILE ON ASCENDING KEY SERIA-S NR-S ZRODLO-S
                INPUT PROCEDURE IS 200-ZBIERZ-NUMERY
                OUTPUT PROCEDURE IS 400-SPRAWDZ-NUMERY

           PERFORM 500-SERIE-BEZ-DOKUMENTOW
           PERFORM 600-PODSUMOWANIE

           CLOSE WYDRUKFILE
           DISPLAY "RAPORT ZAPISANY DO: " WS-WYDRUK-NAZWA
           MOVE "NUMERACJ" TO WS-KR-PROGRAM
           MOVE WS-MIESIAC TO WS-KR-PARAMETRY
           PERFORM 995-REJESTR-RAPORTU

           STOP RUN
           .

       900-PISZ-LINIE.

           WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           DISPLAY WS-LINIA-WYJSCIE
           .

       100-WCZYTAJ-LICZNIKI.

      *    STAN LICZNIKOW PRZED POBRANIEM NUMERU TEGO RAPORTU -
      *    SERIA BEZ REKORDU W NumeryKontrolne NIE MA GORNEJ
      *    GRANICY (SPRAWDZANE SA TYLKO LUKI MIEDZY NUMERAMI)

           PERFORM VARYING WS-SR-I FROM 1 BY 1
                   UNTIL WS-SR-I > WS-SR-N
              MOVE WS-SR-NAZWA-STALA (WS-SR-I) TO WS-SR-NAZWA (WS-SR-I)
              MOVE 0 TO WS-SR-NASTEPNY (WS-SR-I)
              MOVE "N" TO WS-SR-LICZNIK (WS-SR-I)
              MOVE "N" TO WS-SR-WIDZIANA (WS-SR-I)
              MOVE 0 TO WS-SR-DOKUMENTOW (WS-SR-I)
              MOVE 0 TO WS-SR-BRAKOW (WS-SR-I)
              MOVE 0 TO WS-SR-DUPLIKATOW (WS-SR-I)
              MOVE 0 TO WS-SR-POWYZEJ (WS-SR-I)
              MOVE "N" TO WS-SR-ROCZNA (WS-SR-I)
              MOVE 0 TO WS-SR-LICZBA-LAT (WS-SR-I)
           END-PERFORM

           OPEN INPUT NUMERYFILE
           IF ERR-N NOT = 0
              DISPLAY "BRAK PLIKU NumeryKontrolne - KOD " ERR-N
           ELSE
              PERFORM VARYING WS-SR-I FROM 1 BY 1
                      UNTIL WS-SR-I > WS-SR-N
                 MOVE WS-SR-NAZWA (WS-SR-I) TO SERIA-N
                 READ NUMERYFILE
                 IF ERR-N = 0
                    MOVE NASTEPNY-N TO WS-SR-NASTEPNY (WS-SR-I)
                    MOVE "T" TO WS-SR-LICZNIK (WS-SR-I)
                 END-IF
              END-PERFORM
              CLOSE NUMERYFILE
           END-IF

           OPEN INPUT ROCZNEFILE
           IF ERR-RO = 0
              PERFORM VARYING WS-SR-I FROM 1 BY 1
                      UNTIL WS-SR-I > WS-SR-N
                 MOVE WS-SR-NAZWA (WS-SR-I) TO SERIA-R
                 READ ROCZNEFILE
                 IF ERR-RO = 0
                    MOVE "T" TO WS-SR-ROCZNA (WS-SR-I)
                    MOVE PREFIKS-R TO WS-SR-PREFIKS (WS-SR-I)
                    MOVE ROK-R TO WS-SR-ROK (WS-SR-I)
                    MOVE PIERWSZY-R TO WS-SR-PIERWSZY (WS-SR-I)
                    MOVE STARY-NASTEPNY-R TO WS-SR-STARY (WS-SR-I)
                    MOVE LICZBA-LAT-R TO WS-SR-LICZBA-LAT (WS-SR-I)
                    PERFORM VARYING WS-SEG-J FROM 1 BY 1
                            UNTIL WS-SEG-J > 20
                       MOVE ROK-ZAM-R (WS-SEG-J)
                            TO WS-SR-ROK-ZAM (WS-SR-I, WS-SEG-J)
                       MOVE NASTEPNY-ZAM-R (WS-SEG-J)
                            TO WS-SR-NAST-ZAM (WS-SR-I, WS-SEG-J)
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE ROCZNEFILE
           END-IF
           .

       200-ZBIERZ-NUMERY.

           PERFORM 210-ROZRACHUNKI
           PERFORM 215-REJESTR-SPRZEDAZY
           PERFORM 220-REJESTR-FAKTUR
           PERFORM 225-REJESTR-KOREKT
           PERFORM 230-ZAMOWIENIA

           MOVE "DokumentyWZ.txt" TO WS-DOK-NAZWA
           MOVE "WZ NR " TO WS-DOK-PREFIKS
           MOVE "WZ" TO WS-DOK-SERIA
           PERFORM 240-DOKUMENTY-TEKSTOWE
           MOVE "DokumentyPZ.txt" TO WS-DOK-NAZWA
           MOVE "PZ NR " TO WS-DOK-PREFIKS
           MOVE "PZ" TO WS-DOK-SERIA
           PERFORM 240-DOKUMENTY-TEKSTOWE
           MOVE "DokumentyMM.txt" TO WS-DOK-NAZWA
           MOVE "MM NR " TO WS-DOK-PREFIKS
           MOVE "MM" TO WS-DOK-SERIA
           PERFORM 240-DOKUMENTY-TEKSTOWE
           MOVE "DokumentyRW.txt" TO WS-DOK-NAZWA
           MOVE "RW NR " TO WS-DOK-PREFIKS
           MOVE "RW" TO WS-DOK-SERIA
           PERFORM 240-DOKUMENTY-TEKSTOWE

           PERFORM 250-PALETY
           PERFORM 255-FAKTURY-ZAKUPU
           PERFORM 260-ZAMOWIENIA-PO
           PERFORM 270-ARCHIWUM
           .

       210-ROZRACHUNKI.

           OPEN INPUT ROZRFILE
           IF ERR-R = 0
              MOVE 0 TO NR-FAKTURY-R
              START ROZRFILE KEY NOT < NR-FAKTURY-R
              IF ERR-R = 0
                 READ ROZRFILE NEXT
                 PERFORM UNTIL ERR-R > 0
                    IF NR-FAKTURY-R < BAZA-NUMERU-NOTY
                       MOVE "FAKTURA" TO SERIA-S
                       MOVE NR-FAKTURY-R TO NR-S
                    ELSE
                       MOVE "NOTAODS" TO SERIA-S
                       COMPUTE NR-S =
                               NR-FAKTURY-R - BAZA-NUMERU-NOTY
                    END-IF
                    MOVE "Rozrachunki" TO ZRODLO-S
                    MOVE DATA-FAKTURY-R TO DATA-S
                    MOVE KOD-KLIENTA-R TO KONTR-S
                    RELEASE SORT-REC
                    READ ROZRFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       215-REJESTR-SPRZEDAZY.

           OPEN INPUT REJFILE
           IF ERR-REJ = 0
              MOVE 0 TO WS-POPRZ-NR
              MOVE SPACES TO WS-REJ-LINIA
              READ REJFILE INTO WS-REJ-LINIA
              PERFORM UNTIL ERR-REJ > 0
                 IF WS-RJ-FAKT-O IS NUMERIC
                    AND WS-RJ-DATA-O IS NUMERIC
                    IF WS-RJ-FAKT-O NOT = WS-POPRZ-NR
                       OR WS-RJ-DATA-O NOT = WS-POPRZ-DATA
                       OR WS-RJ-KLIENT-O NOT = WS-POPRZ-KONTR
                       MOVE "FAKTURA" TO SERIA-S
                       MOVE WS-RJ-FAKT-O TO NR-S
                       MOVE "RejestrSprzedazy.txt" TO ZRODLO-S
                       MOVE WS-RJ-DATA-O TO DATA-S
                       MOVE WS-RJ-KLIENT-O TO KONTR-S
                       RELEASE SORT-REC
                    END-IF
                    MOVE WS-RJ-FAKT-O TO WS-POPRZ-NR
                    MOVE WS-RJ-DATA-O TO WS-POPRZ-DATA
                    MOVE WS-RJ-KLIENT-O TO WS-POPRZ-KONTR
                 END-IF
                 MOVE SPACES TO WS-REJ-LINIA
                 READ REJFILE INTO WS-REJ-LINIA
              END-PERFORM
              CLOSE REJFILE
           END-IF
           .

       220-REJESTR-FAKTUR.

           OPEN INPUT FNFILE
           IF ERR-FN = 0
              MOVE LOW-VALUES TO KLUCZ-FN
              START FNFILE KEY NOT < KLUCZ-FN
              IF ERR-FN = 0
                 READ FNFILE NEXT
                 PERFORM UNTIL ERR-FN > 0
                    IF FN-FAKTURA
                       MOVE "FAKTURA" TO SERIA-S
                    ELSE
                       MOVE "KOREKTA" TO SERIA-S
                    END-IF
                    MOVE NR-FN TO NR-S
                    MOVE "FakturyNagl" TO ZRODLO-S
                    MOVE DATA-FN TO DATA-S
                    MOVE KOD-KLIENTA-FN TO KONTR-S
                    RELEASE SORT-REC
                    READ FNFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE FNFILE
           END-IF
           .

       225-REJESTR-KOREKT.

           OPEN INPUT REJKFILE
           IF ERR-RK = 0
              MOVE 0 TO WS-POPRZ-NR
              MOVE SPACES TO WS-REJK-LINIA
              READ REJKFILE INTO WS-REJK-LINIA
              PERFORM UNTIL ERR-RK > 0
                 IF WS-RK-NR-O IS NUMERIC
                    AND WS-RK-DATA-O IS NUMERIC
                    IF WS-RK-NR-O NOT = WS-POPRZ-NR
                       OR WS-RK-DATA-O NOT = WS-POPRZ-DATA
                       OR WS-RK-KLIENT-O NOT = WS-POPRZ-KONTR
                       MOVE "KOREKTA" TO SERIA-S
                       MOVE WS-RK-NR-O TO NR-S
                       MOVE "RejestrKorekt.txt" TO ZRODLO-S
                       MOVE WS-RK-DATA-O TO DATA-S
                       MOVE WS-RK-KLIENT-O TO KONTR-S
                       RELEASE SORT-REC
                    END-IF
                    MOVE WS-RK-NR-O TO WS-POPRZ-NR
                    MOVE WS-RK-DATA-O TO WS-POPRZ-DATA
                    MOVE WS-RK-KLIENT-O TO WS-POPRZ-KONTR
                 END-IF
                 MOVE SPACES TO WS-REJK-LINIA
                 READ REJKFILE INTO WS-REJK-LINIA
              END-PERFORM
              CLOSE REJKFILE
           END-IF
           .

       230-ZAMOWIENIA.

           OPEN INPUT ZAMOWFILE
           IF ERR-Z = 0
              MOVE 0 TO NR-ZAMOWIENIA
              START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
              IF ERR-Z = 0
                 READ ZAMOWFILE NEXT
                 PERFORM UNTIL ERR-Z > 0
                    MOVE "ZAMOWIENIE" TO SERIA-S
                    MOVE NR-ZAMOWIENIA TO NR-S
                    MOVE "Zamowienia" TO ZRODLO-S
                    MOVE DATA-ZAM TO DATA-S
                    MOVE KOD-KLIENTA-Z TO KONTR-S
                    RELEASE SORT-REC
                    READ ZAMOWFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZAMOWFILE
           END-IF
           .

       240-DOKUMENTY-TEKSTOWE.

           OPEN INPUT DOKFILE
           IF ERR-D = 0
              MOVE SPACES TO WS-DOK-LINIA
              READ DOKFILE INTO WS-DOK-LINIA
              PERFORM UNTIL ERR-D > 0
                 IF WS-DK-PREFIKS-A = WS-DOK-PREFIKS
                    AND WS-DK-NR-A IS NUMERIC
                    MOVE WS-DOK-SERIA TO SERIA-S
                    MOVE WS-DK-NR-A TO NR-S
                    MOVE WS-DOK-NAZWA TO ZRODLO-S
                    MOVE 0 TO DATA-S
                    IF WS-DK-DATA-A IS NUMERIC
                       MOVE WS-DK-DATA-A TO DATA-S
                    END-IF
                    MOVE SPACES TO KONTR-S
                    IF WS-DOK-SERIA = "PZ"
                       MOVE WS-DK-KONTR-A TO KONTR-S
                    END-IF
                    RELEASE SORT-REC
                 END-IF
                 MOVE SPACES TO WS-DOK-LINIA
                 READ DOKFILE INTO WS-DOK-LINIA
              END-PERFORM
              CLOSE DOKFILE
           END-IF
           .

       250-PALETY.

           OPEN INPUT PALETYFILE
           IF ERR-PL = 0
              MOVE 0 TO NR-PALETY
              START PALETYFILE KEY NOT < NR-PALETY
              IF ERR-PL = 0
                 READ PALETYFILE NEXT
                 PERFORM UNTIL ERR-PL > 0
                    MOVE "PALETA" TO SERIA-S
                    MOVE NR-PALETY TO NR-S
                    MOVE "Palety" TO ZRODLO-S
                    MOVE DATA-PL TO DATA-S
                    MOVE SPACES TO KONTR-S
                    RELEASE SORT-REC
                    READ PALETYFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE PALETYFILE
           END-IF
           .

       255-FAKTURY-ZAKUPU.

           OPEN INPUT FZFILE
           IF ERR-FZ = 0
              MOVE 0 TO NR-FZ
              START FZFILE KEY NOT < NR-FZ
              IF ERR-FZ = 0
                 READ FZFILE NEXT
                 PERFORM UNTIL ERR-FZ > 0
                    MOVE "FZAKUP" TO SERIA-S
                    MOVE NR-FZ TO NR-S
                    MOVE "FakturyZakupu" TO ZRODLO-S
                    MOVE DATA-FZ TO DATA-S
                    MOVE KOD-DOSTAWCY-F TO KONTR-S
                    RELEASE SORT-REC
                    READ FZFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE FZFILE
           END-IF
           .

       260-ZAMOWIENIA-PO.

           OPEN INPUT POMFILE
           IF ERR-POM = 0
              MOVE 0 TO NR-PO
              START POMFILE KEY NOT < NR-PO
              IF ERR-POM = 0
                 READ POMFILE NEXT
                 PERFORM UNTIL ERR-POM > 0
                    MOVE "PO" TO SERIA-S
                    MOVE NR-PO TO NR-S
                    MOVE "ZamowieniaPOM" TO ZRODLO-S
                    MOVE DATA-PO TO DATA-S
                    MOVE KOD-DOSTAWCY-P TO KONTR-S
                    RELEASE SORT-REC
                    READ POMFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE POMFILE
           END-IF
           .

       270-ARCHIWUM.

      *    Z = ZAMOWIENIE, F = FAKTURA ALBO NOTA, P = PO

           OPEN INPUT ARCHINDFILE
           IF ERR-AI = 0
              MOVE LOW-VALUES TO KLUCZ-AI
              START ARCHINDFILE KEY NOT < KLUCZ-AI
              IF ERR-AI = 0
                 READ ARCHINDFILE NEXT
                 PERFORM UNTIL ERR-AI > 0
                    MOVE NR-AI TO NR-S
                    EVALUATE TYP-AI
                       WHEN "Z"
                          MOVE "ZAMOWIENIE" TO SERIA-S
                       WHEN "P"
                          MOVE "PO" TO SERIA-S
                       WHEN OTHER
                          IF NR-AI < BAZA-NUMERU-NOTY
                             MOVE "FAKTURA" TO SERIA-S
                          ELSE
                             MOVE "NOTAODS" TO SERIA-S
                             COMPUTE NR-S =
                                     NR-AI - BAZA-NUMERU-NOTY
                          END-IF
                    END-EVALUATE
                    MOVE "ArchiwumIndeks" TO ZRODLO-S
                    MOVE DATA-DOK-AI TO DATA-S
                    MOVE KONTR-AI TO KONTR-S
                    RELEASE SORT-REC
                    READ ARCHINDFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ARCHINDFILE
           END-IF
           .

       400-SPRAWDZ-NUMERY.

           MOVE SPACES TO WS-SERIA-BIEZ
           MOVE 0 TO WS-SERIA-IDX
           MOVE "N" TO WS-GRUPA
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-KONIEC
              RETURN SORTFILE
                 AT END
                    MOVE "T" TO WS-SORT-EOF
                 NOT AT END
                    IF SERIA-S NOT = WS-SERIA-BIEZ
                       PERFORM 420-ZAMKNIJ-NUMER
                       PERFORM 430-ZAMKNIJ-SERIE
                       PERFORM 410-OTWORZ-SERIE
                    END-IF
                    IF WS-SERIA-IDX > 0
                       IF NOT WS-GRUPA-OTWARTA
                          OR NR-S NOT = WS-GR-NR
                          PERFORM 420-ZAMKNIJ-NUMER
                          PERFORM 415-OTWORZ-NUMER
                       ELSE
                          PERFORM 418-KOLEJNE-WYSTAPIENIE
                       END-IF
                    END-IF
              END-RETURN
           END-PERFORM
           PERFORM 420-ZAMKNIJ-NUMER
           PERFORM 430-ZAMKNIJ-SERIE
           .

       410-OTWORZ-SERIE.

           MOVE SERIA-S TO WS-SERIA-BIEZ
           MOVE 0 TO WS-SERIA-IDX
           PERFORM VARYING WS-SR-I FROM 1 BY 1
                   UNTIL WS-SR-I > WS-SR-N
              IF WS-SR-NAZWA (WS-SR-I) = SERIA-S
                 MOVE WS-SR-I TO WS-SERIA-IDX
              END-IF
           END-PERFORM
           IF WS-SERIA-IDX > 0
              MOVE "T" TO WS-SR-WIDZIANA (WS-SERIA-IDX)
              PERFORM 412-POCZATEK-SERII
           END-IF
           .

       412-POCZATEK-SERII.

           MOVE WS-SR-NASTEPNY (WS-SERIA-IDX) TO WS-NASTEPNY
           MOVE 0 TO WS-OST-NR
           MOVE "N" TO WS-SEG-OTWARTY
           MOVE "N" TO WS-WIDZ-LEG
           MOVE "N" TO WS-WIDZ-ROK
           MOVE ALL "N" TO WS-WIDZ-LATA-TAB
           PERFORM 440-NAGLOWEK-SERII
           .

       415-OTWORZ-NUMER.

           MOVE "T" TO WS-GRUPA
           MOVE NR-S TO WS-GR-NR
           MOVE ZRODLO-S TO WS-GR-ZRODLO
           MOVE DATA-S TO WS-GR-DATA
           MOVE KONTR-S TO WS-GR-KONTR
           MOVE ZRODLO-S TO WS-GR-ZRODLO-DATY
           MOVE "N" TO WS-GR-DUPL
           MOVE "N" TO WS-GR-KONFLIKT
           .

       418-KOLEJNE-WYSTAPIENIE.

      *    TEN SAM NUMER DRUGI RAZ W TYM SAMYM ZRODLE = DWA
      *    DOKUMENTY; W INNYM ZRODLE - MUSI SIE ZGADZAC DATA
      *    I KONTRAHENT (GDY OBA ZRODLA JE NIOSA)

           IF ZRODLO-S = WS-GR-ZRODLO
              MOVE "T" TO WS-GR-DUPL
              MOVE ZRODLO-S TO WS-GR-DUPL-ZRODLO
           ELSE
              MOVE ZRODLO-S TO WS-GR-ZRODLO
              IF WS-GR-DATA = 0
                 MOVE DATA-S TO WS-GR-DATA
                 MOVE ZRODLO-S TO WS-GR-ZRODLO-DATY
              END-IF
              IF WS-GR-KONTR = SPACES
                 MOVE KONTR-S TO WS-GR-KONTR
              END-IF
              IF (DATA-S NOT = 0 AND DATA-S NOT = WS-GR-DATA)
                 OR (KONTR-S NOT = SPACES
                     AND KONTR-S NOT = WS-GR-KONTR)
                 MOVE "T" TO WS-GR-KONFLIKT
                 MOVE ZRODLO-S TO WS-GR-KONFL-ZRODLO
                 MOVE DATA-S TO WS-GR-KONFL-DATA
                 MOVE KONTR-S TO WS-GR-KONFL-KONTR
              END-IF
           END-IF
           .

       420-ZAMKNIJ-NUMER.

           IF WS-GRUPA-OTWARTA AND WS-SERIA-IDX > 0
              ADD 1 TO WS-SR-DOKUMENTOW (WS-SERIA-IDX)

      *       NUMER Z INNEGO ODCINKA (NOWY ROK NUMERACJI ROCZNEJ)
      *       ZAMYKA POPRZEDNI ODCINEK I ZACZYNA LICZENIE LUK OD
      *       PIERWSZEGO NUMERU NOWEGO

              PERFORM 441-ODCINEK-NUMERU
              IF NOT WS-JEST-SEGMENT OR WS-SEG NOT = WS-SEG-BIEZ
                 IF WS-JEST-SEGMENT
                    PERFORM 435-ZAMKNIJ-ODCINEK
                 END-IF
                 MOVE WS-SEG TO WS-SEG-BIEZ
                 MOVE "T" TO WS-SEG-OTWARTY
                 PERFORM 442-GRANICE-ODCINKA
                 PERFORM 443-OZNACZ-ODCINEK
                 COMPUTE WS-OST-NR = WS-SEG-START - 1
              END-IF

      *       LUKA OD POPRZEDNIEGO NUMERU - TYLKO W ZAKRESIE
      *       WYDANYCH NUMEROW, GDY ODCINEK MA ZNANY LICZNIK

              COMPUTE WS-LUKA-OD = WS-OST-NR + 1
              IF WS-GR-NR > 0
                 COMPUTE WS-LUKA-DO = WS-GR-NR - 1
              ELSE
                 MOVE 0 TO WS-LUKA-DO
              END-IF
              IF WS-SEG-MA-GORE AND WS-LUKA-DO > WS-SEG-GORA
                 MOVE WS-SEG-GORA TO WS-LUKA-DO
              END-IF
              PERFORM 450-DRUKUJ-LUKE

              MOVE WS-GR-NR TO WS-ND-NUMER
              PERFORM 447-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-GR-TEKST

              IF WS-SEG-MA-GORE AND WS-GR-NR > WS-SEG-GORA
                 ADD 1 TO WS-SR-POWYZEJ (WS-SERIA-IDX)
                 MOVE SPACES TO WS-LINIA-WYJSCIE
                 STRING "  NUMER " WS-GR-TEKST " POWYZEJ LICZNIKA "
                        "(OSTATNI WYDANY " WS-SEG-GORA ") - "
                        WS-GR-ZRODLO-DATY
                        DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                 PERFORM 900-PISZ-LINIE
              END-IF

              IF WS-GR-JEST-DUPLIKAT
                 ADD 1 TO WS-SR-DUPLIKATOW (WS-SERIA-IDX)
                 MOVE SPACES TO WS-LINIA-WYJSCIE
                 STRING "  DUPLIKAT NUMERU " WS-GR-TEKST
                        " - WIECEJ NIZ JEDEN DOKUMENT W "
                        WS-GR-DUPL-ZRODLO
                        DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                 PERFORM 900-PISZ-LINIE
              END-IF

              IF WS-GR-JEST-KONFLIKT
                 IF NOT WS-GR-JEST-DUPLIKAT
                    ADD 1 TO WS-SR-DUPLIKATOW (WS-SERIA-IDX)
                 END-IF
                 MOVE SPACES TO WS-LINIA-WYJSCIE
                 STRING "  DUPLIKAT NUMERU " WS-GR-TEKST " - "
                        WS-GR-DATA " " WS-GR-KONTR " ("
                        WS-GR-ZRODLO-DATY ") / "
                        WS-GR-KONFL-DATA " " WS-GR-KONFL-KONTR
                        " (" WS-GR-KONFL-ZRODLO ")"
                        DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                 PERFORM 900-PISZ-LINIE
              END-IF

              MOVE WS-GR-NR TO WS-OST-NR
           END-IF
           MOVE "N" TO WS-GRUPA
           .

       430-ZAMKNIJ-SERIE.

           IF WS-SERIA-IDX > 0
              IF WS-JEST-SEGMENT
                 PERFORM 435-ZAMKNIJ-ODCINEK
              END-IF
              PERFORM 437-ODCINKI-BEZ-DOKUMENTOW
              PERFORM 460-WYNIK-SERII
           END-IF
           .

       435-ZAMKNIJ-ODCINEK.

      *    KONCOWA LUKA ODCINKA: NUMERY WYDANE PO OSTATNIM
      *    ZNALEZIONYM DOKUMENCIE (TYPOWO - PRZEBIEG PRZERWANY PO
      *    POBRANIU NUMERU)

           IF WS-SEG-MA-GORE AND WS-SEG-GORA > WS-OST-NR
              COMPUTE WS-LUKA-OD = WS-OST-NR + 1
              MOVE WS-SEG-GORA TO WS-LUKA-DO
              PERFORM 450-DRUKUJ-LUKE
           END-IF
           MOVE "N" TO WS-SEG-OTWARTY
           .

       437-ODCINKI-BEZ-DOKUMENTOW.

      *    ODCINKI Z WYDANYMI NUMERAMI, Z KTORYCH ZADEN NIE TRAFIL
      *    DO ZRODEL - CALY ZAKRES JEST LUKA

           IF WS-WIDZ-LEG NOT = "T"
              MOVE 0 TO WS-SEG
              PERFORM 442-GRANICE-ODCINKA
              COMPUTE WS-OST-NR = WS-SEG-START - 1
              PERFORM 435-ZAMKNIJ-ODCINEK
           END-IF
           IF WS-SR-JEST-ROCZNA (WS-SERIA-IDX)
              MOVE WS-SR-LICZBA-LAT (WS-SERIA-IDX) TO WS-SEG-LAT
              PERFORM VARYING WS-SEG-J FROM 1 BY 1
                      UNTIL WS-SEG-J > WS-SEG-LAT
                 IF WS-WIDZ-LATA (WS-SEG-J) NOT = "T"
                    MOVE WS-SR-ROK-ZAM (WS-SERIA-IDX, WS-SEG-J)
                         TO WS-SEG
                    PERFORM 442-GRANICE-ODCINKA
                    COMPUTE WS-OST-NR = WS-SEG-START - 1
                    PERFORM 435-ZAMKNIJ-ODCINEK
                 END-IF
              END-PERFORM
              IF WS-WIDZ-ROK NOT = "T"
                 MOVE WS-SR-ROK (WS-SERIA-IDX) TO WS-SEG
                 PERFORM 442-GRANICE-ODCINKA
                 COMPUTE WS-OST-NR = WS-SEG-START - 1
                 PERFORM 435-ZAMKNIJ-ODCINEK
              END-IF
           END-IF
           .

       440-NAGLOWEK-SERII.

           MOVE WS-SR-NAZWA (WS-SERIA-IDX) TO WS-WS-SERIA-O
           MOVE WS-NASTEPNY TO WS-WS-NAST-O
           MOVE WS-W-SERIA TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           IF NOT WS-SR-MA-LICZNIK (WS-SERIA-IDX)
              MOVE "  BRAK LICZNIKA W NumeryKontrolne - SPRAWDZANE "
                   TO WS-LINIA-WYJSCIE
              MOVE "TYLKO LUKI MIEDZY NUMERAMI"
                   TO WS-LINIA-WYJSCIE(50:26)
              PERFORM 900-PISZ-LINIE
           END-IF
           IF WS-SR-JEST-ROCZNA (WS-SERIA-IDX)
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "  NUMERACJA ROCZNA " WS-SR-PREFIKS (WS-SERIA-IDX)
                     " - ROK OTWARTY 20" WS-SR-ROK (WS-SERIA-IDX)
                     ", NUMERY SPRZED PRZELACZENIA DO "
                     WS-SR-STARY (WS-SERIA-IDX)
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 900-PISZ-LINIE
           END-IF
           .

       441-ODCINEK-NUMERU.

           MOVE 0 TO WS-SEG
           IF WS-SR-JEST-ROCZNA (WS-SERIA-IDX)
              AND WS-GR-NR NOT < WS-SR-PIERWSZY (WS-SERIA-IDX)
              DIVIDE WS-GR-NR BY 100000 GIVING WS-SEG
           END-IF
           .

       442-GRANICE-ODCINKA.

      *    PIERWSZY NUMER ODCINKA I OSTATNI WYDANY (GDY ZNANY):
      *    ROK OTWARTY - NASTEPNY-N, ROK ZAMKNIETY - LICZNIK
      *    KONCOWY Z NumeryRoczne, ROK POZNIEJSZY NIZ OTWARTY -
      *    ZADEN NUMER NIE BYL WYDANY

           MOVE "N" TO WS-SEG-GRANICA
           MOVE 0 TO WS-SEG-GORA
           IF WS-SEG = 0
              MOVE 1 TO WS-SEG-START
              IF WS-SR-JEST-ROCZNA (WS-SERIA-IDX)
                 MOVE "T" TO WS-SEG-GRANICA
                 IF WS-SR-STARY (WS-SERIA-IDX) > 0
                    COMPUTE WS-SEG-GORA =
                            WS-SR-STARY (WS-SERIA-IDX) - 1
                 END-IF
              ELSE
                 IF WS-SR-MA-LICZNIK (WS-SERIA-IDX)
                    MOVE "T" TO WS-SEG-GRANICA
                    IF WS-NASTEPNY > 0
                       COMPUTE WS-SEG-GORA = WS-NASTEPNY - 1
                    END-IF
                 END-IF
              END-IF
           ELSE
              COMPUTE WS-SEG-START = WS-SEG * 100000 + 1
              EVALUATE TRUE
                 WHEN WS-SEG = WS-SR-ROK (WS-SERIA-IDX)
                    AND WS-SR-MA-LICZNIK (WS-SERIA-IDX)
                    MOVE "T" TO WS-SEG-GRANICA
                    COMPUTE WS-SEG-GORA = WS-NASTEPNY - 1
                 WHEN WS-SEG > WS-SR-ROK (WS-SERIA-IDX)
                    MOVE "T" TO WS-SEG-GRANICA
                    COMPUTE WS-SEG-GORA = WS-SEG-START - 1
                 WHEN OTHER
                    MOVE WS-SR-LICZBA-LAT (WS-SERIA-IDX)
                         TO WS-SEG-LAT
                    PERFORM VARYING WS-SEG-J FROM 1 BY 1
                            UNTIL WS-SEG-J > WS-SEG-LAT
                       IF WS-SR-ROK-ZAM (WS-SERIA-IDX, WS-SEG-J)
                          = WS-SEG
                          MOVE "T" TO WS-SEG-GRANICA
                          COMPUTE WS-SEG-GORA =
                             WS-SR-NAST-ZAM (WS-SERIA-IDX, WS-SEG-J)
                             - 1
                       END-IF
                    END-PERFORM
              END-EVALUATE
           END-IF
           .

       443-OZNACZ-ODCINEK.

           IF WS-SEG = 0
              MOVE "T" TO WS-WIDZ-LEG
           ELSE
              IF WS-SEG = WS-SR-ROK (WS-SERIA-IDX)
                 MOVE "T" TO WS-WIDZ-ROK
              END-IF
              MOVE WS-SR-LICZBA-LAT (WS-SERIA-IDX) TO WS-SEG-LAT
              PERFORM VARYING WS-SEG-J FROM 1 BY 1
                      UNTIL WS-SEG-J > WS-SEG-LAT
                 IF WS-SR-ROK-ZAM (WS-SERIA-IDX, WS-SEG-J) = WS-SEG
                    MOVE "T" TO WS-WIDZ-LATA (WS-SEG-J)
                 END-IF
              END-PERFORM
           END-IF
           .

       447-TEKST-NUMERU.

           MOVE WS-SR-NAZWA (WS-SERIA-IDX) TO WS-ND-SERIA
           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .

       450-DRUKUJ-LUKE.

           IF WS-LUKA-DO NOT < WS-LUKA-OD
              COMPUTE WS-LUKA-ILE = WS-LUKA-DO - WS-LUKA-OD + 1
              ADD WS-LUKA-ILE TO WS-SR-BRAKOW (WS-SERIA-IDX)
              MOVE WS-LUKA-OD TO WS-ND-NUMER
              PERFORM 447-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-WL-OD-O
              MOVE WS-LUKA-DO TO WS-ND-NUMER
              PERFORM 447-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-WL-DO-O
              MOVE WS-LUKA-ILE TO WS-WL-ILE-O
              MOVE WS-W-LUKA TO WS-LINIA-WYJSCIE
              PERFORM 900-PISZ-LINIE
           END-IF
           .

       460-WYNIK-SERII.

           IF WS-SR-BRAKOW (WS-SERIA-IDX) = 0
              AND WS-SR-DUPLIKATOW (WS-SERIA-IDX) = 0
              AND WS-SR-POWYZEJ (WS-SERIA-IDX) = 0
              MOVE "  NUMERACJA CIAGLA, BEZ DUPLIKATOW"
                   TO WS-LINIA-WYJSCIE
              PERFORM 900-PISZ-LINIE
           END-IF
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           .

       500-SERIE-BEZ-DOKUMENTOW.

      *    SERIA Z WYDANYMI NUMERAMI, Z KTORYCH ZADEN NIE TRAFIL
      *    DO ZRODEL - CALY ZAKRES (KAZDEGO ROKU) JEST LUKA

           PERFORM VARYING WS-SR-I FROM 1 BY 1
                   UNTIL WS-SR-I > WS-SR-N
              IF WS-SR-WIDZIANA (WS-SR-I) NOT = "T"
                 AND (WS-SR-NASTEPNY (WS-SR-I) > 1
                      OR WS-SR-JEST-ROCZNA (WS-SR-I))
                 MOVE WS-SR-I TO WS-SERIA-IDX
                 PERFORM 412-POCZATEK-SERII
                 PERFORM 430-ZAMKNIJ-SERIE
              END-IF
           END-PERFORM
           .

       600-PODSUMOWANIE.

           MOVE "PODSUMOWANIE WG SERII" TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE "SERIA      NASTEPNY  DOKUM.  BRAKI  DUPLIK.  POWYZEJ"
                TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE

           PERFORM VARYING WS-SR-I FROM 1 BY 1
                   UNTIL WS-SR-I > WS-SR-N
              MOVE WS-SR-NAZWA (WS-SR-I) TO WS-WP-SERIA-O
              MOVE WS-SR-NASTEPNY (WS-SR-I) TO WS-WP-NAST-O
              MOVE WS-SR-DOKUMENTOW (WS-SR-I) TO WS-WP-DOK-O
              MOVE WS-SR-BRAKOW (WS-SR-I) TO WS-WP-BRAK-O
              MOVE WS-SR-DUPLIKATOW (WS-SR-I) TO WS-WP-DUPL-O
              MOVE WS-SR-POWYZEJ (WS-SR-I) TO WS-WP-POW-O
              MOVE SPACES TO WS-WP-UWAGA-O
              IF NOT WS-SR-MA-LICZNIK (WS-SR-I)
                 MOVE "BRAK LICZNIKA" TO WS-WP-UWAGA-O
              END-IF
              MOVE WS-W-PODSUMOWANIE TO WS-LINIA-WYJSCIE
              PERFORM 900-PISZ-LINIE
              ADD WS-SR-BRAKOW (WS-SR-I) TO WS-RAZEM-BRAKOW
              ADD WS-SR-DUPLIKATOW (WS-SR-I) TO WS-RAZEM-DUPL
              ADD WS-SR-POWYZEJ (WS-SR-I) TO WS-RAZEM-POWYZEJ
           END-PERFORM

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "RAZEM: BRAKUJACYCH NUMEROW " WS-RAZEM-BRAKOW
                  ", DUPLIKATOW " WS-RAZEM-DUPL
                  ", POWYZEJ LICZNIKA " WS-RAZEM-POWYZEJ
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
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
