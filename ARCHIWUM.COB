       IDENTIFICATION DIVISION.

      *    ARCHIWUM - CZYSZCZENIE PLIKOW Zamowienia,
      *    ZamowieniaLinie, Rozrachunki I ZamowieniaPOM Z
      *    ZAMKNIETYCH DOKUMENTOW STARSZYCH NIZ ZADANY WIEK.
      *    DOKUMENTY PRZECHODZA DO ARCHIWOW ROCZNYCH O TYM SAMYM
      *    UKLADZIE I KLUCZU (Zamowienia-20RR, ZamowieniaLinie-
      *    20RR, Rozrachunki-20RR, ZamowieniaPOM-20RR):
      *       ZAMOWIENIE - ZREALIZOWANE, ZAFAKTUROWANE, FAKTURA
      *                    ZAPLACONA I STARSZA NIZ GRANICA; ROK
      *                    ARCHIWUM = ROK FAKTURY (ZAMOWIENIA
      *                    JEDNEJ FAKTURY ZBIORCZEJ IDA RAZEM)
      *       ROZRACHUNEK - ZAPLACONY, STARSZY NIZ GRANICA, BEZ
      *                    ZAMOWIENIA ZOSTAJACEGO W PLIKU BIEZACYM
      *       PO         - ZAMKNIETE, STARSZE NIZ GRANICA I
      *                    ZAFAKTUROWANE FAKTURAMI ZAKUPU, KTORE
      *                    SA JUZ ZAPLACONE
      *    DOKUMENT WSKAZYWANY PRZEZ OTWARTA POZYCJE NIE JEST
      *    ARCHIWIZOWANY: OTWARTA ZALICZKA, OTWARTY ZWROT RMA,
      *    PRZESYLKA W DRODZE / Z WYJATKIEM / Z NIEROZLICZONYM
      *    POBRANIEM, NIEROZSTRZYGNIETA REKLAMACJA GWARANCYJNA,
      *    OTWARTE WYCOFANIE, ALOKACJA, OTWARTA LINIA ZAMOWIENIA
      *    Z OBIETNICA Z PO, NIEZAMKNIETE PO WYSYLKI
      *    BEZPOSREDNIEJ, NIEZAPLACONA FAKTURA ZAKUPU.
      *    DYSCYPLINA JAK W REORG: NAJPIERW KOPIA DO ARCHIWUM,
      *    POTEM KOPIA JEST PRZELICZANA (LICZBA REKORDOW I SUMY
      *    KONTROLNE KAZDEGO PLIKU) I DOPIERO PRZY PELNEJ
      *    ZGODNOSCI DOKUMENTY SA USUWANE Z PLIKOW BIEZACYCH;
      *    PO USUNIECIU LICZBA REKORDOW BIEZACYCH MUSI BYC
      *    ROWNA STANOWI SPRZED MINUS ZARCHIWIZOWANE. KAZDA
      *    NIEZGODNOSC = RETURN-CODE 8, PLIKI BIEZACE NIETKNIETE.
      *    KAZDY PRZENIESIONY DOKUMENT DOSTAJE WPIS W
      *    ArchiwumIndeks (TYP Z/F/P, NUMER, ROK ARCHIWUM) - PO
      *    NIM SLAD, KOREKTY I NUMERACJA ODNAJDUJA DOKUMENTY
      *    W ARCHIWACH. PRZEBIEG JEST ODNOTOWYWANY W
      *    ArchiwumLog.txt.
      *    PARAMETR: WIEK W DNIACH (PUSTE = DIALOG, 0 = 730)

       PROGRAM-ID. ARCHIWUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               STATUS ERR-R.

           SELECT POMFILE ASSIGN TO "ZamowieniaPOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO
               STATUS ERR-POM.

           SELECT ZAMARCHFILE ASSIGN TO WS-ZAMA-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA-A
               STATUS ERR-ZA.

           SELECT ZAMLARCHFILE ASSIGN TO WS-ZAMLA-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-LINII-A
               STATUS ERR-LA.

           SELECT ROZRARCHFILE ASSIGN TO WS-ROZRA-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-A
               STATUS ERR-RA.

           SELECT POMARCHFILE ASSIGN TO WS-POMA-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO-A
               STATUS ERR-PA.

           SELECT ARCHINDFILE ASSIGN TO "ArchiwumIndeks"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-AI
               STATUS ERR-AI.

           SELECT BLOKFILE ASSIGN TO "ArchiwumRobocze"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-BL
               STATUS ERR-BL.

           SELECT ZALFILE ASSIGN TO "Zaliczki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ZL
               ALTERNATE RECORD KEY NR-ZAM-ZL WITH DUPLICATES
               STATUS ERR-ZL.

           SELECT RMAFILE ASSIGN TO "ZwrotyRMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-RMA
               STATUS ERR-RMA.

           SELECT PRZESFILE ASSIGN TO "Przesylki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-SLEDZENIA
               STATUS ERR-PS.

           SELECT REKLFILE ASSIGN TO "ReklamacjeGwarancyjne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-RG
               STATUS ERR-RG.

           SELECT WYCFILE ASSIGN TO "Wycofania"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-WYC
               STATUS ERR-WYC.

           SELECT ALOKFILE ASSIGN TO "Alokacje"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ALOK
               STATUS ERR-AL.

           SELECT FZFILE ASSIGN TO "FakturyZakupu"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FZ
               STATUS ERR-FZ.

           SELECT FZLFILE ASSIGN TO "FakturyZakupuLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FZL
               STATUS ERR-FL.

           SELECT LOGFILE ASSIGN TO "ArchiwumLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-LOG.

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

      *    ARCHIWA ROCZNE - TEN SAM UKLAD CO PLIKI BIEZACE,
      *    WIDOCZNE TYLKO KLUCZ I POLA SUM KONTROLNYCH

       FD ZAMARCHFILE  BLOCK CONTAINS 0.
       01 ZAMA-REC.
          05 NR-ZAMOWIENIA-A PIC 9(7).
          05 FILLER          PIC X(24).
          05 LICZBA-LINII-ZA PIC 9(3).
          05 FILLER          PIC X(1).
          05 FAKTURA-ZA      PIC 9(7).
          05 FILLER          PIC X(55).

       FD ZAMLARCHFILE  BLOCK CONTAINS 0.
       01 ZAMLA-REC.
          05 KLUCZ-LINII-A.
             10 NR-ZAM-LA    PIC 9(7).
             10 LP-LA        PIC 9(3).
          05 FILLER          PIC X(30).
          05 ILOSC-LA        PIC 9(7)V99.
          05 ILOSC-WYDANA-LA PIC 9(7)V99.
          05 FILLER          PIC X(35).

       FD ROZRARCHFILE  BLOCK CONTAINS 0.
       01 ROZRA-REC.
          05 NR-FAKTURY-A    PIC 9(7).
          05 FILLER          PIC X(22).
          05 KWOTA-BRUTTO-A  PIC 9(11)V99.
          05 KWOTA-ZAPLAC-A  PIC 9(11)V99.
          05 FILLER          PIC X(12).

       FD POMARCHFILE  BLOCK CONTAINS 0.
       01 POMA-REC.
          05 NR-PO-A         PIC 9(7).
          05 FILLER          PIC X(70).
          05 ILOSC-ZAM-PA    PIC 9(7)V99.
          05 ILOSC-PRZYJ-PA  PIC 9(7)V99.
          05 FILLER          PIC X(12).
          05 CENA-PO-A       PIC 9(7)V99.
          05 FILLER          PIC X(85).

      *    INDEKS ARCHIWUM: TYP DOKUMENTU (Z = ZAMOWIENIE,
      *    F = FAKTURA / ROZRACHUNEK, P = PO), NUMER I ROK
      *    ARCHIWUM; DATA I KONTRAHENT DLA AUDYTU NUMERACJI

       FD ARCHINDFILE  BLOCK CONTAINS 0.
       01 ARCHIND-REC.
          05 KLUCZ-AI.
             10 TYP-AI       PIC X(1).
             10 NR-AI        PIC 9(7).
          05 ROK-AI          PIC 9(2).
          05 DATA-DOK-AI     PIC 9(6).
          05 KONTR-AI        PIC X(10).
          05 DATA-ARCH-AI    PIC 9(6).

      *    PLIK ROBOCZY PRZEBIEGU: BLOKADY (Z = ZAMOWIENIE,
      *    R = FAKTURA, P = PO WSKAZANE PRZEZ OTWARTA POZYCJE),
      *    ZNACZNIK F = PO ZAFAKTUROWANE I ZAPLACONE ORAZ
      *    DOKUMENTY SKOPIOWANE DO ARCHIWUM (A = ZAMOWIENIE,
      *    B = ROZRACHUNEK, C = PO) Z ROKIEM ARCHIWUM

       FD BLOKFILE  BLOCK CONTAINS 0.
       01 BLOK-REC.
          05 KLUCZ-BL.
             10 TYP-BL       PIC X(1).
             10 NR-BL        PIC 9(7).
          05 ROK-BL          PIC 9(2).

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

       FD PRZESFILE  BLOCK CONTAINS 0.
       01 PRZES-REC.
          05 NR-SLEDZENIA    PIC X(20).
          05 NR-ZAM-PS       PIC 9(7).
          05 PRZEWOZNIK-PS   PIC X(10).
          05 STATUS-PS       PIC X(1).
             88 PRZESYLKA-WYSLANA    VALUE "W".
             88 PRZESYLKA-DORECZONA  VALUE "D".
             88 PRZESYLKA-WYJATEK    VALUE "E".
          05 DATA-NADANIA-PS PIC 9(6).
          05 DATA-STATUSU-PS PIC 9(6).
          05 POBRANIE-PS     PIC X(1).
             88 PRZESYLKA-ZA-POBRANIEM VALUE "T".
          05 KWOTA-POBRANIA-PS PIC 9(9)V99.
          05 DATA-POBRANIA-PS PIC 9(6).

       FD REKLFILE  BLOCK CONTAINS 0.
       01 REKL-REC.
          05 NR-RG              PIC 9(7).
          05 NR-SERYJNY-RG      PIC X(20).
          05 TOWAR-RG           PIC X(20).
          05 KLIENT-RG          PIC X(10).
          05 NR-ZAM-RG          PIC 9(7).
          05 DOSTAWCA-RG        PIC X(10).
          05 NR-PO-RG           PIC 9(7).
          05 DATA-RG            PIC 9(6).
          05 USTERKA-RG         PIC X(40).
          05 KONIEC-GWAR-K-RG   PIC 9(6).
          05 KONIEC-GWAR-D-RG   PIC 9(6).
          05 GWARANCJA-K-RG     PIC X(1).
          05 GWARANCJA-D-RG     PIC X(1).
          05 DECYZJA-RG         PIC X(1).
             88 RG-OCZEKUJE        VALUE " ".
          05 SERIAL-ZAST-RG     PIC X(20).
          05 OPIS-ROZW-RG       PIC X(40).
          05 DATA-DECYZJI-RG    PIC 9(6).
          05 DO-DOSTAWCY-RG     PIC X(1).

       FD WYCFILE  BLOCK CONTAINS 0.
       01 WYC-REC.
          05 KLUCZ-WYC.
             10 NR-WYC          PIC 9(7).
             10 LP-WYC          PIC 9(3).
          05 TOWAR-WYC          PIC X(20).
          05 PARTIA-WYC         PIC X(10).
          05 KLIENT-WYC         PIC X(10).
          05 NR-ZAM-WYC         PIC 9(7).
          05 WYSLANO-WYC        PIC 9(7)V99.
          05 ZWROCONO-WYC       PIC 9(7)V99.
          05 DATA-WYC           PIC 9(6).
          05 STATUS-WYC         PIC X(1).
             88 WYC-OTWARTE        VALUE "O".
             88 WYC-ZAMKNIETE      VALUE "Z".
          05 DATA-ZAMKN-WYC     PIC 9(6).

       FD ALOKFILE  BLOCK CONTAINS 0.
       01 ALOK-REC.
          05 KLUCZ-ALOK.
             10 NR-ZAM-A     PIC 9(7).
             10 LP-A         PIC 9(3).
          05 TOWAR-A         PIC X(20).
          05 LOKALIZACJA-A   PIC X(10).
          05 ILOSC-ALOK-A    PIC 9(7)V99.
          05 DATA-ALOK-A     PIC 9(6).

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

       FD FZLFILE  BLOCK CONTAINS 0.
       01 FZL-REC.
          05 KLUCZ-FZL.
             10 NR-FZ-L      PIC 9(7).
             10 LP-FL        PIC 9(3).
          05 NR-PO-FL        PIC 9(7).
          05 TOWAR-FL        PIC X(20).
          05 ILOSC-FL        PIC 9(7)V99.
          05 CENA-FL         PIC 9(7)V99.
          05 FLAGA-ILOSC-FL  PIC X(1).
          05 FLAGA-CENA-FL   PIC X(1).

       FD LOGFILE.
       01 LOG-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 ERR-Z PIC 99.
       01 ERR-L PIC 99.
       01 ERR-R PIC 99.
       01 ERR-POM PIC 99.
       01 ERR-ZA PIC 99.
       01 ERR-LA PIC 99.
       01 ERR-RA PIC 99.
       01 ERR-PA PIC 99.
       01 ERR-AI PIC 99.
       01 ERR-BL PIC 99.
       01 ERR-ZL PIC 99.
       01 ERR-RMA PIC 99.
       01 ERR-PS PIC 99.
       01 ERR-RG PIC 99.
       01 ERR-WYC PIC 99.
       01 ERR-AL PIC 99.
       01 ERR-FZ PIC 99.
       01 ERR-FL PIC 99.
       01 ERR-LOG PIC 99.

       01 WS-PARAMETRY PIC X(20).
       01 WS-PARAM-WIEK PIC X(6).
       01 WS-WIEK-DNI PIC 9(4) VALUE 730.
       01 WS-DZIS PIC 9(6).
       01 WS-CZAS PIC 9(8).
       01 WS-DZIS-8 PIC 9(8).
       01 WS-DZIS-INT PIC 9(9).
       01 WS-GRANICA-8 PIC 9(8).
       01 WS-GRANICA PIC 9(6).

       01 WS-BLAD PIC X(1) VALUE "N".
          88 WS-JEST-BLAD VALUE "T".
       01 WS-ZGODNE PIC X(1).
          88 WS-JEST-ZGODNE VALUE "T".
       01 WS-KANDYDAT PIC X(1).
          88 WS-JEST-KANDYDATEM VALUE "T".
       01 WS-ROK PIC 9(2).
       01 WS-NR-ZAM PIC 9(7).

      *    ARCHIWA ROCZNE OTWARTE W TEJ CHWILI (0 = ZADNE)

       01 WS-ZAMA-ROK PIC 9(2) VALUE 0.
       01 WS-ROZRA-ROK PIC 9(2) VALUE 0.
       01 WS-POMA-ROK PIC 9(2) VALUE 0.
       01 WS-ZAMA-NAZWA PIC X(30).
       01 WS-ZAMLA-NAZWA PIC X(30).
       01 WS-ROZRA-NAZWA PIC X(30).
       01 WS-POMA-NAZWA PIC X(30).

       01 WS-BL-TYP PIC X(1).
       01 WS-BL-NR PIC 9(7).
       01 WS-BL-ROK PIC 9(2).
       01 WS-BL-JEST PIC X(1).
          88 WS-BL-ZNALEZIONA VALUE "T".

      *    LICZNIKI I SUMY KONTROLNE PLIKOW: 1 = Zamowienia
      *    (LICZBY LINII, NUMERY FAKTUR), 2 = ZamowieniaLinie
      *    (ILOSCI ZAMOWIONE, WYDANE), 3 = Rozrachunki (BRUTTO,
      *    ZAPLACONO), 4 = ZamowieniaPOM (ILOSCI ZAMOWIONE,
      *    PRZYJETE I WARTOSC ILOSC * CENA)

       01 WS-PL-I PIC 9(1).
       01 WS-PL-NAZWY.
          05 FILLER PIC X(16) VALUE "Zamowienia".
          05 FILLER PIC X(16) VALUE "ZamowieniaLinie".
          05 FILLER PIC X(16) VALUE "Rozrachunki".
          05 FILLER PIC X(16) VALUE "ZamowieniaPOM".
       01 WS-PL-NAZWY-TAB REDEFINES WS-PL-NAZWY.
          05 WS-PL-NAZWA PIC X(16) OCCURS 4.
       01 WS-PL-TAB OCCURS 4.
          05 WS-PL-PRZED     PIC 9(7).
          05 WS-PL-ARCH      PIC 9(7).
          05 WS-PL-S1-ZRODLO PIC 9(13)V99.
          05 WS-PL-S2-ZRODLO PIC 9(13)V99.
          05 WS-PL-S3-ZRODLO PIC 9(15)V99.
          05 WS-PL-KOPIA     PIC 9(7).
          05 WS-PL-S1-KOPIA  PIC 9(13)V99.
          05 WS-PL-S2-KOPIA  PIC 9(13)V99.
          05 WS-PL-S3-KOPIA  PIC 9(15)V99.
          05 WS-PL-USUNIETE  PIC 9(7).
          05 WS-PL-PO        PIC 9(7).

       01 WS-LOG-LINIA.
          05 WS-LOG-DATA-O   PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-CZAS-O   PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-PLIK-O   PIC X(16).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-GRAN-O   PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-PRZED-O  PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-ARCH-O   PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-USUN-O   PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-PO-O     PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-S1-O     PIC Z(12)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-S2-O     PIC Z(12)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-LOG-WYNIK-O  PIC X(10).

       PROCEDURE DIVISION.

      *    PARAMETR WSADOWY: WIEK W DNIACH (TA SAMA ZASADA CO
      *    RETENCJA); BEZ PARAMETRU PYTAMY, 0 = 730 DNI

           ACCEPT WS-PARAMETRY FROM COMMAND-LINE
           IF WS-PARAMETRY = SPACES
              DISPLAY "PODAJ WIEK DOKUMENTOW W DNIACH (0 = 730)"
              ACCEPT WS-WIEK-DNI
           ELSE
              MOVE SPACES TO WS-PARAM-WIEK
              UNSTRING WS-PARAMETRY DELIMITED BY ALL " "
                 INTO WS-PARAM-WIEK
              IF FUNCTION TEST-NUMVAL (WS-PARAM-WIEK) = 0
                 COMPUTE WS-WIEK-DNI =
                         FUNCTION NUMVAL (WS-PARAM-WIEK)
              END-IF
           END-IF
           IF WS-WIEK-DNI = 0
              MOVE 730 TO WS-WIEK-DNI
           END-IF

           PERFORM 100-PRZYGOTUJ
           IF NOT WS-JEST-BLAD
              PERFORM 200-ZBIERZ-BLOKADY
           END-IF
           IF NOT WS-JEST-BLAD
              PERFORM 300-OCEN-ZAMOWIENIA
           END-IF
           IF NOT WS-JEST-BLAD
              PERFORM 400-ARCHIWIZUJ-ZAMOWIENIA
           END-IF
           IF NOT WS-JEST-BLAD
              PERFORM 500-ARCHIWIZUJ-ROZRACHUNKI
           END-IF
           IF NOT WS-JEST-BLAD
              PERFORM 600-ARCHIWIZUJ-PO
           END-IF
           PERFORM 650-ZAMKNIJ-ARCHIWA

      *    WERYFIKACJA KOPII PRZED USUNIECIEM Z PLIKOW BIEZACYCH

           MOVE "N" TO WS-ZGODNE
           IF NOT WS-JEST-BLAD
              PERFORM 700-WERYFIKUJ-ARCHIWA
           END-IF
           IF NOT WS-JEST-ZGODNE
              DISPLAY "WERYFIKACJA NIEZGODNA - USUNIECIE "
                      "ODRZUCONE, PLIKI BIEZACE NIETKNIETE"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 800-USUN-Z-BIEZACYCH
              PERFORM 850-PRZELICZ-BIEZACE
           END-IF

           PERFORM 950-PODSUMOWANIE
           CLOSE BLOKFILE

           STOP RUN
           .

       100-PRZYGOTUJ.

           ACCEPT WS-DZIS FROM DATE
           ACCEPT WS-CZAS FROM TIME
           STRING "20" WS-DZIS DELIMITED BY SIZE INTO WS-DZIS-8
           COMPUTE WS-DZIS-INT = FUNCTION INTEGER-OF-DATE (WS-DZIS-8)
           SUBTRACT WS-WIEK-DNI FROM WS-DZIS-INT
           COMPUTE WS-GRANICA-8 = FUNCTION DATE-OF-INTEGER
                   (WS-DZIS-INT)
           MOVE WS-GRANICA-8(3:6) TO WS-GRANICA
           DISPLAY "ARCHIWIZACJA DOKUMENTOW SPRZED " WS-GRANICA
                   " (WIEK " WS-WIEK-DNI " DNI)"

           PERFORM VARYING WS-PL-I FROM 1 BY 1 UNTIL WS-PL-I > 4
              INITIALIZE WS-PL-TAB (WS-PL-I)
           END-PERFORM

           OPEN OUTPUT BLOKFILE
           CLOSE BLOKFILE
           OPEN I-O BLOKFILE
           IF ERR-BL NOT = 0
              DISPLAY "NIE MOZNA UTWORZYC ArchiwumRobocze - KOD "
                      ERR-BL
              MOVE "T" TO WS-BLAD
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       200-ZBIERZ-BLOKADY.

      *    KAZDA OTWARTA POZYCJA BLOKUJE DOKUMENTY, NA KTORE
      *    WSKAZUJE - ZEBRANE RAZ, ZANIM COKOLWIEK PRZENIESIEMY

           PERFORM 210-ZALICZKI
           PERFORM 215-ZWROTY-RMA
           PERFORM 220-PRZESYLKI
           PERFORM 225-REKLAMACJE
           PERFORM 230-WYCOFANIA
           PERFORM 235-ALOKACJE
           PERFORM 240-FAKTURY-ZAKUPU
           PERFORM 245-PO-WYSYLKI-BEZPOSREDNIEJ
           PERFORM 250-LINIE-ZAMOWIEN
           .

       210-ZALICZKI.

      *    OTWARTA ZALICZKA: ZAMOWIENIE, FAKTURA ZALICZKOWA
      *    I FAKTURA KONCOWA ZOSTAJA W PLIKACH BIEZACYCH

           OPEN INPUT ZALFILE
           IF ERR-ZL = 0
              MOVE LOW-VALUES TO KLUCZ-ZL
              START ZALFILE KEY NOT < KLUCZ-ZL
              IF ERR-ZL = 0
                 READ ZALFILE NEXT
                 PERFORM UNTIL ERR-ZL > 0
                    IF ZAL-OTWARTA
                       MOVE "Z" TO WS-BL-TYP
                       MOVE NR-ZAM-ZL TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                       MOVE "R" TO WS-BL-TYP
                       MOVE NR-FAKT-ZL TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                       IF NR-FAKT-KONC-ZL > 0
                          MOVE NR-FAKT-KONC-ZL TO WS-BL-NR
                          PERFORM 900-ZABLOKUJ
                       END-IF
                    END-IF
                    READ ZALFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZALFILE
           END-IF
           .

       215-ZWROTY-RMA.

           OPEN INPUT RMAFILE
           IF ERR-RMA = 0
              MOVE 0 TO NR-RMA
              START RMAFILE KEY NOT < NR-RMA
              IF ERR-RMA = 0
                 READ RMAFILE NEXT
                 PERFORM UNTIL ERR-RMA > 0
                    IF RMA-OTWARTE
                       MOVE "Z" TO WS-BL-TYP
                       MOVE NR-ZAM-RMA TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                       MOVE "R" TO WS-BL-TYP
                       MOVE FAKTURA-RMA TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                    END-IF
                    READ RMAFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE RMAFILE
           END-IF
           .

       220-PRZESYLKI.

      *    PRZESYLKA NIEDORECZONA ALBO Z POBRANIEM JESZCZE NIE
      *    ROZLICZONYM PRZEZ PRZEWOZNIKA

           OPEN INPUT PRZESFILE
           IF ERR-PS = 0
              MOVE SPACES TO NR-SLEDZENIA
              START PRZESFILE KEY NOT < NR-SLEDZENIA
              IF ERR-PS = 0
                 READ PRZESFILE NEXT
                 PERFORM UNTIL ERR-PS > 0
                    IF NOT PRZESYLKA-DORECZONA
                       OR (PRZESYLKA-ZA-POBRANIEM
                           AND DATA-POBRANIA-PS = 0)
                       MOVE "Z" TO WS-BL-TYP
                       MOVE NR-ZAM-PS TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                    END-IF
                    READ PRZESFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE PRZESFILE
           END-IF
           .

       225-REKLAMACJE.

           OPEN INPUT REKLFILE
           IF ERR-RG = 0
              MOVE 0 TO NR-RG
              START REKLFILE KEY NOT < NR-RG
              IF ERR-RG = 0
                 READ REKLFILE NEXT
                 PERFORM UNTIL ERR-RG > 0
                    IF RG-OCZEKUJE
                       IF NR-ZAM-RG > 0
                          MOVE "Z" TO WS-BL-TYP
                          MOVE NR-ZAM-RG TO WS-BL-NR
                          PERFORM 900-ZABLOKUJ
                       END-IF
                       IF NR-PO-RG > 0
                          MOVE "P" TO WS-BL-TYP
                          MOVE NR-PO-RG TO WS-BL-NR
                          PERFORM 900-ZABLOKUJ
                       END-IF
                    END-IF
                    READ REKLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE REKLFILE
           END-IF
           .

       230-WYCOFANIA.

           OPEN INPUT WYCFILE
           IF ERR-WYC = 0
              MOVE LOW-VALUES TO KLUCZ-WYC
              START WYCFILE KEY NOT < KLUCZ-WYC
              IF ERR-WYC = 0
                 READ WYCFILE NEXT
                 PERFORM UNTIL ERR-WYC > 0
                    IF WYC-OTWARTE
                       MOVE "Z" TO WS-BL-TYP
                       MOVE NR-ZAM-WYC TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                    END-IF
                    READ WYCFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE WYCFILE
           END-IF
           .

       235-ALOKACJE.

           OPEN INPUT ALOKFILE
           IF ERR-AL = 0
              MOVE LOW-VALUES TO KLUCZ-ALOK
              START ALOKFILE KEY NOT < KLUCZ-ALOK
              IF ERR-AL = 0
                 READ ALOKFILE NEXT
                 PERFORM UNTIL ERR-AL > 0
                    MOVE "Z" TO WS-BL-TYP
                    MOVE NR-ZAM-A TO WS-BL-NR
                    PERFORM 900-ZABLOKUJ
                    READ ALOKFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ALOKFILE
           END-IF
           .

       240-FAKTURY-ZAKUPU.

      *    PO JEST ZAFAKTUROWANE, GDY WYSTEPUJE NA LINII FAKTURY
      *    ZAKUPU; FAKTURA JESZCZE NIE ZAPLACONA (ZOBOWIAZANIE
      *    OTWARTE) BLOKUJE PO

           OPEN INPUT FZLFILE
           IF ERR-FL = 0
              OPEN INPUT FZFILE
              MOVE LOW-VALUES TO KLUCZ-FZL
              START FZLFILE KEY NOT < KLUCZ-FZL
              IF ERR-FL = 0
                 READ FZLFILE NEXT
                 PERFORM UNTIL ERR-FL > 0
                    IF NR-PO-FL > 0
                       MOVE NR-FZ-L TO NR-FZ
                       READ FZFILE
                       IF ERR-FZ = 0 AND FZ-ZAPLACONA
                          MOVE "F" TO WS-BL-TYP
                       ELSE
                          MOVE "P" TO WS-BL-TYP
                       END-IF
                       MOVE NR-PO-FL TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                    END-IF
                    READ FZLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE FZFILE
              CLOSE FZLFILE
           END-IF
           .

       245-PO-WYSYLKI-BEZPOSREDNIEJ.

           OPEN INPUT POMFILE
           IF ERR-POM = 0
              MOVE 0 TO NR-PO
              START POMFILE KEY NOT < NR-PO
              IF ERR-POM = 0
                 READ POMFILE NEXT
                 PERFORM UNTIL ERR-POM > 0
                    IF PO-DROPSHIP AND NOT PO-ZAMKNIETE
                       AND ZAM-DS-P > 0
                       MOVE "Z" TO WS-BL-TYP
                       MOVE ZAM-DS-P TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                    END-IF
                    READ POMFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE POMFILE
           END-IF
           .

       250-LINIE-ZAMOWIEN.

      *    OTWARTA LINIA Z OBIETNICA DOSTAWY Z PO BLOKUJE TO PO;
      *    PRZY OKAZJI LICZBA LINII PRZED CZYSZCZENIEM

           OPEN INPUT ZAMLFILE
           IF ERR-L = 0
              MOVE LOW-VALUES TO KLUCZ-LINII
              START ZAMLFILE KEY NOT < KLUCZ-LINII
              IF ERR-L = 0
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                    ADD 1 TO WS-PL-PRZED (2)
                    IF (LIN-OTWARTA OR LIN-BACKORDER)
                       AND PO-OBIETNICY-L > 0
                       MOVE "P" TO WS-BL-TYP
                       MOVE PO-OBIETNICY-L TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                    END-IF
                    READ ZAMLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZAMLFILE
           END-IF
           .

       300-OCEN-ZAMOWIENIA.

      *    FAKTURA, KTORA OBEJMUJE CHOCBY JEDNO ZAMOWIENIE
      *    ZOSTAJACE W PLIKU BIEZACYM, ZOSTAJE W Rozrachunki
      *    RAZEM ZE WSZYSTKIMI SWOIMI ZAMOWIENIAMI

           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC Zamowienia - KOD " ERR-Z
              MOVE "T" TO WS-BLAD
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT ROZRFILE
              MOVE 0 TO NR-ZAMOWIENIA
              START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
              IF ERR-Z = 0
                 READ ZAMOWFILE NEXT
                 PERFORM UNTIL ERR-Z > 0
                    ADD 1 TO WS-PL-PRZED (1)
                    PERFORM 310-OCEN-ZAMOWIENIE
                    IF NOT WS-JEST-KANDYDATEM AND FAKTURA-Z > 0
                       MOVE "R" TO WS-BL-TYP
                       MOVE FAKTURA-Z TO WS-BL-NR
                       PERFORM 900-ZABLOKUJ
                    END-IF
                    READ ZAMOWFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ROZRFILE
              CLOSE ZAMOWFILE
           END-IF
           .

       310-OCEN-ZAMOWIENIE.

      *    ZREALIZOWANE, ZAFAKTUROWANE, NIEZABLOKOWANE, FAKTURA
      *    ZAPLACONA I WYSTAWIONA PRZED GRANICA; WS-ROK = ROK
      *    FAKTURY

           MOVE "N" TO WS-KANDYDAT
           IF ZAM-ZREALIZOWANE AND FAKTURA-Z > 0
              MOVE "Z" TO WS-BL-TYP
              MOVE NR-ZAMOWIENIA TO WS-BL-NR
              PERFORM 910-SPRAWDZ-BLOKADE
              IF NOT WS-BL-ZNALEZIONA
                 MOVE FAKTURA-Z TO NR-FAKTURY-R
                 READ ROZRFILE
                 IF ERR-R = 0
                    IF ROZR-ZAPLACONA
                       AND DATA-FAKTURY-R < WS-GRANICA
                       MOVE "T" TO WS-KANDYDAT
                       MOVE DATA-FAKTURY-R(1:2) TO WS-ROK
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       400-ARCHIWIZUJ-ZAMOWIENIA.

           OPEN INPUT ZAMOWFILE
           OPEN INPUT ZAMLFILE
           OPEN INPUT ROZRFILE
           MOVE 0 TO NR-ZAMOWIENIA
           START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
           IF ERR-Z = 0
              READ ZAMOWFILE NEXT
              PERFORM UNTIL ERR-Z > 0 OR WS-JEST-BLAD
                 PERFORM 310-OCEN-ZAMOWIENIE
                 IF WS-JEST-KANDYDATEM
                    MOVE "R" TO WS-BL-TYP
                    MOVE FAKTURA-Z TO WS-BL-NR
                    PERFORM 910-SPRAWDZ-BLOKADE
                    IF NOT WS-BL-ZNALEZIONA
                       PERFORM 410-ARCHIWIZUJ-ZAMOWIENIE
                    END-IF
                 END-IF
                 READ ZAMOWFILE NEXT
              END-PERFORM
           END-IF
           CLOSE ROZRFILE
           CLOSE ZAMLFILE
           CLOSE ZAMOWFILE
           .

       410-ARCHIWIZUJ-ZAMOWIENIE.

      *    KLUCZ ISTNIEJACY W ARCHIWUM (PRZEBIEG ODRZUCONY PRZY
      *    WERYFIKACJI) JEST NADPISYWANY BIEZACA WERSJA

           PERFORM 660-ARCHIWUM-ZAMOWIEN
           IF NOT WS-JEST-BLAD
              MOVE ZAM-REC TO ZAMA-REC
              WRITE ZAMA-REC
              IF ERR-ZA = 22
                 REWRITE ZAMA-REC
              END-IF
              IF ERR-ZA NOT = 0
                 DISPLAY "ZAPIS ZAMOWIENIA " NR-ZAMOWIENIA
                         " DO ARCHIWUM - KOD " ERR-ZA
                 MOVE "T" TO WS-BLAD
              ELSE
                 ADD 1 TO WS-PL-ARCH (1)
                 ADD LICZBA-LINII-Z TO WS-PL-S1-ZRODLO (1)
                 ADD FAKTURA-Z TO WS-PL-S2-ZRODLO (1)
                 PERFORM 420-ARCHIWIZUJ-LINIE
                 MOVE "A" TO WS-BL-TYP
                 MOVE NR-ZAMOWIENIA TO WS-BL-NR
                 MOVE WS-ROK TO WS-BL-ROK
                 PERFORM 900-ZABLOKUJ
              END-IF
           END-IF
           .

       420-ARCHIWIZUJ-LINIE.

           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                      OR WS-JEST-BLAD
                 MOVE ZAML-REC TO ZAMLA-REC
                 WRITE ZAMLA-REC
                 IF ERR-LA = 22
                    REWRITE ZAMLA-REC
                 END-IF
                 IF ERR-LA NOT = 0
                    DISPLAY "ZAPIS LINII " NR-ZAM-L "/" LP-L
                            " DO ARCHIWUM - KOD " ERR-LA
                    MOVE "T" TO WS-BLAD
                 ELSE
                    ADD 1 TO WS-PL-ARCH (2)
                    ADD ILOSC-L TO WS-PL-S1-ZRODLO (2)
                    ADD ILOSC-WYDANA-L TO WS-PL-S2-ZRODLO (2)
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF
           .

       500-ARCHIWIZUJ-ROZRACHUNKI.

           OPEN INPUT ROZRFILE
           IF ERR-R NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC Rozrachunki - KOD " ERR-R
              MOVE "T" TO WS-BLAD
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO NR-FAKTURY-R
              START ROZRFILE KEY NOT < NR-FAKTURY-R
              IF ERR-R = 0
                 READ ROZRFILE NEXT
                 PERFORM UNTIL ERR-R > 0 OR WS-JEST-BLAD
                    ADD 1 TO WS-PL-PRZED (3)
                    IF ROZR-ZAPLACONA
                       AND DATA-FAKTURY-R < WS-GRANICA
                       MOVE "R" TO WS-BL-TYP
                       MOVE NR-FAKTURY-R TO WS-BL-NR
                       PERFORM 910-SPRAWDZ-BLOKADE
                       IF NOT WS-BL-ZNALEZIONA
                          PERFORM 510-ARCHIWIZUJ-ROZRACHUNEK
                       END-IF
                    END-IF
                    READ ROZRFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       510-ARCHIWIZUJ-ROZRACHUNEK.

           MOVE DATA-FAKTURY-R(1:2) TO WS-ROK
           PERFORM 670-ARCHIWUM-ROZRACHUNKOW
           IF NOT WS-JEST-BLAD
              MOVE ROZR-REC TO ROZRA-REC
              WRITE ROZRA-REC
              IF ERR-RA = 22
                 REWRITE ROZRA-REC
              END-IF
              IF ERR-RA NOT = 0
                 DISPLAY "ZAPIS ROZRACHUNKU " NR-FAKTURY-R
                         " DO ARCHIWUM - KOD " ERR-RA
                 MOVE "T" TO WS-BLAD
              ELSE
                 ADD 1 TO WS-PL-ARCH (3)
                 ADD KWOTA-BRUTTO-R TO WS-PL-S1-ZRODLO (3)
                 ADD KWOTA-ZAPLAC-R TO WS-PL-S2-ZRODLO (3)
                 MOVE "B" TO WS-BL-TYP
                 MOVE NR-FAKTURY-R TO WS-BL-NR
                 MOVE WS-ROK TO WS-BL-ROK
                 PERFORM 900-ZABLOKUJ
              END-IF
           END-IF
           .

       600-ARCHIWIZUJ-PO.

           OPEN INPUT POMFILE
           IF ERR-POM NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC ZamowieniaPOM - KOD "
                      ERR-POM
              MOVE "T" TO WS-BLAD
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO NR-PO
              START POMFILE KEY NOT < NR-PO
              IF ERR-POM = 0
                 READ POMFILE NEXT
                 PERFORM UNTIL ERR-POM > 0 OR WS-JEST-BLAD
                    ADD 1 TO WS-PL-PRZED (4)
                    IF PO-ZAMKNIETE AND DATA-PO < WS-GRANICA
                       PERFORM 605-OCEN-PO
                    END-IF
                    READ POMFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE POMFILE
           END-IF
           .

       605-OCEN-PO.

      *    ZAFAKTUROWANE (ZNACZNIK F) I BEZ BLOKADY P

           MOVE "F" TO WS-BL-TYP
           MOVE NR-PO TO WS-BL-NR
           PERFORM 910-SPRAWDZ-BLOKADE
           IF WS-BL-ZNALEZIONA
              MOVE "P" TO WS-BL-TYP
              PERFORM 910-SPRAWDZ-BLOKADE
              IF NOT WS-BL-ZNALEZIONA
                 PERFORM 610-ARCHIWIZUJ-JEDNO-PO
              END-IF
           END-IF
           .

       610-ARCHIWIZUJ-JEDNO-PO.

           MOVE DATA-PO(1:2) TO WS-ROK
           PERFORM 680-ARCHIWUM-PO
           IF NOT WS-JEST-BLAD
              MOVE POM-REC TO POMA-REC
              WRITE POMA-REC
              IF ERR-PA = 22
                 REWRITE POMA-REC
              END-IF
              IF ERR-PA NOT = 0
                 DISPLAY "ZAPIS PO " NR-PO " DO ARCHIWUM - KOD "
                         ERR-PA
                 MOVE "T" TO WS-BLAD
              ELSE
                 ADD 1 TO WS-PL-ARCH (4)
                 ADD ILOSC-ZAM-P TO WS-PL-S1-ZRODLO (4)
                 ADD ILOSC-PRZYJ-P TO WS-PL-S2-ZRODLO (4)
                 COMPUTE WS-PL-S3-ZRODLO (4) =
                         WS-PL-S3-ZRODLO (4) + ILOSC-ZAM-P * CENA-PO
                 MOVE "C" TO WS-BL-TYP
                 MOVE NR-PO TO WS-BL-NR
                 MOVE WS-ROK TO WS-BL-ROK
                 PERFORM 900-ZABLOKUJ
              END-IF
           END-IF
           .

       650-ZAMKNIJ-ARCHIWA.

           IF WS-ZAMA-ROK NOT = 0
              CLOSE ZAMARCHFILE
              CLOSE ZAMLARCHFILE
              MOVE 0 TO WS-ZAMA-ROK
           END-IF
           IF WS-ROZRA-ROK NOT = 0
              CLOSE ROZRARCHFILE
              MOVE 0 TO WS-ROZRA-ROK
           END-IF
           IF WS-POMA-ROK NOT = 0
              CLOSE POMARCHFILE
              MOVE 0 TO WS-POMA-ROK
           END-IF
           .

       660-ARCHIWUM-ZAMOWIEN.

      *    Zamowienia-20RR I ZamowieniaLinie-20RR DLA ROKU WS-ROK
      *    (BRAK PLIKU = NOWE ARCHIWUM); OTWARTE DO ZMIANY ROKU

           IF WS-ZAMA-ROK NOT = WS-ROK
              IF WS-ZAMA-ROK NOT = 0
                 CLOSE ZAMARCHFILE
                 CLOSE ZAMLARCHFILE
              END-IF
              MOVE WS-ROK TO WS-ZAMA-ROK
              MOVE SPACES TO WS-ZAMA-NAZWA
              STRING "Zamowienia-20" WS-ROK
                     DELIMITED BY SIZE INTO WS-ZAMA-NAZWA
              MOVE SPACES TO WS-ZAMLA-NAZWA
              STRING "ZamowieniaLinie-20" WS-ROK
                     DELIMITED BY SIZE INTO WS-ZAMLA-NAZWA
              OPEN I-O ZAMARCHFILE
              IF ERR-ZA = 35
                 CLOSE ZAMARCHFILE
                 OPEN OUTPUT ZAMARCHFILE
                 CLOSE ZAMARCHFILE
                 OPEN I-O ZAMARCHFILE
              END-IF
              OPEN I-O ZAMLARCHFILE
              IF ERR-LA = 35
                 CLOSE ZAMLARCHFILE
                 OPEN OUTPUT ZAMLARCHFILE
                 CLOSE ZAMLARCHFILE
                 OPEN I-O ZAMLARCHFILE
              END-IF
              IF ERR-ZA NOT = 0 OR ERR-LA NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC ARCHIWUM ZAMOWIEN 20"
                         WS-ROK " - KODY " ERR-ZA " / " ERR-LA
                 MOVE "T" TO WS-BLAD
              END-IF
           END-IF
           .

       670-ARCHIWUM-ROZRACHUNKOW.

           IF WS-ROZRA-ROK NOT = WS-ROK
              IF WS-ROZRA-ROK NOT = 0
                 CLOSE ROZRARCHFILE
              END-IF
              MOVE WS-ROK TO WS-ROZRA-ROK
              MOVE SPACES TO WS-ROZRA-NAZWA
              STRING "Rozrachunki-20" WS-ROK
                     DELIMITED BY SIZE INTO WS-ROZRA-NAZWA
              OPEN I-O ROZRARCHFILE
              IF ERR-RA = 35
                 CLOSE ROZRARCHFILE
                 OPEN OUTPUT ROZRARCHFILE
                 CLOSE ROZRARCHFILE
                 OPEN I-O ROZRARCHFILE
              END-IF
              IF ERR-RA NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC ARCHIWUM ROZRACHUNKOW"
                         " 20" WS-ROK " - KOD " ERR-RA
                 MOVE "T" TO WS-BLAD
              END-IF
           END-IF
           .

       680-ARCHIWUM-PO.

           IF WS-POMA-ROK NOT = WS-ROK
              IF WS-POMA-ROK NOT = 0
                 CLOSE POMARCHFILE
              END-IF
              MOVE WS-ROK TO WS-POMA-ROK
              MOVE SPACES TO WS-POMA-NAZWA
              STRING "ZamowieniaPOM-20" WS-ROK
                     DELIMITED BY SIZE INTO WS-POMA-NAZWA
              OPEN I-O POMARCHFILE
              IF ERR-PA = 35
                 CLOSE POMARCHFILE
                 OPEN OUTPUT POMARCHFILE
                 CLOSE POMARCHFILE
                 OPEN I-O POMARCHFILE
              END-IF
              IF ERR-PA NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC ARCHIWUM PO 20" WS-ROK
                         " - KOD " ERR-PA
                 MOVE "T" TO WS-BLAD
              END-IF
           END-IF
           .

       700-WERYFIKUJ-ARCHIWA.

      *    KAZDY SKOPIOWANY DOKUMENT JEST CZYTANY Z POWROTEM Z
      *    ARCHIWUM SWOJEGO ROKU; LICZBY I SUMY KOPII MUSZA SIE
      *    ZGODZIC ZE ZRODLEM W KAZDYM Z CZTERECH PLIKOW

           MOVE "A" TO TYP-BL
           MOVE 0 TO NR-BL
           START BLOKFILE KEY NOT < KLUCZ-BL
           IF ERR-BL = 0
              READ BLOKFILE NEXT
              PERFORM UNTIL ERR-BL > 0 OR TYP-BL > "C"
                 MOVE ROK-BL TO WS-ROK
                 EVALUATE TYP-BL
                    WHEN "A"
                       PERFORM 710-KOPIA-ZAMOWIENIA
                    WHEN "B"
                       PERFORM 720-KOPIA-ROZRACHUNKU
                    WHEN "C"
                       PERFORM 730-KOPIA-PO
                 END-EVALUATE
                 READ BLOKFILE NEXT
              END-PERFORM
           END-IF
           PERFORM 650-ZAMKNIJ-ARCHIWA

           PERFORM 750-POROWNAJ-SUMY
           IF WS-JEST-BLAD
              MOVE "N" TO WS-ZGODNE
           END-IF
           .

       710-KOPIA-ZAMOWIENIA.

           PERFORM 660-ARCHIWUM-ZAMOWIEN
           MOVE NR-BL TO NR-ZAMOWIENIA-A
           READ ZAMARCHFILE
           IF ERR-ZA = 0
              ADD 1 TO WS-PL-KOPIA (1)
              ADD LICZBA-LINII-ZA TO WS-PL-S1-KOPIA (1)
              ADD FAKTURA-ZA TO WS-PL-S2-KOPIA (1)
           END-IF
           MOVE NR-BL TO NR-ZAM-LA
           MOVE 0 TO LP-LA
           START ZAMLARCHFILE KEY NOT < KLUCZ-LINII-A
           IF ERR-LA = 0
              READ ZAMLARCHFILE NEXT
              PERFORM UNTIL ERR-LA > 0 OR NR-ZAM-LA NOT = NR-BL
                 ADD 1 TO WS-PL-KOPIA (2)
                 ADD ILOSC-LA TO WS-PL-S1-KOPIA (2)
                 ADD ILOSC-WYDANA-LA TO WS-PL-S2-KOPIA (2)
                 READ ZAMLARCHFILE NEXT
              END-PERFORM
           END-IF
           .

       720-KOPIA-ROZRACHUNKU.

           PERFORM 670-ARCHIWUM-ROZRACHUNKOW
           MOVE NR-BL TO NR-FAKTURY-A
           READ ROZRARCHFILE
           IF ERR-RA = 0
              ADD 1 TO WS-PL-KOPIA (3)
              ADD KWOTA-BRUTTO-A TO WS-PL-S1-KOPIA (3)
              ADD KWOTA-ZAPLAC-A TO WS-PL-S2-KOPIA (3)
           END-IF
           .

       730-KOPIA-PO.

           PERFORM 680-ARCHIWUM-PO
           MOVE NR-BL TO NR-PO-A
           READ POMARCHFILE
           IF ERR-PA = 0
              ADD 1 TO WS-PL-KOPIA (4)
              ADD ILOSC-ZAM-PA TO WS-PL-S1-KOPIA (4)
              ADD ILOSC-PRZYJ-PA TO WS-PL-S2-KOPIA (4)
              COMPUTE WS-PL-S3-KOPIA (4) =
                      WS-PL-S3-KOPIA (4) + ILOSC-ZAM-PA * CENA-PO-A
           END-IF
           .

       750-POROWNAJ-SUMY.

      *    TA SAMA ZASADA CO 700-POROWNAJ-SUMY W REORG.COB

           MOVE "T" TO WS-ZGODNE
           PERFORM VARYING WS-PL-I FROM 1 BY 1 UNTIL WS-PL-I > 4
              IF WS-PL-KOPIA (WS-PL-I) NOT = WS-PL-ARCH (WS-PL-I)
                 MOVE "N" TO WS-ZGODNE
                 DISPLAY WS-PL-NAZWA (WS-PL-I) " LICZBA REKORDOW "
                         "KOPII " WS-PL-KOPIA (WS-PL-I)
                         " VS ZRODLA " WS-PL-ARCH (WS-PL-I)
              END-IF
              IF WS-PL-S1-KOPIA (WS-PL-I)
                 NOT = WS-PL-S1-ZRODLO (WS-PL-I)
                 MOVE "N" TO WS-ZGODNE
                 DISPLAY WS-PL-NAZWA (WS-PL-I) " SUMA 1 KOPII "
                         WS-PL-S1-KOPIA (WS-PL-I)
                         " VS ZRODLA " WS-PL-S1-ZRODLO (WS-PL-I)
              END-IF
              IF WS-PL-S2-KOPIA (WS-PL-I)
                 NOT = WS-PL-S2-ZRODLO (WS-PL-I)
                 MOVE "N" TO WS-ZGODNE
                 DISPLAY WS-PL-NAZWA (WS-PL-I) " SUMA 2 KOPII "
                         WS-PL-S2-KOPIA (WS-PL-I)
                         " VS ZRODLA " WS-PL-S2-ZRODLO (WS-PL-I)
              END-IF
              IF WS-PL-S3-KOPIA (WS-PL-I)
                 NOT = WS-PL-S3-ZRODLO (WS-PL-I)
                 MOVE "N" TO WS-ZGODNE
                 DISPLAY WS-PL-NAZWA (WS-PL-I) " WARTOSC KOPII "
                         WS-PL-S3-KOPIA (WS-PL-I)
                         " VS ZRODLA " WS-PL-S3-ZRODLO (WS-PL-I)
              END-IF
           END-PERFORM
           .

       800-USUN-Z-BIEZACYCH.

      *    USUNIECIE Z PLIKOW BIEZACYCH DOPIERO PO ZGODNEJ
      *    WERYFIKACJI; KAZDY USUNIETY DOKUMENT DOSTAJE WPIS
      *    W ArchiwumIndeks

           OPEN I-O ARCHINDFILE
           IF ERR-AI = 35
              CLOSE ARCHINDFILE
              OPEN OUTPUT ARCHINDFILE
              CLOSE ARCHINDFILE
              OPEN I-O ARCHINDFILE
           END-IF
           OPEN I-O ZAMOWFILE
           OPEN I-O ZAMLFILE
           OPEN I-O ROZRFILE
           OPEN I-O POMFILE

           MOVE "A" TO TYP-BL
           MOVE 0 TO NR-BL
           START BLOKFILE KEY NOT < KLUCZ-BL
           IF ERR-BL = 0
              READ BLOKFILE NEXT
              PERFORM UNTIL ERR-BL > 0 OR TYP-BL > "C"
                 EVALUATE TYP-BL
                    WHEN "A"
                       PERFORM 810-USUN-ZAMOWIENIE
                    WHEN "B"
                       PERFORM 815-USUN-ROZRACHUNEK
                    WHEN "C"
                       PERFORM 818-USUN-PO
                 END-EVALUATE
                 READ BLOKFILE NEXT
              END-PERFORM
           END-IF

           CLOSE POMFILE
           CLOSE ROZRFILE
           CLOSE ZAMLFILE
           CLOSE ZAMOWFILE
           CLOSE ARCHINDFILE
           .

       810-USUN-ZAMOWIENIE.

           MOVE NR-BL TO NR-ZAMOWIENIA
           READ ZAMOWFILE
           IF ERR-Z = 0
              MOVE "Z" TO TYP-AI
              MOVE NR-ZAMOWIENIA TO NR-AI
              MOVE ROK-BL TO ROK-AI
              MOVE DATA-ZAM TO DATA-DOK-AI
              MOVE KOD-KLIENTA-Z TO KONTR-AI
              PERFORM 890-ZAPISZ-INDEKS
              DELETE ZAMOWFILE RECORD
              IF ERR-Z = 0
                 ADD 1 TO WS-PL-USUNIETE (1)
              END-IF
           END-IF

           MOVE NR-BL TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0 OR NR-ZAM-L NOT = NR-BL
                 DELETE ZAMLFILE RECORD
                 IF ERR-L = 0
                    ADD 1 TO WS-PL-USUNIETE (2)
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF
           .

       815-USUN-ROZRACHUNEK.

           MOVE NR-BL TO NR-FAKTURY-R
           READ ROZRFILE
           IF ERR-R = 0
              MOVE "F" TO TYP-AI
              MOVE NR-FAKTURY-R TO NR-AI
              MOVE ROK-BL TO ROK-AI
              MOVE DATA-FAKTURY-R TO DATA-DOK-AI
              MOVE KOD-KLIENTA-R TO KONTR-AI
              PERFORM 890-ZAPISZ-INDEKS
              DELETE ROZRFILE RECORD
              IF ERR-R = 0
                 ADD 1 TO WS-PL-USUNIETE (3)
              END-IF
           END-IF
           .

       818-USUN-PO.

           MOVE NR-BL TO NR-PO
           READ POMFILE
           IF ERR-POM = 0
              MOVE "P" TO TYP-AI
              MOVE NR-PO TO NR-AI
              MOVE ROK-BL TO ROK-AI
              MOVE DATA-PO TO DATA-DOK-AI
              MOVE KOD-DOSTAWCY-P TO KONTR-AI
              PERFORM 890-ZAPISZ-INDEKS
              DELETE POMFILE RECORD
              IF ERR-POM = 0
                 ADD 1 TO WS-PL-USUNIETE (4)
              END-IF
           END-IF
           .

       850-PRZELICZ-BIEZACE.

      *    PO USUNIECIU: BIEZACE = PRZED - ZARCHIWIZOWANE

           OPEN INPUT ZAMOWFILE
           MOVE 0 TO NR-ZAMOWIENIA
           START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
           IF ERR-Z = 0
              READ ZAMOWFILE NEXT
              PERFORM UNTIL ERR-Z > 0
                 ADD 1 TO WS-PL-PO (1)
                 READ ZAMOWFILE NEXT
              END-PERFORM
           END-IF
           CLOSE ZAMOWFILE

           OPEN INPUT ZAMLFILE
           MOVE LOW-VALUES TO KLUCZ-LINII
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                 ADD 1 TO WS-PL-PO (2)
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF
           CLOSE ZAMLFILE

           OPEN INPUT ROZRFILE
           MOVE 0 TO NR-FAKTURY-R
           START ROZRFILE KEY NOT < NR-FAKTURY-R
           IF ERR-R = 0
              READ ROZRFILE NEXT
              PERFORM UNTIL ERR-R > 0
                 ADD 1 TO WS-PL-PO (3)
                 READ ROZRFILE NEXT
              END-PERFORM
           END-IF
           CLOSE ROZRFILE

           OPEN INPUT POMFILE
           MOVE 0 TO NR-PO
           START POMFILE KEY NOT < NR-PO
           IF ERR-POM = 0
              READ POMFILE NEXT
              PERFORM UNTIL ERR-POM > 0
                 ADD 1 TO WS-PL-PO (4)
                 READ POMFILE NEXT
              END-PERFORM
           END-IF
           CLOSE POMFILE

           PERFORM VARYING WS-PL-I FROM 1 BY 1 UNTIL WS-PL-I > 4
              IF WS-PL-USUNIETE (WS-PL-I) NOT = WS-PL-ARCH (WS-PL-I)
                 OR WS-PL-PO (WS-PL-I) + WS-PL-USUNIETE (WS-PL-I)
                    NOT = WS-PL-PRZED (WS-PL-I)
                 DISPLAY "UWAGA: " WS-PL-NAZWA (WS-PL-I)
                         " PRZED " WS-PL-PRZED (WS-PL-I)
                         " USUNIETO " WS-PL-USUNIETE (WS-PL-I)
                         " Z " WS-PL-ARCH (WS-PL-I)
                         " ZOSTALO " WS-PL-PO (WS-PL-I)
                         " - SPRAWDZ PLIK I ARCHIWA"
                 MOVE "N" TO WS-ZGODNE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM
           .

       890-ZAPISZ-INDEKS.

           MOVE WS-DZIS TO DATA-ARCH-AI
           WRITE ARCHIND-REC
           IF ERR-AI = 22
              REWRITE ARCHIND-REC
           END-IF
           IF ERR-AI NOT = 0
              DISPLAY "ZAPIS ArchiwumIndeks " TYP-AI "/" NR-AI
                      " - KOD " ERR-AI
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       900-ZABLOKUJ.

      *    ZAPIS DO PLIKU ROBOCZEGO; ISTNIEJACY KLUCZ (22) ZNACZY,
      *    ZE DOKUMENT JEST JUZ ZAPISANY

           MOVE WS-BL-TYP TO TYP-BL
           MOVE WS-BL-NR TO NR-BL
           MOVE WS-BL-ROK TO ROK-BL
           WRITE BLOK-REC
           MOVE 0 TO WS-BL-ROK
           .

       910-SPRAWDZ-BLOKADE.

           MOVE WS-BL-TYP TO TYP-BL
           MOVE WS-BL-NR TO NR-BL
           READ BLOKFILE
           IF ERR-BL = 0
              MOVE "T" TO WS-BL-JEST
           ELSE
              MOVE "N" TO WS-BL-JEST
           END-IF
           .

       950-PODSUMOWANIE.

           OPEN EXTEND LOGFILE
           IF ERR-LOG NOT = 0
              CLOSE LOGFILE
              OPEN OUTPUT LOGFILE
           END-IF
           DISPLAY "PLIK             PRZED   ARCH.   USUN.   ZOSTALO"
           PERFORM VARYING WS-PL-I FROM 1 BY 1 UNTIL WS-PL-I > 4
              DISPLAY WS-PL-NAZWA (WS-PL-I) " "
                      WS-PL-PRZED (WS-PL-I) " "
                      WS-PL-ARCH (WS-PL-I) " "
                      WS-PL-USUNIETE (WS-PL-I) " "
                      WS-PL-PO (WS-PL-I)
              MOVE WS-DZIS TO WS-LOG-DATA-O
              MOVE WS-CZAS TO WS-LOG-CZAS-O
              MOVE WS-PL-NAZWA (WS-PL-I) TO WS-LOG-PLIK-O
              MOVE WS-GRANICA TO WS-LOG-GRAN-O
              MOVE WS-PL-PRZED (WS-PL-I) TO WS-LOG-PRZED-O
              MOVE WS-PL-ARCH (WS-PL-I) TO WS-LOG-ARCH-O
              MOVE WS-PL-USUNIETE (WS-PL-I) TO WS-LOG-USUN-O
              MOVE WS-PL-PO (WS-PL-I) TO WS-LOG-PO-O
              MOVE WS-PL-S1-ZRODLO (WS-PL-I) TO WS-LOG-S1-O
              MOVE WS-PL-S2-ZRODLO (WS-PL-I) TO WS-LOG-S2-O
              IF WS-JEST-ZGODNE
                 MOVE "ZGODNE" TO WS-LOG-WYNIK-O
              ELSE
                 MOVE "ODRZUCONE" TO WS-LOG-WYNIK-O
              END-IF
              WRITE LOG-REC FROM WS-LOG-LINIA
           END-PERFORM
           CLOSE LOGFILE
           .
