      *    W MAGAZYN.COB): KSIEGOWANIE DOSTAW NA STAN W BAZA5,
      *    PRZEGLAD POJEDYNCZEGO PO, RAPORT OTWARTYCH PO ORAZ
      *    OZNACZANIE PO JAKO WYSLANYCH DO DOSTAWCY.
      *    KAZDE PRZYJECIE WYSTAWIA NUMEROWANE DOKUMENTY PZ (SERIA
      *    PZ W NumeryKontrolne, JEDEN NA DOSTAWCE) DO
      *    DokumentyPZ.txt; NUMER PZ TRAFIA DO AUDYTU I
      *    PrzyjeciaPO.txt.
      *    STATUS PO: O=OTWARTE W=WYSLANE C=CZESCIOWE Z=ZAMKNIETE
      *    A=OCZEKUJE NA ZATWIERDZENIE (WARTOSC PONAD LIMIT Z
      *    LimityZatwierdzenPO.txt) - BEZ WYSYLKI I PRZYJECIA DO
      *    DECYZJI ZATWIERDZAJACEGO (OPCJA Z)
      *    KWARANTANNE DOSTAWY I WIELKOSC PROBKI WYZNACZA PLAN
      *    KONTROLI TOWARU LUB DOSTAWCY Z PlanyKontroli.txt
      *    (140-PLAN-KONTROLI); WYNIKI KONTROLI (OPCJA J) ZOSTAJA
      *    PRZY PRZYJECIU W KontrolePrzyjec
      *    PO WYSYLKI BEZPOSREDNIEJ (TYP-PO-P = D, ZAKLADANE PRZEZ
      *    ZAMOWIENIA.COB) NIE PRZECHODZA PRZEZ RAMPE: TOWAR IDZIE
      *    OD DOSTAWCY PROSTO DO KLIENTA, A IMPORT POTWIERDZEN
      *    TRAKTUJE POTWIERDZENIE DOSTAWCY JAKO POTWIERDZENIE
      *    WYSYLKI I REALIZUJE POWIAZANA LINIE ZAMOWIENIA KLIENTA
      *    WYCOFANIE PARTII (OPCJA W): PARTIE TOWARU NA KWARANTANNE,
      *    LISTA ODBIORCOW Z PartieWydania.txt, PISMA DO KLIENTOW
      *    (PismaWycofania.txt) I REJESTR ZWROTOW W KARTOTECE
      *    Wycofania (SERIA WYCOFANIE) AZ DO ZAMKNIECIA

       PROGRAM-ID. PRZYJECIE.

               RECORD KEY KLUCZ-LINII
               STATUS ERR-ZL.

           SELECT ZAMOWFILE ASSIGN TO "Zamowienia"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-Z.

           SELECT PARTIEFILE ASSIGN TO "Partie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY OKRES-OK
               STATUS ERR-OK.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT PZFILE ASSIGN TO "DokumentyPZ.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PZ.

           SELECT ZATWFILE ASSIGN TO "ZatwierdzeniaPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO-ZT
               STATUS ERR-ZT.

           SELECT UMRFILE ASSIGN TO "UmowyRamowe"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-UR
               STATUS ERR-UR.

           SELECT WYWFILE ASSIGN TO "WywolaniaUmow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO-WU
               STATUS ERR-WU.

           SELECT PLANKFILE ASSIGN TO "PlanyKontroli.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PK.

           SELECT KJFILE ASSIGN TO "KontrolePrzyjec"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-KJ
               STATUS ERR-KJ.

           SELECT PARTIEWYDFILE ASSIGN TO "PartieWydania.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PW.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-KL.

           SELECT ADRDFILE ASSIGN TO "AdresyDostaw"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ADRD
               STATUS ERR-AD.

           SELECT WYCFILE ASSIGN TO "Wycofania"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-WYC
               STATUS ERR-WYC.

           SELECT PISMAFILE ASSIGN TO "PismaWycofania.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PSM.

       DATA DIVISION.

       FILE SECTION.
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

       FD DZIENNIKFILE.
       01 DZIENNIK-REC PIC X(180).
       01 SWIADEK-REC PIC X(16).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD PRZLOGFILE.
       01 PRZ-LOG-REC PIC X(90).
             88 LIN-ZREALIZOWANA  VALUE "R".
             88 LIN-BACKORDER     VALUE "B".
             88 LIN-ANULOWANA     VALUE "X".
          05 DATA-OBIECANA-L PIC 9(6).
          05 PO-OBIETNICY-L  PIC 9(7).
          05 TRYB-DOSTAWY-L  PIC X(1).
             88 LIN-DROPSHIP     VALUE "D".
          05 KOD-TOW-KLIENTA-L PIC X(20).

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

       FD CROSSFILE.
       01 CROSS-REC PIC X(100).
             10 NR-PARTII-PA    PIC X(10).
          05 DATA-WAZNOSCI-PA   PIC 9(6).
          05 ILOSC-PA           PIC 9(7)V99.
          05 STATUS-PA          PIC X(1).
             88 PARTIA-WYCOFANA VALUE "W".

       FD PARAMTFILE  BLOCK CONTAINS 0.
       01 PARAMT-REC.
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

       FD SERIALEFILE  BLOCK CONTAINS 0.
       01 SERIAL-REC.
          05 DATA-WYD-NS     PIC 9(6).

       FD ODKLADFILE.
       01 ODKLAD-REC PIC X(80).

       FD STREFYFILE.
       01 STREFY-REC PIC X(50).
             88 LOK-POBRAN       VALUE "P".
             88 LOK-SKLADOWANIA  VALUE "B".
             88 LOK-WSTRZYMANA   VALUE "H".
             88 LOK-U-KLIENTA    VALUE "K".
          05 MAX-WAGA-LK     PIC 9(7)V99.
          05 MAX-ILOSC-LK    PIC 9(7)V99.
          05 KLIENT-LK       PIC X(10).
          05 DLUGOSC-LK      PIC 9(4)V9.
          05 SZEROKOSC-LK    PIC 9(4)V9.
          05 WYSOKOSC-LK     PIC 9(4)V9.

       FD KOSZTYFILE.
       01 KOSZTY-REC PIC X(120).
             88 OKRES-ZAMKNIETY VALUE "Z".
          05 DATA-ZAMKN-OK   PIC 9(6).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       FD PZFILE.
       01 PZ-REC PIC X(120).

       FD ZATWFILE  BLOCK CONTAINS 0.
       01 ZATW-REC.
          05 NR-PO-ZT           PIC 9(7).
          05 TWORCA-ZT          PIC X(8).
          05 DATA-UTW-ZT        PIC 9(6).
          05 WARTOSC-ZT         PIC 9(11)V99.
          05 LIMIT-ZT           PIC 9(11)V99.
          05 ZRODLO-LIMITU-ZT   PIC X(12).
          05 STATUS-ZT          PIC X(1).
             88 ZT-OCZEKUJE        VALUE "O".
             88 ZT-ZATWIERDZONE    VALUE "Z".
             88 ZT-ODRZUCONE       VALUE "R".
          05 ZATWIERDZAJACY-ZT  PIC X(8).
          05 DATA-DECYZJI-ZT    PIC 9(6).
          05 UZASADNIENIE-ZT    PIC X(40).

       FD UMRFILE  BLOCK CONTAINS 0.
       01 UMR-REC.
          05 KLUCZ-UR.
             10 TOWAR-UR        PIC X(20).
             10 DOSTAWCA-UR     PIC X(10).
             10 DATA-OD-UR      PIC 9(6).
          05 DATA-DO-UR         PIC 9(6).
          05 ILOSC-UR           PIC 9(9)V99.
          05 CENA-UR            PIC 9(7)V99.
          05 WALUTA-UR          PIC X(3).
          05 ILOSC-WYWOL-UR     PIC 9(9)V99.
          05 STATUS-UR          PIC X(1).
             88 UR-AKTYWNA         VALUE "A".
             88 UR-ZAMKNIETA       VALUE "Z".
          05 DATA-ZAL-UR        PIC 9(6).
          05 OPERATOR-UR        PIC X(8).

       FD WYWFILE  BLOCK CONTAINS 0.
       01 WYW-REC.
          05 NR-PO-WU           PIC 9(7).
          05 KLUCZ-UR-WU.
             10 TOWAR-WU        PIC X(20).
             10 DOSTAWCA-WU     PIC X(10).
             10 DATA-OD-WU      PIC 9(6).
          05 ILOSC-WU           PIC 9(7)V99.
          05 DATA-WU            PIC 9(6).

       FD PLANKFILE.
       01 PLANK-REC PIC X(60).

      *    KONTROLA JAKOSCI PRZYJECIA: TRYB Z PLANU (P PELNA,
      *    S PROBKA, K SKIP-LOT, R DECYZJA PRZYJMUJACEGO), PROBKA
      *    DO SPRAWDZENIA I WYNIK WPISANY PO KONTROLI

       FD KJFILE  BLOCK CONTAINS 0.
       01 KJ-REC.
          05 KLUCZ-KJ.
             10 DOSTAWCA-KJ     PIC X(10).
             10 TOWAR-KJ        PIC X(20).
             10 DATA-KJ         PIC 9(6).
             10 CZAS-KJ         PIC 9(8).
          05 NR-PO-KJ           PIC 9(7).
          05 NR-PZ-KJ           PIC 9(7).
          05 LOKALIZACJA-KJ     PIC X(10).
          05 ILOSC-PRZYJ-KJ     PIC 9(7)V99.
          05 TRYB-KJ            PIC X(1).
          05 PROBKA-KJ          PIC 9(7)V99.
          05 SPRAWDZONO-KJ      PIC 9(7)V99.
          05 WADLIWE-KJ         PIC 9(7)V99.
          05 KOD-WADY-KJ        PIC X(12).
          05 STATUS-KJ          PIC X(1).
             88 KJ-OCZEKUJE        VALUE "O".
             88 KJ-ZGODNA          VALUE "Z".
             88 KJ-NIEZGODNA       VALUE "N".
             88 KJ-POMINIETA       VALUE "P".
          05 OPERATOR-KJ        PIC X(8).
          05 KONTROLER-KJ       PIC X(8).
          05 DATA-WYNIKU-KJ     PIC 9(6).

       FD PARTIEWYDFILE.
       01 PARTIAWYD-REC PIC X(80).

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

       FD PISMAFILE.
       01 PISMA-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HASLO-ZGODNE PIC X(1).
          88 WS-HASLO-JEST-ZGODNE VALUE "T".
          88 WYB-ASN-IMPORT VALUE "A".
          88 WYB-ASN-ROZNICE VALUE "D".
          88 WYB-KOSZTY     VALUE "K".
          88 WYB-ZATWIERDZ  VALUE "Z".
          88 WYB-KONTROLA   VALUE "J".
          88 WYB-WYCOFANIE  VALUE "W".
       01 ERR-KTR PIC 99.
       01 WS-KTR-LINIA.
          05 WS-KTR-LICZBA-O PIC 9(7).
          88 WS-LOG-JEST-OK VALUE "T".
       01 ERR-DZN PIC 99.
       01 WS-DZN-OPER PIC X(8).
       01 WS-WARSTWY.
          05 WS-WR-FUNKCJA     PIC X(1).
          05 WS-WR-TOWAR       PIC X(20).
          05 WS-WR-LOKALIZACJA PIC X(10).
          05 WS-WR-LOK-CEL     PIC X(10).
          05 WS-WR-ILOSC       PIC 9(7)V99.
          05 WS-WR-KOSZT       PIC 9(7)V9999 VALUE 0.
          05 WS-WR-KWOTA       PIC 9(9)V99.
          05 WS-WR-DOKUMENT    PIC X(10) VALUE SPACES.
          05 WS-WR-ZRODLO      PIC X(1) VALUE SPACE.
          05 WS-WR-NAZWA       PIC X(40).
          05 WS-WR-OPER        PIC X(8).
          05 WS-WR-OBRAZ       PIC X(142).
          05 WS-WR-WYNIK       PIC 9(2).
          05 WS-WR-ZMIANA      PIC 9(7)V99.
       01 WS-WR-ILOSC-KWAR PIC 9(7)V99.
       01 WS-DZIENNIK-LINIA.
          05 WS-DZN-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-DZN-OBRAZ-O   PIC X(142).
       01 WS-ROLA-OPERATORA PIC X(1).
          88 ROLA-ADMIN   VALUE "A".
          88 ROLA-PODGLAD VALUE "V".
       01 ERR    PIC 99.
       01 ERR-POM PIC 99.
       01 WS-PRZYJMIJ PIC X(1).
          88 WS-PRZYJMUJEMY VALUE "T".
       01 WS-POZOSTALO PIC 9(7)V99.
       01 ERR-ZT PIC 99.
       01 ERR-UR PIC 99.
       01 ERR-WU PIC 99.
       01 WS-POZYCJE-DO-ZATW PIC 9(5) VALUE 0.
       01 WS-ZT-JEST PIC X(1).
          88 WS-ZT-ZNALEZIONY VALUE "T".
       01 WS-ZT-DECYZJA PIC X(1).
          88 WS-ZT-ZATWIERDZ VALUE "Z".
          88 WS-ZT-ODRZUC    VALUE "R".
          88 WS-ZT-KONIEC    VALUE "K".
       01 WS-ZT-POWOD PIC X(40).
       01 WS-ZT-LICZNIK PIC 9(5).
       01 WS-ZT-ZATWIERDZONE PIC 9(5).
       01 WS-ZT-ODRZUCONE PIC 9(5).
       01 WS-DOSTARCZONO PIC 9(7)V99.
       01 ILOSC-ZMIANA PIC S9(7)V99.

       01 WS-POZYCJE-PRZYJETE PIC 9(5) VALUE 0.
       01 WS-POZYCJE-POMINIETE PIC 9(5) VALUE 0.
       01 WS-POZYCJE-BRAK-BAZA PIC 9(5) VALUE 0.

      *    DOKUMENTY PZ BIEZACEGO PRZYJECIA: JEDEN NA DOSTAWCE,
      *    POZYCJE ZBIERANE DO WYDRUKU NA KONIEC PRZYJECIA

       01 ERR-N PIC 99.
       01 ERR-PZ PIC 99.
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".
       01 WS-NR-PZ PIC 9(7) VALUE 0.
       01 WS-PZD-N PIC 9(2) VALUE 0.
       01 WS-PZD-I PIC 9(2).
       01 WS-PZD-TAB OCCURS 50.
          05 WS-PZD-NR      PIC 9(7).
          05 WS-PZD-DATA    PIC 9(6).
          05 WS-PZD-DOST    PIC X(10).
          05 WS-PZD-NAZWA   PIC X(30).
       01 WS-PZL-N PIC 9(3) VALUE 0.
       01 WS-PZL-I PIC 9(3).
       01 WS-PZL-TAB OCCURS 500.
          05 WS-PZL-DOK     PIC 9(2).
          05 WS-PZL-PO      PIC 9(7).
          05 WS-PZL-TOWAR   PIC X(20).
          05 WS-PZL-LOK     PIC X(10).
          05 WS-PZL-ILOSC   PIC 9(7)V99.
          05 WS-PZL-CENA    PIC 9(7)V99.
       01 WS-PZ-WARTOSC PIC 9(11)V99.
       01 WS-PZ-RAZEM PIC 9(13)V99.
       01 WS-PZ-LP PIC 9(3).
       01 WS-PZ-DOK PIC 9(2).
       01 WS-PZ-NAGLOWEK.
          05 FILLER          PIC X(6) VALUE "PZ NR ".
          05 WS-PZ-NR-O      PIC 9(7).
          05 FILLER          PIC X(7) VALUE "  DATA ".
          05 WS-PZ-DATA-O    PIC 9(6).
          05 FILLER          PIC X(11) VALUE "  DOSTAWCA ".
          05 WS-PZ-DOST-O    PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PZ-NAZWA-O   PIC X(30).
       01 WS-PZ-POZYCJA.
          05 FILLER          PIC X(5) VALUE "  LP ".
          05 WS-PZ-LP-O      PIC 9(3).
          05 FILLER          PIC X(4) VALUE " PO ".
          05 WS-PZ-PO-O      PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PZ-TOWAR-O   PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PZ-LOK-O     PIC X(10).
          05 FILLER          PIC X(11) VALUE " PRZYJETO: ".
          05 WS-PZ-ILOSC-O   PIC Z(7)9.99.
          05 FILLER          PIC X(7) VALUE " CENA: ".
          05 WS-PZ-CENA-O    PIC Z(7)9.99.
          05 FILLER          PIC X(10) VALUE " WARTOSC: ".
          05 WS-PZ-WART-O    PIC Z(9)9.99.
       01 WS-PZ-SUMA.
          05 FILLER          PIC X(19)
             VALUE "WARTOSC DOKUMENTU: ".
          05 WS-PZ-RAZEM-O   PIC Z(11)9.99.
          05 FILLER          PIC X(11) VALUE "  PRZYJAL: ".
          05 WS-PZ-OPER-O    PIC X(8).
       01 WS-RAPORT-LICZNIK PIC 9(5).

       01 WS-WALID-WEJSCIE PIC X(12).
          05 WS-PRZ-DATA-PO-O PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-OCZEK-O   PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-PZ-O      PIC 9(7).

       01 WS-TERM-DATA-8 PIC 9(8).
       01 WS-TERM-PRZYJ-INT PIC 9(9).
       01 WS-AUD-PO    PIC 9(7)V99.
       01 WS-AUD-OPER PIC X(10) VALUE "PRZYJECIE".
       01 WS-AUD-TYP  PIC X(12) VALUE "PRZYJECIE".
       01 WS-AUD-DOKUMENT PIC X(10) VALUE SPACES.
       01 WS-KWARANTANNA PIC X(1).
          88 WS-NA-KWARANTANNE VALUE "T".
       01 WS-KWAR-LICZBA PIC 9(7)V99.
       01 ERR-KD PIC 99.
       01 ERR-OJ PIC 99.
       01 ERR-ZL PIC 99.
       01 ERR-Z PIC 99.
       01 ERR-CR PIC 99.
       01 ERR-PA PIC 99.
       01 WS-PARTIA-NR PIC X(10).

      *    WYCOFANIE PARTII (RECALL)

       01 ERR-PW PIC 99.
       01 ERR-KL PIC 99.
       01 ERR-AD PIC 99.
       01 ERR-WYC PIC 99.
       01 ERR-PSM PIC 99.
       01 WS-WYC-WYBOR PIC X(1).
       01 WS-POTWIERDZ PIC X(1).
       01 WS-NR-WYC PIC 9(7).
       01 WS-WYC-LP PIC 9(3).
       01 WS-WYC-TOWAR PIC X(20).
       01 WS-WYC-PARTIA PIC X(10).
       01 WS-WYC-OD PIC 9(6).
       01 WS-WYC-DO PIC 9(6).
       01 WS-WYC-DZIS PIC 9(6).
       01 WS-WYC-LOK PIC X(10).
       01 WS-WYC-ILOSC PIC 9(7)V99.
       01 WS-WYC-KWAR PIC 9(9)V99.
       01 WS-WYC-BRAKUJE PIC 9(9)V99.
       01 WS-WYC-OTWARTYCH PIC 9(3).
       01 WS-WYC-JEST PIC X(1).
          88 WS-WYC-ZNALEZIONO VALUE "T".
       01 WS-WYC-KLIENT PIC X(10).
       01 WS-WYC-ADRES PIC X(6).
       01 WS-WYC-NAZWA PIC X(30).
       01 WS-WYC-ADRES-PELNY PIC X(40).
       01 WS-WYC-NIP PIC X(14).
       01 WS-WYC-KONTAKT PIC X(30).
       01 WS-WP-N PIC 9(2).
       01 WS-WP-I PIC 9(2).
       01 WS-WP-TAB.
          05 WS-WP-PARTIA PIC X(10) OCCURS 50.
       01 WS-WO-N PIC 9(3).
       01 WS-WO-I PIC 9(3).
       01 WS-WO-J PIC 9(3).
       01 WS-WO-TAB OCCURS 200.
          05 WS-WO-KLIENT PIC X(10).
          05 WS-WO-ZAM    PIC 9(7).
          05 WS-WO-PARTIA PIC X(10).
          05 WS-WO-ADRES  PIC X(6).
          05 WS-WO-ILOSC  PIC 9(7)V99.
       01 WS-WO-ZAPAS.
          05 WS-WO-Z-KLIENT PIC X(10).
          05 WS-WO-Z-ZAM    PIC 9(7).
          05 WS-WO-Z-PARTIA PIC X(10).
          05 WS-WO-Z-ADRES  PIC X(6).
          05 WS-WO-Z-ILOSC  PIC 9(7)V99.
       01 WS-PW-LINIA.
          05 WS-PW-DATA-O   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-PW-ZAM-O    PIC 9(7).
          05 FILLER         PIC X.
          05 WS-PW-LP-O     PIC 9(3).
          05 FILLER         PIC X.
          05 WS-PW-TOWAR-O  PIC X(20).
          05 FILLER         PIC X(8).
          05 WS-PW-PARTIA-O PIC X(10).
          05 FILLER         PIC X.
          05 WS-PW-ILOSC-O  PIC Z(7)9.99.
          05 FILLER         PIC X(4).
          05 WS-PW-WAZNOSC-O PIC X(6).
          05 WS-PW-WAZNOSC-N REDEFINES WS-PW-WAZNOSC-O PIC 9(6).
       01 WS-PS-LINIA PIC X(100).
       01 WS-PS-ILOSC-O PIC Z(6)9.99.
       01 ERR-PAR PIC 99.
       01 ERR-SN PIC 99.
       01 ERR-LK PIC 99.
          05 WS-OD-SUG-O   PIC X(10).
          05 FILLER        PIC X(6) VALUE " FAKT:".
          05 WS-OD-FAKT-O  PIC X(10).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-OD-CZAS-O  PIC 9(8).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-OD-OPER-O  PIC X(8).
       01 WS-PJ-LOK PIC X(10).
       01 WS-PJ-SUMA-ILOSC PIC 9(9)V99.
       01 WS-PJ-SUMA-WAGA PIC 9(11)V99.
       01 WS-PJ-OK PIC X(1).
          88 WS-PJ-JEST-OK VALUE "T".
       01 WS-PJ-ZAPAS-REC PIC X(150).
       01 WS-PJ-TOWAR PIC X(20).
       01 WS-PJ-OBJ-N PIC 9(3)V9(6).
       01 WS-PJ-WYS-N PIC 9(4)V9.
       01 WS-PJ-DOD-OBJ PIC 9(7)V9(6).
       01 WS-PJ-SUMA-OBJ PIC 9(7)V9(6).
       01 WS-PJ-MAX-OBJ PIC 9(5)V9(6).
       01 WS-PJ-MAX-WYS PIC 9(4)V9.
       01 WS-ILOSC-LICZBA PIC 9(7)V99.
       01 WS-SER-DO-SKANU PIC 9(5).
       01 WS-SER-I PIC 9(5).
          05 WS-OJ-ILOSC-O  PIC 9(7)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OJ-POWOD-O  PIC X(12).

      *    PLANY KONTROLI PRZYJEC (PlanyKontroli.txt): LINIA T -
      *    PLAN TOWARU, D - PLAN DOSTAWCY (TRYB P PELNA KONTROLA,
      *    S PROBKA WG WIELKOSCI PARTII, K SKIP-LOT PO LICZBA
      *    CZYSTYCH KONTROLACH, B BEZ KONTROLI); LINIA L - PROBKA
      *    DLA PARTII DO LICZBA SZTUK (ZASTEPUJE TABELE DOMYSLNA)
       01 ERR-PK PIC 99.
       01 ERR-KJ PIC 99.
       01 WS-PK-LINIA.
          05 WS-PK-TYP-A    PIC X(1).
          05 FILLER         PIC X.
          05 WS-PK-KOD-A    PIC X(20).
          05 FILLER         PIC X.
          05 WS-PK-TRYB-A   PIC X(1).
          05 FILLER         PIC X.
          05 WS-PK-LICZBA-A PIC X(9).
          05 FILLER         PIC X.
          05 WS-PK-PROBKA-A PIC X(9).
       01 WS-PK-N PIC 9(3) VALUE 0.
       01 WS-PK-I PIC 9(3).
       01 WS-PK-TAB OCCURS 200.
          05 WS-PK-TYP      PIC X(1).
          05 WS-PK-KOD      PIC X(20).
          05 WS-PK-TRYB     PIC X(1).
          05 WS-PK-LICZBA   PIC 9(5).
       01 WS-PL-DOMYSLNE-WARTOSCI.
          05 FILLER PIC X(12) VALUE "000000800002".
          05 FILLER PIC X(12) VALUE "000001500003".
          05 FILLER PIC X(12) VALUE "000002500005".
          05 FILLER PIC X(12) VALUE "000005000008".
          05 FILLER PIC X(12) VALUE "000009000013".
          05 FILLER PIC X(12) VALUE "000015000020".
          05 FILLER PIC X(12) VALUE "000028000032".
          05 FILLER PIC X(12) VALUE "000050000050".
          05 FILLER PIC X(12) VALUE "000120000080".
          05 FILLER PIC X(12) VALUE "000320000125".
          05 FILLER PIC X(12) VALUE "001000000200".
          05 FILLER PIC X(12) VALUE "003500000315".
          05 FILLER PIC X(12) VALUE "015000000500".
          05 FILLER PIC X(12) VALUE "999999900800".
       01 WS-PL-DOMYSLNE REDEFINES WS-PL-DOMYSLNE-WARTOSCI.
          05 WS-PLD-POZ OCCURS 14.
             10 WS-PLD-PARTIA-DO PIC 9(7).
             10 WS-PLD-PROBKA    PIC 9(5).
       01 WS-PL-N PIC 9(2) VALUE 0.
       01 WS-PL-I PIC 9(2).
       01 WS-PL-TAB OCCURS 20.
          05 WS-PL-PARTIA-DO PIC 9(7).
          05 WS-PL-PROBKA    PIC 9(5).
       01 WS-PL-NAJBLIZSZA PIC 9(7).

      *    DOSTAWCA Z ODRZUTEM Z KWARANTANNY W OSTATNICH
      *    KJ-DNI-ODRZUTU DNIACH WRACA DO KONTROLI PELNEJ
       01 KJ-DNI-ODRZUTU PIC 9(3) VALUE 90.
       01 WS-KJ-TRYB PIC X(1).
          88 WS-KJ-PELNA     VALUE "P".
          88 WS-KJ-PROBKA-WG VALUE "S".
          88 WS-KJ-SKIP-LOT  VALUE "K".
          88 WS-KJ-BEZ       VALUE "B".
          88 WS-KJ-RECZNA    VALUE "R".
       01 WS-KJ-N-CZYSTYCH PIC 9(5).
       01 WS-KJ-PROBKA PIC 9(7)V99.
       01 WS-KJ-ZAPISAC PIC X(1).
          88 WS-KJ-DO-ZAPISU VALUE "T".
       01 WS-KJ-POMIN PIC X(1).
          88 WS-KJ-POMINIETA VALUE "T".
       01 WS-KJ-ODRZUTY PIC X(1).
          88 WS-KJ-SA-ODRZUTY VALUE "T".
       01 WS-KJ-CZYSTE PIC 9(5).
       01 WS-KJ-BEZ-KONTROLI PIC 9(5).
       01 WS-KJ-GRANICA PIC 9(6).
       01 WS-KJ-DATA-8 PIC 9(8).
       01 WS-KJ-DATA-INT PIC 9(9).
       01 WS-KJ-ODP PIC X(1).
       01 WS-KJ-KONIEC PIC X(1).
          88 WS-KJ-KONCZYMY VALUE "T".
       01 WS-KJ-FILTR PIC X(20).
       01 WS-KJ-LICZNIK PIC 9(5).
       01 WS-LC-DOSTAWCA PIC X(10).
       01 WS-LC-DATA PIC 9(6).
       01 WS-LC-KLUCZ PIC X(1).
          05 WS-TR-WALUTA-O  PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TR-OCZEK-O   PIC 9(6).
       01 WS-TR-DS-LINIA.
          05 FILLER          PIC X(8) VALUE "  DOSTAW".
          05 FILLER          PIC X(9) VALUE "A DO: ZAM".
          05 WS-TR-DS-ZAM-O  PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TR-DS-ODB-O  PIC X(30).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TR-DS-ADR-O  PIC X(40).
       01 WS-DS-OTWARTE PIC X(1).
          88 WS-DS-SA-OTWARTE VALUE "T".
       01 WS-POTW-LINIA.
          05 WS-PT-NR-A      PIC 9(7).
          05 FILLER          PIC X.
             10 WS-LAN-NR-O PIC 9(7).
          05 FILLER PIC X VALUE SPACE.
          05 WS-LAN-KONTROLA-O PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 WS-LAN-DOKUMENT-O PIC X(10).

       PROCEDURE DIVISION.

                 DISPLAY "K. KOSZTY DOSTAWY (FRACHT/CLO) NA "
                         "KOSZT ZAKUPU"
              END-IF
              IF NOT ROLA-PODGLAD
                 DISPLAY "Z. ZATWIERDZANIE PO PONAD LIMIT WARTOSCI"
                 DISPLAY "J. WYNIKI KONTROLI JAKOSCI PRZYJEC"
              END-IF
              DISPLAY "W. WYCOFANIE PARTII (RECALL)"
              ACCEPT WYBOR

              IF WYB-PRZYJMIJ
                 PERFORM 480-ROZNICE-AWIZ
              END-IF

              IF WYB-ZATWIERDZ
                 IF NOT ROLA-ADMIN
                    DISPLAY "BRAK UPRAWNIEN DO ZATWIERDZANIA PO"
                 ELSE
                    PERFORM 430-ZATWIERDZANIE-PO
                 END-IF
              END-IF

              IF WYB-KONTROLA
                 IF ROLA-PODGLAD
                    DISPLAY "BRAK UPRAWNIEN DO TEJ OPCJI (TYLKO "
                            "PODGLAD)"
                 ELSE
                    PERFORM 160-WYNIKI-KONTROLI
                 END-IF
              END-IF

              IF WYB-KOSZTY
                 IF ROLA-PODGLAD
                    DISPLAY "BRAK UPRAWNIEN DO TEJ OPCJI (TYLKO "
                 END-IF
              END-IF

              IF WYB-WYCOFANIE
                 PERFORM 750-WYCOFANIE-PARTII
              END-IF

      *       REKORD KONTROLNY TYLKO PO OPCJACH ZAPISUJACYCH
      *       BAZA5 (PRZYJECIE, ZWOLNIENIE, ODRZUT, WYCOFANIE)
              IF WYB-PRZYJMIJ OR WYB-ZWOLNIJ OR WYB-ODRZUC
                 OR WYB-WYCOFANIE
                 PERFORM 985-KONTROLA-ZAPISZ
              END-IF

       100-PRZYJMIJ-DOSTAWE.

           MOVE 0 TO WS-POZYCJE-OGLADANE
           MOVE 0 TO WS-POZYCJE-DO-ZATW
           MOVE 0 TO WS-POZYCJE-PRZYJETE
           MOVE 0 TO WS-POZYCJE-POMINIETE
           MOVE 0 TO WS-POZYCJE-BRAK-BAZA
           MOVE 0 TO WS-PZD-N
           MOVE 0 TO WS-PZL-N

           DISPLAY "PODAJ KOD DOSTAWCY (PUSTE = WSZYSTKIE OTWARTE PO)"
           ACCEPT WS-FILTR-KOD-DOST
           PERFORM 141-WCZYTAJ-PLANY

           OPEN I-O POMFILE
           IF ERR-POM NOT = 0
                       IF NOT PO-ZAMKNIETE AND
                          (WS-FILTR-KOD-DOST = SPACES OR
                           KOD-DOSTAWCY-P = WS-FILTR-KOD-DOST)
                          IF PO-DO-ZATWIERDZENIA
                             DISPLAY "PO NR " NR-PO " " TOWAR-P
                                     " OCZEKUJE NA ZATWIERDZENIE - "
                                     "PRZYJECIE ZABLOKOWANE"
                             ADD 1 TO WS-POZYCJE-DO-ZATW
                          ELSE
                          IF PO-DROPSHIP
                             DISPLAY "PO NR " NR-PO " " TOWAR-P
                                     " WYSYLKA BEZPOSREDNIA DO "
                                     "KLIENTA - BEZ PRZYJECIA"
                          ELSE
                             PERFORM 110-PRZYJMIJ-POZYCJE
                          END-IF
                          END-IF
                       END-IF
                       READ POMFILE NEXT
                    END-PERFORM
              END-IF
              CLOSE POMFILE
           END-IF
           PERFORM 150-DRUKUJ-PZ

           DISPLAY "---------------------"
           DISPLAY "POZYCJI PRZEJRZANYCH : " WS-POZYCJE-OGLADANE
           DISPLAY "POZYCJI PRZYJETYCH   : " WS-POZYCJE-PRZYJETE
           DISPLAY "POZYCJI POMINIETYCH  : " WS-POZYCJE-POMINIETE
           DISPLAY "BRAK TOWARU W BAZA5  : " WS-POZYCJE-BRAK-BAZA
           IF WS-POZYCJE-DO-ZATW > 0
              DISPLAY "NIEZATWIERDZONE PO   : " WS-POZYCJE-DO-ZATW
           END-IF
           .

       110-PRZYJMIJ-POZYCJE.
                 ADD 1 TO WS-POZYCJE-BRAK-BAZA
              ELSE
                 PERFORM 915-SREDNI-KOSZT
                 PERFORM 140-PLAN-KONTROLI

      *          ODKLADANIE NA MIEJSCE Z LIMITEM POJEMNOSCI:
      *          DOSTAWA NIE MOZE PRZECIAZYC POLKI (TA SAMA
                 MOVE "PRZYJECIE" TO WS-AUD-OPER
                 ACCEPT DATA-AKT FROM DATE
                 ACCEPT CZAS-AKT FROM TIME
      *          WARSTWA FIFO DOSTAWY: KOSZT Z UMOWY (PLN), BEZ
      *          UMOWY - CENA-ZAKUP; DOKUMENTEM JEST NUMER PO
                 MOVE "P" TO WS-WR-ZRODLO
                 MOVE NR-PO TO WS-WR-DOKUMENT
                 IF CENA-PO > 0
                    MOVE WS-KOSZT-CENA TO WS-WR-KOSZT
                 END-IF
                 REWRITE IN-REC
                 IF ERR = 0
                    PERFORM 906-DZIENNIK-REWRITE
                 END-IF
                 MOVE 0 TO WS-WR-KOSZT
                 MOVE SPACES TO WS-WR-DOKUMENT
                 MOVE SPACE TO WS-WR-ZRODLO
                 IF ERR NOT = 0
                    MOVE "REWRITE" TO WS-BLAD-KONTEKST
                    MOVE ERR TO WS-BLAD-KOD
                    IF NOT WS-NA-KWARANTANNE
                       MOVE ILOSC OF IN-REC TO WS-AUD-PO
                    END-IF
                    PERFORM 120-POZYCJA-PZ
                    PERFORM 900-AUDYT-ZAPISZ
                    ADD 1 TO WS-POZYCJE-PRZYJETE

                       PERFORM 950-OPISZ-BLAD
                    ELSE
                       PERFORM 910-LOG-PRZYJECIA
                       IF WS-KJ-DO-ZAPISU
                          PERFORM 145-ZAPISZ-KONTROLE
                       END-IF
                       PERFORM 465-ZAMKNIJ-AWIZO
                       IF NOT WS-NA-KWARANTANNE
                          PERFORM 497-PRZYJMIJ-PARTIE
           ELSE
              ADD 1 TO WS-POZYCJE-POMINIETE
           END-IF
           MOVE SPACES TO WS-AUD-DOKUMENT
           MOVE 0 TO WS-NR-PZ
           .

       120-POZYCJA-PZ.

      *    POZYCJA DOKUMENTU PZ DOSTAWCY: NUMER Z SERII PZ
      *    NADAWANY PRZY PIERWSZEJ POZYCJI DOSTAWCY W TYM
      *    PRZYJECIU, WARTOSC PO KOSZCIE PRZYJECIA (CENA UMOWNA
      *    W PLN, BEZ UMOWY - DOTYCHCZASOWY KOSZT ZAKUPU). NUMER
      *    TRAFIA DO AUDYTU I PrzyjeciaPO.txt

           MOVE 0 TO WS-NR-PZ
           MOVE SPACES TO WS-AUD-DOKUMENT
           IF WS-PZL-N = 500
              PERFORM 150-DRUKUJ-PZ
           END-IF
           MOVE 0 TO WS-PZ-DOK
           PERFORM VARYING WS-PZD-I FROM 1 BY 1
                   UNTIL WS-PZD-I > WS-PZD-N
              IF WS-PZD-DOST (WS-PZD-I) = KOD-DOSTAWCY-P
                 MOVE WS-PZD-I TO WS-PZ-DOK
              END-IF
           END-PERFORM
           IF WS-PZ-DOK = 0
              IF WS-PZD-N = 50
                 PERFORM 150-DRUKUJ-PZ
              END-IF
              PERFORM 125-POBIERZ-NUMER-PZ
              IF WS-NUMERY-JEST-BLAD
                 DISPLAY "NIE MOZNA POBRAC NUMERU PZ - POZYCJA "
                         "PRZYJETA BEZ DOKUMENTU"
              ELSE
                 ADD 1 TO WS-PZD-N
                 MOVE WS-PZD-N TO WS-PZ-DOK
                 MOVE WS-NR-PZ TO WS-PZD-NR (WS-PZ-DOK)
                 ACCEPT WS-PZD-DATA (WS-PZ-DOK) FROM DATE
                 MOVE KOD-DOSTAWCY-P TO WS-PZD-DOST (WS-PZ-DOK)
                 MOVE NAZWA-DOSTAWCY-P TO WS-PZD-NAZWA (WS-PZ-DOK)
              END-IF
           END-IF

           IF WS-PZ-DOK > 0
              MOVE WS-PZD-NR (WS-PZ-DOK) TO WS-NR-PZ
              STRING "PZ/" WS-NR-PZ
                     DELIMITED BY SIZE INTO WS-AUD-DOKUMENT
              ADD 1 TO WS-PZL-N
              MOVE WS-PZ-DOK TO WS-PZL-DOK (WS-PZL-N)
              MOVE NR-PO TO WS-PZL-PO (WS-PZL-N)
              MOVE TOWAR-P TO WS-PZL-TOWAR (WS-PZL-N)
              MOVE LOKALIZACJA OF IN-REC TO WS-PZL-LOK (WS-PZL-N)
              MOVE WS-DOSTARCZONO TO WS-PZL-ILOSC (WS-PZL-N)
              IF CENA-PO > 0
                 MOVE WS-KOSZT-CENA TO WS-PZL-CENA (WS-PZL-N)
              ELSE
                 MOVE CENA-ZAKUP OF IN-REC
                      TO WS-PZL-CENA (WS-PZL-N)
              END-IF
           END-IF
           .

       125-POBIERZ-NUMER-PZ.

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
              MOVE "PZ" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "PZ" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-PZ
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       140-PLAN-KONTROLI.

      *    DECYZJA O KWARANTANNIE I WIELKOSCI PROBKI: PLAN TOWARU
      *    PRZED PLANEM DOSTAWCY; DOSTAWCA Z NIEDAWNYM ODRZUTEM
      *    Z KWARANTANNY WRACA DO KONTROLI PELNEJ; BEZ PLANU
      *    O KWARANTANNIE DECYDUJE PRZYJMUJACY JAK DOTAD

           MOVE "N" TO WS-KWARANTANNA
           MOVE "N" TO WS-KJ-ZAPISAC
           MOVE "N" TO WS-KJ-POMIN
           MOVE 0 TO WS-KJ-PROBKA
           MOVE 0 TO WS-KJ-N-CZYSTYCH
           MOVE SPACE TO WS-KJ-TRYB
           PERFORM VARYING WS-PK-I FROM 1 BY 1
                   UNTIL WS-PK-I > WS-PK-N
              IF WS-PK-TYP (WS-PK-I) = "T"
                 AND WS-PK-KOD (WS-PK-I) = TOWAR-P
                 MOVE WS-PK-TRYB (WS-PK-I) TO WS-KJ-TRYB
                 MOVE WS-PK-LICZBA (WS-PK-I) TO WS-KJ-N-CZYSTYCH
              END-IF
           END-PERFORM
           IF WS-KJ-TRYB = SPACE
              PERFORM VARYING WS-PK-I FROM 1 BY 1
                      UNTIL WS-PK-I > WS-PK-N
                 IF WS-PK-TYP (WS-PK-I) = "D"
                    AND WS-PK-KOD (WS-PK-I) = KOD-DOSTAWCY-P
                    MOVE WS-PK-TRYB (WS-PK-I) TO WS-KJ-TRYB
                    MOVE WS-PK-LICZBA (WS-PK-I) TO WS-KJ-N-CZYSTYCH
                 END-IF
              END-PERFORM
           END-IF

           PERFORM 142-ODRZUTY-DOSTAWCY
           IF WS-KJ-SA-ODRZUTY
              MOVE "P" TO WS-KJ-TRYB
              DISPLAY "DOSTAWCA " KOD-DOSTAWCY-P " MA ODRZUTY Z "
                      "OSTATNICH " KJ-DNI-ODRZUTU " DNI - KONTROLA "
                      "PELNA"
           END-IF

           IF WS-KJ-SKIP-LOT
              PERFORM 143-HISTORIA-KONTROLI
           END-IF

           EVALUATE TRUE
              WHEN WS-KJ-PELNA
                 MOVE "T" TO WS-KWARANTANNA
                 MOVE WS-DOSTARCZONO TO WS-KJ-PROBKA
              WHEN WS-KJ-PROBKA-WG
              WHEN WS-KJ-SKIP-LOT
                 IF NOT WS-KJ-POMINIETA
                    MOVE "T" TO WS-KWARANTANNA
                    PERFORM 144-WIELKOSC-PROBKI
                 END-IF
              WHEN WS-KJ-BEZ
                 CONTINUE
              WHEN OTHER
                 MOVE "R" TO WS-KJ-TRYB
                 DISPLAY "PRZYJAC NA KWARANTANNE (KONTROLA "
                         "JAKOSCI)? T/N"
                 ACCEPT WS-KWARANTANNA
           END-EVALUATE

           IF WS-NA-KWARANTANNE
              MOVE "T" TO WS-KJ-ZAPISAC
              IF WS-KJ-RECZNA
                 DISPLAY "NA KWARANTANNE - WYNIK KONTROLI WPISZ "
                         "W OPCJI J"
              ELSE
                 DISPLAY "PLAN KONTROLI (TRYB " WS-KJ-TRYB
                         "): NA KWARANTANNE, DO SPRAWDZENIA "
                         WS-KJ-PROBKA " Z " WS-DOSTARCZONO
              END-IF
           ELSE
              IF WS-KJ-POMINIETA
                 MOVE "T" TO WS-KJ-ZAPISAC
                 DISPLAY "SKIP-LOT: " WS-KJ-CZYSTE " KONTROLI BEZ "
                         "WAD - DOSTAWA BEZ KONTROLI NA STAN"
              END-IF
              IF WS-KJ-BEZ
                 DISPLAY "PLAN KONTROLI: TOWAR BEZ KONTROLI "
                         "PRZYJECIA"
              END-IF
           END-IF
           .

       141-WCZYTAJ-PLANY.

      *    PLANY KONTROLI I TABELA PROBEK WCZYTYWANE NA POCZATKU
      *    PRZYJECIA; BEZ LINII L OBOWIAZUJE TABELA DOMYSLNA
      *    (WIELKOSC PARTII -> PROBKA)

           MOVE 0 TO WS-PK-N
           MOVE 0 TO WS-PL-N
           OPEN INPUT PLANKFILE
           IF ERR-PK = 0
              READ PLANKFILE INTO WS-PK-LINIA
              PERFORM UNTIL ERR-PK > 0
                 MOVE FUNCTION UPPER-CASE (WS-PK-TYP-A)
                      TO WS-PK-TYP-A
                 MOVE FUNCTION UPPER-CASE (WS-PK-TRYB-A)
                      TO WS-PK-TRYB-A
                 IF (WS-PK-TYP-A = "T" OR WS-PK-TYP-A = "D")
                    AND WS-PK-KOD-A NOT = SPACES
                    AND WS-PK-N < 200
                    ADD 1 TO WS-PK-N
                    MOVE WS-PK-TYP-A TO WS-PK-TYP (WS-PK-N)
                    MOVE WS-PK-KOD-A TO WS-PK-KOD (WS-PK-N)
                    MOVE WS-PK-TRYB-A TO WS-PK-TRYB (WS-PK-N)
                    MOVE 0 TO WS-PK-LICZBA (WS-PK-N)
                    IF WS-PK-LICZBA-A NOT = SPACES
                       AND FUNCTION TEST-NUMVAL (WS-PK-LICZBA-A) = 0
                       COMPUTE WS-PK-LICZBA (WS-PK-N) =
                               FUNCTION NUMVAL (WS-PK-LICZBA-A)
                    END-IF
                 END-IF
                 IF WS-PK-TYP-A = "L" AND WS-PL-N < 20
                    AND WS-PK-LICZBA-A NOT = SPACES
                    AND WS-PK-PROBKA-A NOT = SPACES
                    IF FUNCTION TEST-NUMVAL (WS-PK-LICZBA-A) = 0
                       AND FUNCTION TEST-NUMVAL (WS-PK-PROBKA-A) = 0
                       ADD 1 TO WS-PL-N
                       COMPUTE WS-PL-PARTIA-DO (WS-PL-N) =
                               FUNCTION NUMVAL (WS-PK-LICZBA-A)
                       COMPUTE WS-PL-PROBKA (WS-PL-N) =
                               FUNCTION NUMVAL (WS-PK-PROBKA-A)
                    END-IF
                 END-IF
                 READ PLANKFILE INTO WS-PK-LINIA
              END-PERFORM
              CLOSE PLANKFILE
           END-IF

           IF WS-PL-N = 0
              PERFORM VARYING WS-PL-I FROM 1 BY 1
                      UNTIL WS-PL-I > 14
                 MOVE WS-PLD-PARTIA-DO (WS-PL-I)
                      TO WS-PL-PARTIA-DO (WS-PL-I)
                 MOVE WS-PLD-PROBKA (WS-PL-I)
                      TO WS-PL-PROBKA (WS-PL-I)
              END-PERFORM
              MOVE 14 TO WS-PL-N
           END-IF
           .

       142-ODRZUTY-DOSTAWCY.

      *    ODRZUT Z KWARANTANNY DOSTAWCY (OdrzutyJakosc.txt,
      *    720-LOG-ODRZUTU) NIE STARSZY NIZ KJ-DNI-ODRZUTU DNI

           MOVE "N" TO WS-KJ-ODRZUTY
           ACCEPT WS-KJ-GRANICA FROM DATE
           STRING "20" WS-KJ-GRANICA DELIMITED BY SIZE
                  INTO WS-KJ-DATA-8
           COMPUTE WS-KJ-DATA-INT = FUNCTION INTEGER-OF-DATE
                   (WS-KJ-DATA-8) - KJ-DNI-ODRZUTU
           COMPUTE WS-KJ-DATA-8 = FUNCTION DATE-OF-INTEGER
                   (WS-KJ-DATA-INT)
           MOVE WS-KJ-DATA-8(3:6) TO WS-KJ-GRANICA

           OPEN INPUT ODRZUTYFILE
           IF ERR-OJ = 0
              READ ODRZUTYFILE INTO WS-ODRZUT-LINIA
              PERFORM UNTIL ERR-OJ > 0 OR WS-KJ-SA-ODRZUTY
                 IF WS-OJ-DOST-O = KOD-DOSTAWCY-P
                    AND WS-OJ-DATA-O NOT < WS-KJ-GRANICA
                    MOVE "T" TO WS-KJ-ODRZUTY
                 END-IF
                 READ ODRZUTYFILE INTO WS-ODRZUT-LINIA
              END-PERFORM
              CLOSE ODRZUTYFILE
           END-IF
           .

       143-HISTORIA-KONTROLI.

      *    SKIP-LOT: PO WS-KJ-N-CZYSTYCH KOLEJNYCH KONTROLACH BEZ
      *    WAD TYLE SAMO DOSTAW TOWARU OD DOSTAWCY IDZIE BEZ
      *    KONTROLI, POTEM ZNOWU KONTROLA; KONTROLA Z WADAMI LUB
      *    JESZCZE BEZ WYNIKU ZACZYNA SERIE OD NOWA

           IF WS-KJ-N-CZYSTYCH = 0
              MOVE 5 TO WS-KJ-N-CZYSTYCH
           END-IF
           MOVE 0 TO WS-KJ-CZYSTE
           MOVE 0 TO WS-KJ-BEZ-KONTROLI
           OPEN INPUT KJFILE
           IF ERR-KJ = 0
              MOVE KOD-DOSTAWCY-P TO DOSTAWCA-KJ
              MOVE TOWAR-P TO TOWAR-KJ
              MOVE 0 TO DATA-KJ
              MOVE 0 TO CZAS-KJ
              START KJFILE KEY NOT < KLUCZ-KJ
              IF ERR-KJ = 0
                 READ KJFILE NEXT
                 PERFORM UNTIL ERR-KJ > 0
                         OR DOSTAWCA-KJ NOT = KOD-DOSTAWCY-P
                         OR TOWAR-KJ NOT = TOWAR-P
                    EVALUATE TRUE
                       WHEN KJ-ZGODNA
                          ADD 1 TO WS-KJ-CZYSTE
                          MOVE 0 TO WS-KJ-BEZ-KONTROLI
                       WHEN KJ-POMINIETA
                          ADD 1 TO WS-KJ-BEZ-KONTROLI
                       WHEN OTHER
                          MOVE 0 TO WS-KJ-CZYSTE
                          MOVE 0 TO WS-KJ-BEZ-KONTROLI
                    END-EVALUATE
                    READ KJFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE KJFILE
           END-IF
           IF WS-KJ-CZYSTE NOT < WS-KJ-N-CZYSTYCH
              AND WS-KJ-BEZ-KONTROLI < WS-KJ-N-CZYSTYCH
              MOVE "T" TO WS-KJ-POMIN
           END-IF
           .

       144-WIELKOSC-PROBKI.

      *    PROBKA Z NAJMNIEJSZEGO PROGU PARTII NIE MNIEJSZEGO OD
      *    DOSTAWY; PARTIA PONAD TABELE - KONTROLA CALOSCI

           MOVE WS-DOSTARCZONO TO WS-KJ-PROBKA
           MOVE 9999999 TO WS-PL-NAJBLIZSZA
           PERFORM VARYING WS-PL-I FROM 1 BY 1
                   UNTIL WS-PL-I > WS-PL-N
              IF WS-PL-PARTIA-DO (WS-PL-I) NOT < WS-DOSTARCZONO
                 AND WS-PL-PARTIA-DO (WS-PL-I)
                     NOT > WS-PL-NAJBLIZSZA
                 MOVE WS-PL-PARTIA-DO (WS-PL-I) TO WS-PL-NAJBLIZSZA
                 IF WS-PL-PROBKA (WS-PL-I) < WS-DOSTARCZONO
                    MOVE WS-PL-PROBKA (WS-PL-I) TO WS-KJ-PROBKA
                 ELSE
                    MOVE WS-DOSTARCZONO TO WS-KJ-PROBKA
                 END-IF
              END-IF
           END-PERFORM
           .

       145-ZAPISZ-KONTROLE.

      *    KONTROLA ZAPISANA PRZY PRZYJECIU: NA KWARANTANNIE
      *    OCZEKUJE NA WYNIK (OPCJA J), SKIP-LOT JAKO POMINIETA

           OPEN I-O KJFILE
           IF ERR-KJ = 35
              CLOSE KJFILE
              OPEN OUTPUT KJFILE
              CLOSE KJFILE
              OPEN I-O KJFILE
           END-IF
           IF ERR-KJ NOT = 0
              MOVE "OTWARCIE KONTROLI" TO WS-BLAD-KONTEKST
              MOVE ERR-KJ TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              MOVE KOD-DOSTAWCY-P TO DOSTAWCA-KJ
              MOVE TOWAR-P TO TOWAR-KJ
              MOVE WS-AUD-DATA TO DATA-KJ
              MOVE WS-AUD-CZAS TO CZAS-KJ
              MOVE NR-PO TO NR-PO-KJ
              MOVE WS-NR-PZ TO NR-PZ-KJ
              MOVE LOKALIZACJA OF IN-REC TO LOKALIZACJA-KJ
              MOVE WS-DOSTARCZONO TO ILOSC-PRZYJ-KJ
              MOVE WS-KJ-TRYB TO TRYB-KJ
              MOVE WS-KJ-PROBKA TO PROBKA-KJ
              MOVE 0 TO SPRAWDZONO-KJ
              MOVE 0 TO WADLIWE-KJ
              MOVE SPACES TO KOD-WADY-KJ
              IF WS-KJ-POMINIETA
                 MOVE "P" TO STATUS-KJ
              ELSE
                 MOVE "O" TO STATUS-KJ
              END-IF
              MOVE WS-UZYTKOWNIK TO OPERATOR-KJ
              MOVE SPACES TO KONTROLER-KJ
              MOVE 0 TO DATA-WYNIKU-KJ
              WRITE KJ-REC
              PERFORM UNTIL ERR-KJ NOT = 22
                 ADD 1 TO CZAS-KJ
                 WRITE KJ-REC
              END-PERFORM
              IF ERR-KJ NOT = 0
                 MOVE "ZAPIS KONTROLI" TO WS-BLAD-KONTEKST
                 MOVE ERR-KJ TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
              END-IF
              CLOSE KJFILE
           END-IF
           .

       150-DRUKUJ-PZ.

      *    WYDRUK DOKUMENTOW PZ ZEBRANYCH W TYM PRZYJECIU DO
      *    DokumentyPZ.txt (UKLAD JAK DokumentyWZ.txt Z
      *    ZAMOWIENIA.COB); TABELE SA CZYSZCZONE

           IF WS-PZD-N > 0
              OPEN EXTEND PZFILE
              IF ERR-PZ NOT = 0
                 CLOSE PZFILE
                 OPEN OUTPUT PZFILE
              END-IF
              PERFORM VARYING WS-PZD-I FROM 1 BY 1
                      UNTIL WS-PZD-I > WS-PZD-N
                 PERFORM 155-DOKUMENT-PZ
              END-PERFORM
              CLOSE PZFILE
           END-IF
           MOVE 0 TO WS-PZD-N
           MOVE 0 TO WS-PZL-N
           .

       155-DOKUMENT-PZ.

           MOVE WS-PZD-NR (WS-PZD-I) TO WS-PZ-NR-O
           MOVE WS-PZD-DATA (WS-PZD-I) TO WS-PZ-DATA-O
           MOVE WS-PZD-DOST (WS-PZD-I) TO WS-PZ-DOST-O
           MOVE WS-PZD-NAZWA (WS-PZD-I) TO WS-PZ-NAZWA-O
           WRITE PZ-REC FROM WS-PZ-NAGLOWEK

           MOVE 0 TO WS-PZ-RAZEM
           MOVE 0 TO WS-PZ-LP
           PERFORM VARYING WS-PZL-I FROM 1 BY 1
                   UNTIL WS-PZL-I > WS-PZL-N
              IF WS-PZL-DOK (WS-PZL-I) = WS-PZD-I
                 ADD 1 TO WS-PZ-LP
                 COMPUTE WS-PZ-WARTOSC ROUNDED =
                         WS-PZL-ILOSC (WS-PZL-I) *
                         WS-PZL-CENA (WS-PZL-I)
                 ADD WS-PZ-WARTOSC TO WS-PZ-RAZEM
                 MOVE WS-PZ-LP TO WS-PZ-LP-O
                 MOVE WS-PZL-PO (WS-PZL-I) TO WS-PZ-PO-O
                 MOVE WS-PZL-TOWAR (WS-PZL-I) TO WS-PZ-TOWAR-O
                 MOVE WS-PZL-LOK (WS-PZL-I) TO WS-PZ-LOK-O
                 MOVE WS-PZL-ILOSC (WS-PZL-I) TO WS-PZ-ILOSC-O
                 MOVE WS-PZL-CENA (WS-PZL-I) TO WS-PZ-CENA-O
                 MOVE WS-PZ-WARTOSC TO WS-PZ-WART-O
                 WRITE PZ-REC FROM WS-PZ-POZYCJA
              END-IF
           END-PERFORM

           MOVE WS-PZ-RAZEM TO WS-PZ-RAZEM-O
           MOVE WS-UZYTKOWNIK TO WS-PZ-OPER-O
           WRITE PZ-REC FROM WS-PZ-SUMA
           MOVE SPACES TO PZ-REC
           WRITE PZ-REC
           DISPLAY "DOKUMENT PZ " WS-PZD-NR (WS-PZD-I)
                   " ZAPISANY DO DokumentyPZ.txt"
           .

       160-WYNIKI-KONTROLI.

      *    WYNIK KONTROLI PRZYJECIA OCZEKUJACEGO NA KWARANTANNIE:
      *    ILOSC SPRAWDZONA, WADLIWA I KOD WADY; SAMO ZWOLNIENIE
      *    LUB ODRZUT TOWARU IDZIE DALEJ OPCJA 6 / 7

           MOVE 0 TO WS-KJ-LICZNIK
           MOVE "N" TO WS-KJ-KONIEC
           OPEN I-O KJFILE
           IF ERR-KJ NOT = 0
              DISPLAY "BRAK KONTROLI PRZYJEC (KontrolePrzyjec)"
           ELSE
              DISPLAY "PODAJ TOWAR (PUSTE = WSZYSTKIE OCZEKUJACE)"
              ACCEPT WS-KJ-FILTR
              MOVE LOW-VALUES TO KLUCZ-KJ
              START KJFILE KEY NOT < KLUCZ-KJ
              IF ERR-KJ = 0
                 READ KJFILE NEXT
                 PERFORM UNTIL ERR-KJ > 0 OR WS-KJ-KONCZYMY
                    IF KJ-OCZEKUJE
                       AND (WS-KJ-FILTR = SPACES
                            OR TOWAR-KJ = WS-KJ-FILTR)
                       ADD 1 TO WS-KJ-LICZNIK
                       PERFORM 161-WPISZ-WYNIK
                    END-IF
                    IF NOT WS-KJ-KONCZYMY
                       READ KJFILE NEXT
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE KJFILE
              IF WS-KJ-LICZNIK = 0
                 DISPLAY "BRAK KONTROLI OCZEKUJACYCH NA WYNIK"
              END-IF
           END-IF
           .

       161-WPISZ-WYNIK.

           DISPLAY " "
           DISPLAY "PRZYJECIE " DATA-KJ " PO " NR-PO-KJ
                   " PZ " NR-PZ-KJ
           DISPLAY "DOSTAWCA : " DOSTAWCA-KJ " TOWAR: " TOWAR-KJ
                   " LOK: " LOKALIZACJA-KJ
           DISPLAY "PRZYJETO : " ILOSC-PRZYJ-KJ " TRYB: " TRYB-KJ
                   " PROBKA: " PROBKA-KJ
           DISPLAY "WPISAC WYNIK? T=TAK N=NASTEPNA K=KONIEC"
           ACCEPT WS-KJ-ODP
           MOVE FUNCTION UPPER-CASE (WS-KJ-ODP) TO WS-KJ-ODP

           EVALUATE WS-KJ-ODP
              WHEN "K"
                 MOVE "T" TO WS-KJ-KONIEC
              WHEN "T"
                 MOVE "PODAJ ILOSC SPRAWDZONA" TO WS-WALID-PROMPT
                 PERFORM 195-WCZYTAJ-NIEUJEMNA
                 IF WS-WALID-LICZBA > ILOSC-PRZYJ-KJ
                    DISPLAY "ILOSC SPRAWDZONA WIEKSZA NIZ PRZYJETA "
                            "- WYNIK NIE ZAPISANY"
                 ELSE
                    MOVE WS-WALID-LICZBA TO SPRAWDZONO-KJ
                    IF SPRAWDZONO-KJ < PROBKA-KJ
                       DISPLAY "UWAGA: SPRAWDZONO MNIEJ NIZ PROBKA "
                               "Z PLANU (" PROBKA-KJ ")"
                    END-IF
                    MOVE "PODAJ ILOSC WADLIWA" TO WS-WALID-PROMPT
                    PERFORM 195-WCZYTAJ-NIEUJEMNA
                    IF WS-WALID-LICZBA > SPRAWDZONO-KJ
                       DISPLAY "ILOSC WADLIWA WIEKSZA NIZ "
                               "SPRAWDZONA - WYNIK NIE ZAPISANY"
                    ELSE
                       PERFORM 162-ZAPISZ-WYNIK
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       162-ZAPISZ-WYNIK.

           MOVE WS-WALID-LICZBA TO WADLIWE-KJ
           MOVE SPACES TO KOD-WADY-KJ
           IF WADLIWE-KJ > 0
              PERFORM UNTIL KOD-WADY-KJ NOT = SPACES
                 DISPLAY "PODAJ KOD WADY (NP. USZKODZENIE, "
                         "WYMIAR, ETYKIETA)"
                 ACCEPT KOD-WADY-KJ
              END-PERFORM
              MOVE "N" TO STATUS-KJ
           ELSE
              MOVE "Z" TO STATUS-KJ
           END-IF
           MOVE WS-UZYTKOWNIK TO KONTROLER-KJ
           ACCEPT DATA-WYNIKU-KJ FROM DATE
           REWRITE KJ-REC
           IF ERR-KJ NOT = 0
              MOVE "WYNIK KONTROLI" TO WS-BLAD-KONTEKST
              MOVE ERR-KJ TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              IF KJ-NIEZGODNA
                 DISPLAY "KONTROLA NIEZGODNA - WADLIWE ODRZUC Z "
                         "KWARANTANNY (OPCJA 7), RESZTE ZWOLNIJ "
                         "(OPCJA 6)"
              ELSE
                 DISPLAY "KONTROLA ZGODNA - ZWOLNIJ TOWAR Z "
                         "KWARANTANNY (OPCJA 6)"
              END-IF
           END-IF
           .

       200-PRZEGLAD-PO.
                 ELSE
                    DISPLAY "CENA UMOWNA: BRAK UMOWY CENOWEJ"
                 END-IF
                 IF PO-DROPSHIP
                    DISPLAY "WYSYLKA BEZPOSREDNIA - ZAMOWIENIE "
                            ZAM-DS-P " LINIA " LP-DS-P
                    DISPLAY "ODBIORCA   : " ODBIORCA-DS-P
                    DISPLAY "ADRES      : " ADRES-DS-P
                 END-IF
              END-IF
              CLOSE POMFILE
           END-IF
                    ELSE
                       DISPLAY "PO OZNACZONE JAKO WYSLANE"
                       PERFORM 410-PLIK-TRANSMISJI
                       IF NOT PO-DROPSHIP
                          PERFORM 420-REZERWUJ-TERMIN
                       END-IF
                    END-IF
                 ELSE
                    IF PO-DO-ZATWIERDZENIA
                       DISPLAY "PO OCZEKUJE NA ZATWIERDZENIE - "
                               "WYSYLKA ZABLOKOWANA (OPCJA Z)"
                    ELSE
                       DISPLAY "PO NIE JEST W STATUSIE OTWARTYM - "
                               "STATUS: " STATUS-PO
                    END-IF
                 END-IF
              END-IF
              CLOSE POMFILE
              MOVE WALUTA-P TO WS-TR-WALUTA-O
              MOVE DATA-OCZEK-P TO WS-TR-OCZEK-O
              WRITE WYSYLKA-REC FROM WS-WYSYLKA-LINIA
              IF PO-DROPSHIP
                 MOVE ZAM-DS-P TO WS-TR-DS-ZAM-O
                 MOVE ODBIORCA-DS-P TO WS-TR-DS-ODB-O
                 MOVE ADRES-DS-P TO WS-TR-DS-ADR-O
                 WRITE WYSYLKA-REC FROM WS-TR-DS-LINIA
              END-IF
              CLOSE WYSYLKAFILE
              DISPLAY "POZYCJA DOPISANA DO PLIKU TRANSMISJI "
                      WS-WYSYLKA-NAZWA
           END-IF
           .

       430-ZATWIERDZANIE-PO.

      *    PO ZATRZYMANE PRZEZ 800-GENERUJ-PO (MAGAZYN) Z POWODU
      *    LIMITU WARTOSCI: ZATWIERDZA LUB ODRZUCA (Z POWODEM)
      *    OPERATOR Z PELNYM DOSTEPEM INNY NIZ TEN, KTO PO
      *    WYGENEROWAL (JAK 305-ZATWIERDZENIE-DRUGIEGO); DECYZJA
      *    TRAFIA DO ZatwierdzeniaPO I DO LANCUCHA AUDYTU.
      *    ZATWIERDZONE PO WRACA DO STATUSU O, ODRZUCONE JEST
      *    ZAMYKANE BEZ PRZYJECIA

           MOVE 0 TO WS-ZT-LICZNIK
           MOVE 0 TO WS-ZT-ZATWIERDZONE
           MOVE 0 TO WS-ZT-ODRZUCONE
           MOVE SPACE TO WS-ZT-DECYZJA

           OPEN I-O POMFILE
           IF ERR-POM NOT = 0
              DISPLAY "BRAK REJESTRU ZamowieniaPOM"
           ELSE
              OPEN I-O ZATWFILE
              IF ERR-ZT NOT = 0
                 DISPLAY "BRAK REJESTRU ZatwierdzeniaPO - BRAK PO "
                         "DO ZATWIERDZENIA"
              ELSE
                 MOVE 0 TO NR-PO
                 START POMFILE KEY NOT < NR-PO
                 IF ERR-POM = 0
                    READ POMFILE NEXT
                    PERFORM UNTIL ERR-POM > 0 OR WS-ZT-KONIEC
                       IF PO-DO-ZATWIERDZENIA
                          PERFORM 431-DECYZJA-PO
                       END-IF
                       IF NOT WS-ZT-KONIEC
                          READ POMFILE NEXT
                       END-IF
                    END-PERFORM
                 END-IF
                 CLOSE ZATWFILE
              END-IF
              CLOSE POMFILE
           END-IF

           DISPLAY "---------------------"
           DISPLAY "PO OCZEKUJACYCH : " WS-ZT-LICZNIK
           DISPLAY "ZATWIERDZONYCH  : " WS-ZT-ZATWIERDZONE
           DISPLAY "ODRZUCONYCH     : " WS-ZT-ODRZUCONE
           .

       431-DECYZJA-PO.

           ADD 1 TO WS-ZT-LICZNIK
           MOVE "N" TO WS-ZT-JEST
           MOVE NR-PO TO NR-PO-ZT
           READ ZATWFILE
           IF ERR-ZT = 0
              MOVE "T" TO WS-ZT-JEST
           END-IF

           DISPLAY " "
           DISPLAY "PO NR      : " NR-PO " Z DNIA " DATA-PO
           DISPLAY "DOSTAWCA   : " KOD-DOSTAWCY-P " "
                   NAZWA-DOSTAWCY-P
           DISPLAY "TOWAR      : " TOWAR-P " LOK. " LOKALIZACJA-P
           DISPLAY "ZAMOWIONO  : " ILOSC-ZAM-P
           IF CENA-PO > 0
              DISPLAY "CENA       : " CENA-PO " " WALUTA-P
           END-IF
           IF WS-ZT-ZNALEZIONY
              DISPLAY "WARTOSC PLN: " WARTOSC-ZT " LIMIT "
                      LIMIT-ZT " (" ZRODLO-LIMITU-ZT ")"
              DISPLAY "WYGENEROWAL: " TWORCA-ZT
           END-IF

           IF WS-ZT-ZNALEZIONY AND TWORCA-ZT = WS-UZYTKOWNIK
              DISPLAY "PO WYGENEROWANE PRZEZ CIEBIE - ZATWIERDZA "
                      "INNY UZYTKOWNIK"
           ELSE
              DISPLAY "Z = ZATWIERDZ, R = ODRZUC, P = POMIN, "
                      "K = KONIEC"
              ACCEPT WS-ZT-DECYZJA
              MOVE FUNCTION UPPER-CASE (WS-ZT-DECYZJA)
                   TO WS-ZT-DECYZJA
              MOVE SPACES TO WS-ZT-POWOD
              IF WS-ZT-ZATWIERDZ
                 DISPLAY "UWAGI DO ZATWIERDZENIA (MOZNA POMINAC)"
                 ACCEPT WS-ZT-POWOD
                 PERFORM 432-ZAPISZ-DECYZJE
              END-IF
              IF WS-ZT-ODRZUC
                 PERFORM UNTIL WS-ZT-POWOD NOT = SPACES
                    DISPLAY "PODAJ POWOD ODRZUCENIA"
                    ACCEPT WS-ZT-POWOD
                 END-PERFORM
                 PERFORM 432-ZAPISZ-DECYZJE
              END-IF
           END-IF
           .

       432-ZAPISZ-DECYZJE.

           IF WS-ZT-ZATWIERDZ
              MOVE "O" TO STATUS-PO
           ELSE
              MOVE "Z" TO STATUS-PO
           END-IF
           REWRITE POM-REC
           IF ERR-POM NOT = 0
              MOVE "REWRITE PO" TO WS-BLAD-KONTEKST
              MOVE ERR-POM TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              IF NOT WS-ZT-ZNALEZIONY
                 MOVE NR-PO TO NR-PO-ZT
                 MOVE SPACES TO TWORCA-ZT
                 MOVE DATA-PO TO DATA-UTW-ZT
                 MOVE 0 TO WARTOSC-ZT
                 MOVE 0 TO LIMIT-ZT
                 MOVE SPACES TO ZRODLO-LIMITU-ZT
              END-IF
              IF WS-ZT-ZATWIERDZ
                 MOVE "Z" TO STATUS-ZT
              ELSE
                 MOVE "R" TO STATUS-ZT
              END-IF
              MOVE WS-UZYTKOWNIK TO ZATWIERDZAJACY-ZT
              ACCEPT DATA-DECYZJI-ZT FROM DATE
              MOVE WS-ZT-POWOD TO UZASADNIENIE-ZT
              IF WS-ZT-ZNALEZIONY
                 REWRITE ZATW-REC
              ELSE
                 WRITE ZATW-REC
              END-IF
              IF ERR-ZT NOT = 0
                 MOVE "ZAPIS DECYZJI PO" TO WS-BLAD-KONTEKST
                 MOVE ERR-ZT TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
              END-IF

      *       WPIS AUDYTU: TOWAR I LOKALIZACJA PO, ILOSC ZAMOWIONA,
      *       W KOLUMNIE TYP AUTOR PO, DOKUMENTEM NUMER PO
              MOVE TOWAR-P TO TOWAR OF IN-REC
              MOVE LOKALIZACJA-P TO LOKALIZACJA OF IN-REC
              MOVE ILOSC-ZAM-P TO WS-AUD-PRZED
              MOVE SPACES TO WS-AUD-TYP
              STRING "AUTOR " TWORCA-ZT DELIMITED BY SIZE
                     INTO WS-AUD-TYP
              MOVE SPACES TO WS-AUD-DOKUMENT
              STRING "PO" NR-PO DELIMITED BY SIZE
                     INTO WS-AUD-DOKUMENT
              IF WS-ZT-ZATWIERDZ
                 MOVE ILOSC-ZAM-P TO WS-AUD-PO
                 MOVE "ZATW PO" TO WS-AUD-OPER
                 ADD 1 TO WS-ZT-ZATWIERDZONE
                 DISPLAY "PO ZATWIERDZONE - MOZNA JE WYSLAC (OPCJA 4)"
              ELSE
                 MOVE 0 TO WS-AUD-PO
                 MOVE "ODRZUT PO" TO WS-AUD-OPER
                 ADD 1 TO WS-ZT-ODRZUCONE
                 PERFORM 433-ZWROC-DO-UMOWY
                 DISPLAY "PO ODRZUCONE I ZAMKNIETE"
              END-IF
              PERFORM 900-AUDYT-ZAPISZ
              MOVE "PRZYJECIE" TO WS-AUD-OPER
              MOVE "PRZYJECIE" TO WS-AUD-TYP
              MOVE SPACES TO WS-AUD-DOKUMENT
           END-IF
           .

       433-ZWROC-DO-UMOWY.

      *    ODRZUCONE PO WYWOLANE Z UMOWY RAMOWEJ (WywolaniaUmow)
      *    ODDAJE ILOSC UMOWIE, A WYWOLANIE JEST USUWANE

           OPEN I-O WYWFILE
           IF ERR-WU = 0
              MOVE NR-PO TO NR-PO-WU
              READ WYWFILE
              IF ERR-WU = 0
                 OPEN I-O UMRFILE
                 IF ERR-UR = 0
                    MOVE KLUCZ-UR-WU TO KLUCZ-UR
                    READ UMRFILE
                    IF ERR-UR = 0
                       IF ILOSC-WYWOL-UR > ILOSC-WU
                          SUBTRACT ILOSC-WU FROM ILOSC-WYWOL-UR
                       ELSE
                          MOVE 0 TO ILOSC-WYWOL-UR
                       END-IF
                       REWRITE UMR-REC
                    END-IF
                    IF ERR-UR = 0
                       DELETE WYWFILE
                       DISPLAY "ILOSC " ILOSC-WU " ZWROCONA DO UMOWY "
                               "RAMOWEJ " DOSTAWCA-WU " OD "
                               DATA-OD-WU
                    ELSE
                       DISPLAY "BLAD AKTUALIZACJI UMOWY RAMOWEJ "
                               DOSTAWCA-WU " - SKORYGUJ RECZNIE"
                    END-IF
                    CLOSE UMRFILE
                 END-IF
              END-IF
              CLOSE WYWFILE
           END-IF
           .

       420-REZERWUJ-TERMIN.

      *    REZERWACJA OKNA NA RAMPIE W CHWILI WYSLANIA PO -
      *    PLAN DNIA I ODNOTOWANIE PRZYJAZDU OBSLUGUJE PROGRAM
      *    DOKI NA TEJ SAMEJ KARTOTECE TerminyDokow

           DISPLAY "ZAREZERWOWAC TERMIN DOSTAWY NA RAMPIE? T/N"
           ACCEPT WS-TERM-CHCE
           IF WS-TERM-CHCEMY
              OPEN I-O DOKIFILE
              IF ERR-DK = 35
                 CLOSE DOKIFILE
                 OPEN OUTPUT DOKIFILE
                 CLOSE DOKIFILE
                 OPEN I-O DOKIFILE
              END-IF
              IF ERR-DK NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC KSIEGI TERMINOW - "
                         "KOD " ERR-DK
              ELSE
                 DISPLAY "PODAJ DATE DOSTAWY (RRMMDD)"
                 ACCEPT DATA-TERM
                 DISPLAY "PODAJ NUMER OKNA (01-99)"
                 ACCEPT SLOT-TERM
                 READ DOKIFILE
                 IF ERR-DK = 0
                    DISPLAY "OKNO ZAJETE PRZEZ PO " NR-PO-TERM
                            " - WYBIERZ INNE W PROGRAMIE DOKI"
                 ELSE
           IF ERR-POM NOT = 0
              DISPLAY "POTWIERDZENIE DLA NIEZNANEGO PO "
                      WS-PT-NR-A " - POMINIETE"
           ELSE
           IF PO-DROPSHIP
              PERFORM 462-WYSYLKA-DROPSHIP
           ELSE
              COMPUTE WS-PT-ILOSC-N =
                      FUNCTION NUMVAL (WS-PT-ILOSC-A)
                 END-IF
              END-IF
           END-IF
           END-IF
           .

       462-WYSYLKA-DROPSHIP.

      *    PO WYSYLKI BEZPOSREDNIEJ: POTWIERDZENIE DOSTAWCY JEST
      *    POTWIERDZENIEM WYSLANIA TOWARU DO KLIENTA. ILOSC
      *    POTWIERDZONA (0 = CALA RESZTA PO) TRAFIA NA ILOSC-
      *    PRZYJ-P - WG NIEJ FAKTURE DOSTAWCY UZGADNIA FAKTZAK -
      *    ORAZ NA ILOSC WYDANA POWIAZANEJ LINII ZAMOWIENIA
      *    KLIENTA. STAN W BAZA5 SIE NIE ZMIENIA

           COMPUTE WS-PT-ILOSC-N = FUNCTION NUMVAL (WS-PT-ILOSC-A)
           COMPUTE WS-POZOSTALO = ILOSC-ZAM-P - ILOSC-PRZYJ-P
           IF PO-ZAMKNIETE OR PO-DO-ZATWIERDZENIA
              OR WS-POZOSTALO = 0
              DISPLAY "PO " NR-PO " WYSYLKI BEZPOSREDNIEJ W STATUSIE "
                      STATUS-PO " - POTWIERDZENIE POMINIETE"
           ELSE
              IF WS-PT-ILOSC-N = 0 OR WS-PT-ILOSC-N > WS-POZOSTALO
                 MOVE WS-POZOSTALO TO WS-PT-ILOSC-N
              END-IF
              ADD WS-PT-ILOSC-N TO ILOSC-PRZYJ-P
              IF ILOSC-PRZYJ-P < ILOSC-ZAM-P
                 MOVE "C" TO STATUS-PO
              ELSE
                 MOVE "Z" TO STATUS-PO
              END-IF
              IF WS-PT-DATA-A NOT = 0
                 MOVE WS-PT-DATA-A TO DATA-OCZEK-P
              END-IF

              MOVE "WYSLANE DS" TO WS-PR-WYNIK-O
              MOVE NR-PO TO WS-PR-NR-O
              MOVE TOWAR-P TO WS-PR-TOWAR-O
              MOVE ILOSC-ZAM-P TO WS-PR-ZAM-O
              MOVE WS-PT-ILOSC-N TO WS-PR-POTW-O
              MOVE WS-PT-DATA-A TO WS-PR-TERMIN-O
              WRITE POTWRAP-REC FROM WS-POTWRAP-LINIA

              REWRITE POM-REC
              IF ERR-POM NOT = 0
                 DISPLAY "REWRITE PO " NR-PO " - KOD " ERR-POM
              ELSE
                 ADD 1 TO WS-PT-NANIESIONE
                 DISPLAY "PO " NR-PO " " TOWAR-P " WYSLANE PRZEZ "
                         "DOSTAWCE DO " ODBIORCA-DS-P
                 DISPLAY "   ILOSC " WS-PT-ILOSC-N
                         " - ZAMOWIENIE " ZAM-DS-P " LINIA "
                         LP-DS-P
                 PERFORM 463-REALIZUJ-LINIE-DS
              END-IF
           END-IF
           .

       463-REALIZUJ-LINIE-DS.

           OPEN I-O ZAMLFILE
           IF ERR-ZL NOT = 0
              DISPLAY "BRAK PLIKU ZamowieniaLinie - LINIA "
                      ZAM-DS-P "/" LP-DS-P " NIE ZREALIZOWANA"
           ELSE
              MOVE ZAM-DS-P TO NR-ZAM-L
              MOVE LP-DS-P TO LP-L
              READ ZAMLFILE
              IF ERR-ZL NOT = 0
                 DISPLAY "NIE ZNALEZIONO LINII ZAMOWIENIA "
                         ZAM-DS-P "/" LP-DS-P
              ELSE
                 IF LIN-ANULOWANA OR LIN-ZREALIZOWANA
                    DISPLAY "UWAGA: LINIA " ZAM-DS-P "/" LP-DS-P
                            " ANULOWANA LUB ZREALIZOWANA - "
                            "WYSYLKE WYJASNIC Z KLIENTEM"
                 ELSE
                    MOVE ILOSC-PRZYJ-P TO ILOSC-WYDANA-L
                    IF ILOSC-WYDANA-L NOT < ILOSC-L
                       MOVE "R" TO STATUS-L
                    END-IF
                    REWRITE ZAML-REC
                    IF ERR-ZL NOT = 0
                       DISPLAY "REWRITE LINII " ZAM-DS-P "/"
                               LP-DS-P " - KOD " ERR-ZL
                    ELSE
                       IF LIN-ZREALIZOWANA
                          DISPLAY "LINIA " ZAM-DS-P "/" LP-DS-P
                                  " ZREALIZOWANA"
                          PERFORM 464-ZAMKNIJ-ZAMOWIENIE-DS
                       END-IF
                    END-IF
                 END-IF
              END-IF
              CLOSE ZAMLFILE
           END-IF
           .

       464-ZAMKNIJ-ZAMOWIENIE-DS.

      *    GDY PO TEJ WYSYLCE ZAMOWIENIE NIE MA JUZ LINII
      *    OTWARTYCH ANI BACKORDEROWYCH, NAGLOWEK PRZECHODZI NA
      *    ZREALIZOWANE (JAK 350-ZAMKNIJ-NAGLOWEK W ZAMOWIENIA.COB)
      *    I ZAMOWIENIE TRAFIA DO FAKTUROWANIA. WZ I AWIZO LINII
      *    MAGAZYNOWYCH ZAMOWIENIA MIESZANEGO WYSTAWIL JUZ
      *    355-WYDANIE-PRZED-DROPSHIP W ZAMOWIENIA.COB

           MOVE "N" TO WS-DS-OTWARTE
           MOVE ZAM-DS-P TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-ZL = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-ZL > 0 OR NR-ZAM-L NOT = ZAM-DS-P
                 IF LIN-OTWARTA OR LIN-BACKORDER
                    MOVE "T" TO WS-DS-OTWARTE
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF

           IF WS-DS-SA-OTWARTE
              DISPLAY "ZAMOWIENIE " ZAM-DS-P
                      " MA JESZCZE LINIE DO REALIZACJI"
           ELSE
              OPEN I-O ZAMOWFILE
              IF ERR-Z NOT = 0
                 DISPLAY "BRAK PLIKU Zamowienia - NAGLOWEK "
                         ZAM-DS-P " BEZ ZMIAN"
              ELSE
                 MOVE ZAM-DS-P TO NR-ZAMOWIENIA
                 READ ZAMOWFILE
                 IF ERR-Z = 0
                    AND (ZAM-OTWARTE OR ZAM-BACKORDER)
                    MOVE "R" TO STATUS-Z
                    ACCEPT DATA-REAL-Z FROM DATE
                    REWRITE ZAM-REC
                    IF ERR-Z NOT = 0
                       DISPLAY "REWRITE ZAMOWIENIA " ZAM-DS-P
                               " - KOD " ERR-Z
                    ELSE
                       DISPLAY "ZAMOWIENIE " ZAM-DS-P
                               " ZREALIZOWANE - DO FAKTUROWANIA"
                    END-IF
                 END-IF
                 CLOSE ZAMOWFILE
              END-IF
           END-IF
           .

       460-POKAZ-AWIZO.
           MOVE WS-DOSTARCZONO TO WS-PRZ-ILOSC-O
           MOVE DATA-PO TO WS-PRZ-DATA-PO-O
           MOVE DATA-OCZEK-P TO WS-PRZ-OCZEK-O
           MOVE WS-NR-PZ TO WS-PRZ-PZ-O

           OPEN EXTEND PRZLOGFILE
           IF ERR-PL NOT = 0
           CLOSE ODRZUTYFILE
           .

       750-WYCOFANIE-PARTII.

      *    WYCOFANIE PARTII Z RYNKU (RECALL): PARTIE TOWARU (NUMER
      *    LUB ZAKRES TERMINOW WAZNOSCI) ZOSTAJA OZNACZONE W Partie
      *    JAKO WYCOFANE, A ICH STAN W BAZA5 PRZECHODZI NA
      *    KWARANTANNE; ODBIORCY Z PartieWydania.txt DOSTAJA PISMA
      *    (PismaWycofania.txt), A KARTOTEKA Wycofania PILNUJE
      *    ZWROTOW WZGLEDEM WYSLANYCH ILOSCI DO ZAMKNIECIA

           DISPLAY "WYCOFANIE PARTII (RECALL)"
           IF NOT ROLA-PODGLAD
              DISPLAY "1. NOWE WYCOFANIE PARTII"
              DISPLAY "2. ZWROT OD KLIENTA DO WYCOFANIA"
           END-IF
           DISPLAY "3. STAN / ZAMKNIECIE WYCOFANIA"
           ACCEPT WS-WYC-WYBOR

           IF (WS-WYC-WYBOR = "1" OR WS-WYC-WYBOR = "2")
              AND ROLA-PODGLAD
              DISPLAY "BRAK UPRAWNIEN DO TEJ OPCJI (TYLKO "
                      "PODGLAD)"
           ELSE
              IF WS-WYC-WYBOR = "1" OR WS-WYC-WYBOR = "2"
                 PERFORM 989-SPRAWDZ-OKRES
                 IF WS-OKRES-JEST-ZAMKNIETY
                    DISPLAY "OKRES KSIEGOWY ZAMKNIETY - "
                            "KSIEGOWANIE ODRZUCONE"
                 ELSE
                    IF WS-WYC-WYBOR = "1"
                       PERFORM 751-NOWE-WYCOFANIE
                    ELSE
                       PERFORM 760-ZWROT-WYCOFANIA
                    END-IF
                 END-IF
              END-IF
              IF WS-WYC-WYBOR = "3"
                 PERFORM 765-STAN-WYCOFANIA
              END-IF
           END-IF
           .

       751-NOWE-WYCOFANIE.

           DISPLAY "PODAJ TOWAR"
           ACCEPT WS-WYC-TOWAR
           DISPLAY "PODAJ NR PARTII (PUSTE = ZAKRES TERMINOW "
                   "WAZNOSCI)"
           ACCEPT WS-WYC-PARTIA
           MOVE 0 TO WS-WYC-OD
           MOVE 0 TO WS-WYC-DO
           IF WS-WYC-PARTIA = SPACES
              DISPLAY "PODAJ TERMIN WAZNOSCI OD (RRMMDD)"
              ACCEPT WS-WYC-OD
              DISPLAY "PODAJ TERMIN WAZNOSCI DO (RRMMDD)"
              ACCEPT WS-WYC-DO
           END-IF

           IF WS-WYC-TOWAR = SPACES
              OR (WS-WYC-PARTIA = SPACES AND WS-WYC-OD > WS-WYC-DO)
              OR (WS-WYC-PARTIA = SPACES AND WS-WYC-DO = 0)
              DISPLAY "NIEPRAWIDLOWY TOWAR LUB ZAKRES - WYCOFANIE "
                      "ANULOWANE"
           ELSE
              DISPLAY "WSZYSTKIE PARTIE SPELNIAJACE WARUNEK PRZEJDA "
                      "NA KWARANTANNE - POTWIERDZ T/N"
              ACCEPT WS-POTWIERDZ
              IF WS-POTWIERDZ NOT = "T"
                 DISPLAY "WYCOFANIE ANULOWANE"
              ELSE
                 PERFORM 756-POBIERZ-NUMER-WYC
                 IF WS-NUMERY-JEST-BLAD
                    DISPLAY "BLAD KARTOTEKI NumeryKontrolne - "
                            "WYCOFANIE ANULOWANE"
                 ELSE
                    PERFORM 752-PARTIE-NA-KWARANTANNE
                    PERFORM 753-ODBIORCY-PARTII
                    PERFORM 754-ZAPISZ-WYCOFANIE
                    PERFORM 755-PISMA-DO-KLIENTOW
                    DISPLAY "---------------------"
                    DISPLAY "WYCOFANIE NR " WS-NR-WYC
                    DISPLAY "PARTII OBJETYCH      : " WS-WP-N
                    DISPLAY "NA KWARANTANNE       : " WS-WYC-KWAR
                    DISPLAY "ODBIORCOW (ZAM/PART.): " WS-WO-N
                    DISPLAY "PISMA W PismaWycofania.txt"
                 END-IF
              END-IF
           END-IF
           .

       752-PARTIE-NA-KWARANTANNE.

      *    KAZDA PARTIA TOWARU SPELNIAJACA WARUNEK: STATUS W
      *    W Partie, A JEJ ILOSC SCHODZI ZE STANU DOSTEPNEGO
      *    LOKALIZACJI NA KWARANTANNE (BEZ ZMIANY WARTOSCI)

           MOVE 0 TO WS-WP-N
           MOVE 0 TO WS-WYC-KWAR
           IF WS-WYC-PARTIA NOT = SPACES
              MOVE 1 TO WS-WP-N
              MOVE WS-WYC-PARTIA TO WS-WP-PARTIA (1)
           END-IF

           OPEN I-O INFILE
           IF ERR NOT = 0
              MOVE "OTWARCIE BAZA5" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              OPEN I-O PARTIEFILE
              IF ERR-PA NOT = 0
                 DISPLAY "BRAK KARTOTEKI Partie - TOWAR NIE MA "
                         "PARTII NA STANIE"
              ELSE
                 MOVE WS-WYC-TOWAR TO TOWAR-PA
                 MOVE SPACES TO LOKALIZACJA-PA
                 MOVE SPACES TO NR-PARTII-PA
                 START PARTIEFILE KEY NOT < KLUCZ-PA
                 IF ERR-PA = 0
                    READ PARTIEFILE NEXT
                    PERFORM UNTIL ERR-PA > 0
                            OR TOWAR-PA NOT = WS-WYC-TOWAR
                       IF (WS-WYC-PARTIA NOT = SPACES
                           AND NR-PARTII-PA = WS-WYC-PARTIA)
                          OR (WS-WYC-PARTIA = SPACES
                              AND DATA-WAZNOSCI-PA >= WS-WYC-OD
                              AND DATA-WAZNOSCI-PA <= WS-WYC-DO)
                          PERFORM 757-WYCOFAJ-PARTIE
                       END-IF
                       READ PARTIEFILE NEXT
                    END-PERFORM
                 END-IF
                 CLOSE PARTIEFILE
              END-IF
              CLOSE INFILE
           END-IF
           .

       757-WYCOFAJ-PARTIE.

           MOVE "N" TO WS-WYC-JEST
           PERFORM VARYING WS-WP-I FROM 1 BY 1
                   UNTIL WS-WP-I > WS-WP-N
              IF WS-WP-PARTIA (WS-WP-I) = NR-PARTII-PA
                 MOVE "T" TO WS-WYC-JEST
              END-IF
           END-PERFORM
           IF NOT WS-WYC-ZNALEZIONO AND WS-WP-N < 50
              ADD 1 TO WS-WP-N
              MOVE NR-PARTII-PA TO WS-WP-PARTIA (WS-WP-N)
           END-IF

           IF PARTIA-WYCOFANA
              DISPLAY "PARTIA " NR-PARTII-PA " W " LOKALIZACJA-PA
                      " JUZ WYCOFANA"
           ELSE
              MOVE "W" TO STATUS-PA
              REWRITE PARTIA-REC
              IF ILOSC-PA > 0
                 MOVE TOWAR-PA TO TOWAR
                 MOVE LOKALIZACJA-PA TO LOKALIZACJA
                 READ INFILE
                 IF ERR NOT = 0
                    DISPLAY "PARTIA " NR-PARTII-PA " W "
                            LOKALIZACJA-PA " - BRAK POZYCJI W BAZA5"
                 ELSE
                    MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                    MOVE ILOSC-PA TO WS-WYC-ILOSC
                    IF WS-WYC-ILOSC > WS-ILOSC-LICZBA
                       MOVE WS-ILOSC-LICZBA TO WS-WYC-ILOSC
                    END-IF
                    MOVE WS-ILOSC-LICZBA TO WS-AUD-PRZED
                    SUBTRACT WS-WYC-ILOSC FROM WS-ILOSC-LICZBA
                    MOVE WS-ILOSC-LICZBA TO ILOSC OF IN-REC
                    MOVE ILOSC-KWAR OF IN-REC TO WS-KWAR-LICZBA
                    ADD WS-WYC-ILOSC TO WS-KWAR-LICZBA
                    MOVE WS-KWAR-LICZBA TO ILOSC-KWAR OF IN-REC
                    ACCEPT DATA-AKT FROM DATE
                    ACCEPT CZAS-AKT FROM TIME
                    REWRITE IN-REC
                    IF ERR = 0
                       PERFORM 906-DZIENNIK-REWRITE
                    END-IF
                    IF ERR NOT = 0
                       MOVE "REWRITE" TO WS-BLAD-KONTEKST
                       MOVE ERR TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                    ELSE
                       MOVE ILOSC OF IN-REC TO WS-AUD-PO
                       MOVE "WYCOFANIE" TO WS-AUD-OPER
                       MOVE "KWARANTANNA" TO WS-AUD-TYP
                       PERFORM 900-AUDYT-ZAPISZ
                       ADD WS-WYC-ILOSC TO WS-WYC-KWAR
                    END-IF
                 END-IF
              END-IF
              DISPLAY "PARTIA " NR-PARTII-PA " W " LOKALIZACJA-PA
                      " WAZNA DO " DATA-WAZNOSCI-PA
                      " - WYCOFANA, ILOSC " ILOSC-PA
           END-IF
           .

       753-ODBIORCY-PARTII.

      *    KTO DOSTAL WYCOFANE PARTIE: WYDANIA Z PartieWydania.txt
      *    ZSUMOWANE NA KLIENTA, ZAMOWIENIE I PARTIE, POSORTOWANE
      *    WG KLIENTA - KLIENT Z NAGLOWKA ZAMOWIENIA. PRZY ZAKRESIE
      *    TERMINOW LICZY SIE TERMIN ZAPISANY PRZY WYDANIU, BO
      *    PARTIA WYDANA DO ZERA ZNIKA Z Partie; WPISY BEZ TERMINU
      *    (STARSZE) DOPASOWUJE LISTA PARTII Z 752

           MOVE 0 TO WS-WO-N
           OPEN INPUT ZAMOWFILE
           OPEN INPUT PARTIEWYDFILE
           IF ERR-PW NOT = 0
              DISPLAY "BRAK PartieWydania.txt - BRAK WYDAN PARTII"
           ELSE
              READ PARTIEWYDFILE INTO WS-PW-LINIA
              PERFORM UNTIL ERR-PW > 0
                 IF WS-PW-TOWAR-O = WS-WYC-TOWAR
                    MOVE "N" TO WS-WYC-JEST
                    PERFORM VARYING WS-WP-I FROM 1 BY 1
                            UNTIL WS-WP-I > WS-WP-N
                       IF WS-WP-PARTIA (WS-WP-I) = WS-PW-PARTIA-O
                          MOVE "T" TO WS-WYC-JEST
                       END-IF
                    END-PERFORM
                    IF NOT WS-WYC-ZNALEZIONO
                       AND WS-WYC-PARTIA = SPACES
                       AND WS-PW-WAZNOSC-O IS NUMERIC
                       AND WS-PW-WAZNOSC-N >= WS-WYC-OD
                       AND WS-PW-WAZNOSC-N <= WS-WYC-DO
                       MOVE "T" TO WS-WYC-JEST
                       IF WS-WP-N < 50
                          ADD 1 TO WS-WP-N
                          MOVE WS-PW-PARTIA-O TO WS-WP-PARTIA (WS-WP-N)
                       END-IF
                    END-IF
                    IF WS-WYC-ZNALEZIONO
                       PERFORM 758-DOLICZ-ODBIORCE
                    END-IF
                 END-IF
                 READ PARTIEWYDFILE INTO WS-PW-LINIA
              END-PERFORM
              CLOSE PARTIEWYDFILE
           END-IF
           CLOSE ZAMOWFILE

           PERFORM VARYING WS-WO-I FROM 1 BY 1
                   UNTIL WS-WO-I >= WS-WO-N
              PERFORM VARYING WS-WO-J FROM 1 BY 1
                      UNTIL WS-WO-J >= WS-WO-N
                 IF WS-WO-KLIENT (WS-WO-J) > WS-WO-KLIENT (WS-WO-J + 1)
                    OR (WS-WO-KLIENT (WS-WO-J) =
                        WS-WO-KLIENT (WS-WO-J + 1)
                        AND WS-WO-ZAM (WS-WO-J) >
                            WS-WO-ZAM (WS-WO-J + 1))
                    MOVE WS-WO-TAB (WS-WO-J) TO WS-WO-ZAPAS
                    MOVE WS-WO-TAB (WS-WO-J + 1)
                         TO WS-WO-TAB (WS-WO-J)
                    MOVE WS-WO-ZAPAS TO WS-WO-TAB (WS-WO-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       758-DOLICZ-ODBIORCE.

           MOVE WS-PW-ILOSC-O TO WS-WYC-ILOSC
           MOVE SPACES TO WS-WYC-KLIENT
           MOVE SPACES TO WS-WYC-ADRES
           MOVE WS-PW-ZAM-O TO NR-ZAMOWIENIA
           READ ZAMOWFILE
           IF ERR-Z = 0
              MOVE KOD-KLIENTA-Z TO WS-WYC-KLIENT
              MOVE ADRES-DOST-Z TO WS-WYC-ADRES
           END-IF

           MOVE 0 TO WS-WO-J
           PERFORM VARYING WS-WO-I FROM 1 BY 1
                   UNTIL WS-WO-I > WS-WO-N
              IF WS-WO-ZAM (WS-WO-I) = WS-PW-ZAM-O
                 AND WS-WO-PARTIA (WS-WO-I) = WS-PW-PARTIA-O
                 MOVE WS-WO-I TO WS-WO-J
              END-IF
           END-PERFORM
           IF WS-WO-J = 0
              IF WS-WO-N < 200
                 ADD 1 TO WS-WO-N
                 MOVE WS-WO-N TO WS-WO-J
                 MOVE WS-WYC-KLIENT TO WS-WO-KLIENT (WS-WO-J)
                 MOVE WS-PW-ZAM-O TO WS-WO-ZAM (WS-WO-J)
                 MOVE WS-PW-PARTIA-O TO WS-WO-PARTIA (WS-WO-J)
                 MOVE WS-WYC-ADRES TO WS-WO-ADRES (WS-WO-J)
                 MOVE 0 TO WS-WO-ILOSC (WS-WO-J)
              ELSE
                 DISPLAY "UWAGA: LIMIT 200 ODBIORCOW - ZAM "
                         WS-PW-ZAM-O " POMINIETE"
              END-IF
           END-IF
           IF WS-WO-J > 0
              ADD WS-WYC-ILOSC TO WS-WO-ILOSC (WS-WO-J)
           END-IF
           .

       754-ZAPISZ-WYCOFANIE.

      *    REJESTR WYCOFANIA: LINIA 000 = STAN PRZENIESIONY NA
      *    KWARANTANNE, KOLEJNE = WYSLANE DO KLIENTOW (ZAMOWIENIE,
      *    PARTIA) Z ILOSCIA DO ZWROTU

           OPEN I-O WYCFILE
           IF ERR-WYC = 35
              CLOSE WYCFILE
              OPEN OUTPUT WYCFILE
              CLOSE WYCFILE
              OPEN I-O WYCFILE
           END-IF
           IF ERR-WYC NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC KARTOTEKI Wycofania - KOD "
                      ERR-WYC
           ELSE
              ACCEPT WS-WYC-DZIS FROM DATE
              MOVE WS-NR-WYC TO NR-WYC
              MOVE 0 TO LP-WYC
              MOVE WS-WYC-TOWAR TO TOWAR-WYC
              MOVE WS-WYC-PARTIA TO PARTIA-WYC
              MOVE "MAGAZYN" TO KLIENT-WYC
              MOVE 0 TO NR-ZAM-WYC
              MOVE WS-WYC-KWAR TO WYSLANO-WYC
              MOVE 0 TO ZWROCONO-WYC
              MOVE WS-WYC-DZIS TO DATA-WYC
              MOVE "O" TO STATUS-WYC
              MOVE 0 TO DATA-ZAMKN-WYC
              WRITE WYC-REC

              OPEN INPUT KLIENCIFILE
              OPEN INPUT ADRDFILE
              DISPLAY "ODBIORCY WYCOFANYCH PARTII:"
              PERFORM VARYING WS-WO-I FROM 1 BY 1
                      UNTIL WS-WO-I > WS-WO-N
                 MOVE WS-NR-WYC TO NR-WYC
                 MOVE WS-WO-I TO LP-WYC
                 MOVE WS-WYC-TOWAR TO TOWAR-WYC
                 MOVE WS-WO-PARTIA (WS-WO-I) TO PARTIA-WYC
                 MOVE WS-WO-KLIENT (WS-WO-I) TO KLIENT-WYC
                 MOVE WS-WO-ZAM (WS-WO-I) TO NR-ZAM-WYC
                 MOVE WS-WO-ILOSC (WS-WO-I) TO WYSLANO-WYC
                 MOVE 0 TO ZWROCONO-WYC
                 MOVE WS-WYC-DZIS TO DATA-WYC
                 MOVE "O" TO STATUS-WYC
                 MOVE 0 TO DATA-ZAMKN-WYC
                 WRITE WYC-REC
                 IF ERR-WYC NOT = 0
                    DISPLAY "ZAPIS WYCOFANIA LP " WS-WO-I
                            " - KOD " ERR-WYC
                 END-IF
                 PERFORM 759-DANE-KONTAKTOWE
                 DISPLAY WS-WO-KLIENT (WS-WO-I) " " WS-WYC-NAZWA
                         " ZAM " WS-WO-ZAM (WS-WO-I)
                         " PARTIA " WS-WO-PARTIA (WS-WO-I)
                         " ILOSC " WS-WO-ILOSC (WS-WO-I)
                 DISPLAY "     " WS-WYC-ADRES-PELNY
                 DISPLAY "     KONTAKT: " WS-WYC-KONTAKT
              END-PERFORM
              CLOSE ADRDFILE
              CLOSE KLIENCIFILE
              CLOSE WYCFILE
           END-IF
           .

       759-DANE-KONTAKTOWE.

      *    NAZWA I ADRES Z KARTOTEKI Klienci; GDY ZAMOWIENIE SZLO
      *    NA WSKAZANY ADRES DOSTAWY - TEN ADRES I JEGO KONTAKT

           MOVE SPACES TO WS-WYC-NAZWA
           MOVE SPACES TO WS-WYC-ADRES-PELNY
           MOVE SPACES TO WS-WYC-NIP
           MOVE "-" TO WS-WYC-KONTAKT
           MOVE WS-WO-KLIENT (WS-WO-I) TO KOD-KLIENTA
           READ KLIENCIFILE
           IF ERR-KL = 0
              MOVE NAZWA-K TO WS-WYC-NAZWA
              MOVE ADRES-K TO WS-WYC-ADRES-PELNY
              MOVE NIP-K TO WS-WYC-NIP
           END-IF
           IF WS-WO-ADRES (WS-WO-I) NOT = SPACES
              MOVE WS-WO-KLIENT (WS-WO-I) TO KOD-KLIENTA-AD
              MOVE WS-WO-ADRES (WS-WO-I) TO KOD-ADRESU-AD
              READ ADRDFILE
              IF ERR-AD = 0
                 MOVE ADRES-AD TO WS-WYC-ADRES-PELNY
                 MOVE KONTAKT-AD TO WS-WYC-KONTAKT
              END-IF
           END-IF
           .

       755-PISMA-DO-KLIENTOW.

      *    JEDNO PISMO NA KLIENTA ZE WSZYSTKIMI JEGO ZAMOWIENIAMI
      *    I PARTIAMI (TABLICA JEST POSORTOWANA WG KLIENTA)

           OPEN EXTEND PISMAFILE
           IF ERR-PSM NOT = 0
              CLOSE PISMAFILE
              OPEN OUTPUT PISMAFILE
           END-IF
           OPEN INPUT KLIENCIFILE
           OPEN INPUT ADRDFILE
           MOVE HIGH-VALUES TO WS-WYC-KLIENT
           PERFORM VARYING WS-WO-I FROM 1 BY 1
                   UNTIL WS-WO-I > WS-WO-N
              IF WS-WO-KLIENT (WS-WO-I) NOT = WS-WYC-KLIENT
                 IF WS-WYC-KLIENT NOT = HIGH-VALUES
                    PERFORM 761-STOPKA-PISMA
                 END-IF
                 MOVE WS-WO-KLIENT (WS-WO-I) TO WS-WYC-KLIENT
                 PERFORM 759-DANE-KONTAKTOWE
                 MOVE SPACES TO WS-PS-LINIA
                 STRING "WYCOFANIE PARTII NR " WS-NR-WYC
                        "   DATA " WS-WYC-DZIS
                        DELIMITED BY SIZE INTO WS-PS-LINIA
                 WRITE PISMA-REC FROM WS-PS-LINIA
                 MOVE SPACES TO WS-PS-LINIA
                 STRING "DO: " WS-WYC-KLIENT " " WS-WYC-NAZWA
                        DELIMITED BY SIZE INTO WS-PS-LINIA
                 WRITE PISMA-REC FROM WS-PS-LINIA
                 MOVE SPACES TO WS-PS-LINIA
                 STRING "    " WS-WYC-ADRES-PELNY
                        "  NIP " WS-WYC-NIP
                        DELIMITED BY SIZE INTO WS-PS-LINIA
                 WRITE PISMA-REC FROM WS-PS-LINIA
                 MOVE SPACES TO PISMA-REC
                 WRITE PISMA-REC
                 MOVE SPACES TO WS-PS-LINIA
                 STRING "DOSTAWCA WYCOFAL Z OBROTU PARTIE TOWARU "
                        WS-WYC-TOWAR
                        DELIMITED BY SIZE INTO WS-PS-LINIA
                 WRITE PISMA-REC FROM WS-PS-LINIA
                 MOVE SPACES TO WS-PS-LINIA
                 STRING "PROSIMY O NATYCHMIASTOWE WSTRZYMANIE "
                        "SPRZEDAZY I ZWROT PONIZSZYCH ILOSCI:"
                        DELIMITED BY SIZE INTO WS-PS-LINIA
                 WRITE PISMA-REC FROM WS-PS-LINIA
              END-IF
              MOVE WS-WO-ILOSC (WS-WO-I) TO WS-PS-ILOSC-O
              MOVE SPACES TO WS-PS-LINIA
              STRING "  ZAMOWIENIE " WS-WO-ZAM (WS-WO-I)
                     "  PARTIA " WS-WO-PARTIA (WS-WO-I)
                     "  ILOSC " WS-PS-ILOSC-O
                     DELIMITED BY SIZE INTO WS-PS-LINIA
              WRITE PISMA-REC FROM WS-PS-LINIA
              IF WS-WO-ADRES (WS-WO-I) NOT = SPACES
                 MOVE SPACES TO WS-PS-LINIA
                 STRING "    DOSTAWA: " WS-WYC-ADRES-PELNY
                        "  KONTAKT: " WS-WYC-KONTAKT
                        DELIMITED BY SIZE INTO WS-PS-LINIA
                 WRITE PISMA-REC FROM WS-PS-LINIA
              END-IF
           END-PERFORM
           IF WS-WYC-KLIENT NOT = HIGH-VALUES
              PERFORM 761-STOPKA-PISMA
           END-IF
           CLOSE ADRDFILE
           CLOSE KLIENCIFILE
           CLOSE PISMAFILE
           .

       761-STOPKA-PISMA.

           MOVE SPACES TO PISMA-REC
           WRITE PISMA-REC
           MOVE "ZWROCONY TOWAR ZOSTANIE ROZLICZONY FAKTURA KORYGUJACA."
                TO WS-PS-LINIA
           WRITE PISMA-REC FROM WS-PS-LINIA
           MOVE ALL "-" TO WS-PS-LINIA
           WRITE PISMA-REC FROM WS-PS-LINIA
           .

       756-POBIERZ-NUMER-WYC.

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
              MOVE "WYCOFANIE" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "WYCOFANIE" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-WYC
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       760-ZWROT-WYCOFANIA.

      *    ZWROT OD KLIENTA: ILOSC WRACA NA KWARANTANNE WSKAZANEJ
      *    LOKALIZACJI (I DO PARTII JAKO WYCOFANA), A LINIA
      *    WYCOFANIA ZAMYKA SIE, GDY ZWROCONO CALA WYSLANA ILOSC

           DISPLAY "PODAJ NR WYCOFANIA"
           ACCEPT WS-NR-WYC
           PERFORM 766-POKAZ-WYCOFANIE
           IF WS-WYC-ZNALEZIONO
              DISPLAY "PODAJ LP LINII ZWROTU"
              ACCEPT WS-WYC-LP
              OPEN I-O WYCFILE
              MOVE WS-NR-WYC TO NR-WYC
              MOVE WS-WYC-LP TO LP-WYC
              READ WYCFILE
              IF ERR-WYC NOT = 0 OR LP-WYC = 0
                 DISPLAY "BRAK TAKIEJ LINII WYCOFANIA"
              ELSE
              IF WYC-ZAMKNIETE
                 DISPLAY "LINIA WYCOFANIA JUZ ZAMKNIETA"
              ELSE
                 MOVE "PODAJ ILOSC ZWROCONA" TO WS-WALID-PROMPT
                 PERFORM 195-WCZYTAJ-NIEUJEMNA
                 MOVE WS-WALID-LICZBA TO WS-WYC-ILOSC
                 IF WS-WYC-ILOSC = 0
                    OR ZWROCONO-WYC + WS-WYC-ILOSC > WYSLANO-WYC
                    DISPLAY "ILOSC ZEROWA LUB WIEKSZA NIZ POZOSTALA "
                            "DO ZWROTU - ZWROT ANULOWANY"
                 ELSE
                    DISPLAY "PODAJ LOKALIZACJE KWARANTANNY ZWROTU"
                    ACCEPT WS-WYC-LOK
                    PERFORM 762-ZWROT-NA-KWARANTANNE
                    IF WS-WYC-ZNALEZIONO
                       ADD WS-WYC-ILOSC TO ZWROCONO-WYC
                       IF ZWROCONO-WYC >= WYSLANO-WYC
                          MOVE "Z" TO STATUS-WYC
                          ACCEPT DATA-ZAMKN-WYC FROM DATE
                       END-IF
                       REWRITE WYC-REC
                       DISPLAY "ZWROCONO " ZWROCONO-WYC " Z "
                               WYSLANO-WYC
                       IF WYC-ZAMKNIETE
                          DISPLAY "LINIA WYCOFANIA ROZLICZONA"
                       END-IF
                    END-IF
                 END-IF
              END-IF
              END-IF
              CLOSE WYCFILE
           END-IF
           .

       762-ZWROT-NA-KWARANTANNE.

           MOVE "N" TO WS-WYC-JEST
           OPEN I-O INFILE
           IF ERR NOT = 0
              MOVE "OTWARCIE BAZA5" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              MOVE TOWAR-WYC TO TOWAR
              MOVE WS-WYC-LOK TO LOKALIZACJA
              READ INFILE
              IF ERR NOT = 0
                 DISPLAY "BRAK POZYCJI " TOWAR-WYC " W " WS-WYC-LOK
                         " W BAZA5 - ZWROT ANULOWANY"
              ELSE
                 MOVE ILOSC-KWAR OF IN-REC TO WS-KWAR-LICZBA
                 MOVE WS-KWAR-LICZBA TO WS-AUD-PRZED
                 ADD WS-WYC-ILOSC TO WS-KWAR-LICZBA
                 MOVE WS-KWAR-LICZBA TO ILOSC-KWAR OF IN-REC
                 ACCEPT DATA-AKT FROM DATE
                 ACCEPT CZAS-AKT FROM TIME
                 REWRITE IN-REC
                 IF ERR = 0
                    PERFORM 906-DZIENNIK-REWRITE
                 END-IF
                 IF ERR NOT = 0
                    MOVE "REWRITE" TO WS-BLAD-KONTEKST
                    MOVE ERR TO WS-BLAD-KOD
                    PERFORM 950-OPISZ-BLAD
                 ELSE
                    MOVE "T" TO WS-WYC-JEST
                    MOVE WS-KWAR-LICZBA TO WS-AUD-PO
                    MOVE "ZWROT-WYC" TO WS-AUD-OPER
                    MOVE "KWARANTANNA" TO WS-AUD-TYP
                    PERFORM 900-AUDYT-ZAPISZ
                    PERFORM 763-ZWROT-DO-PARTII
                 END-IF
              END-IF
              CLOSE INFILE
           END-IF
           .

       763-ZWROT-DO-PARTII.

           OPEN I-O PARTIEFILE
           IF ERR-PA = 35
              CLOSE PARTIEFILE
              OPEN OUTPUT PARTIEFILE
              CLOSE PARTIEFILE
              OPEN I-O PARTIEFILE
           END-IF
           IF ERR-PA NOT = 0
              DISPLAY "KARTOTEKA Partie - KOD " ERR-PA
                      " - ZWROT BEZ PARTII"
           ELSE
              IF PARTIA-WYC NOT = SPACES
                 MOVE TOWAR-WYC TO TOWAR-PA
                 MOVE WS-WYC-LOK TO LOKALIZACJA-PA
                 MOVE PARTIA-WYC TO NR-PARTII-PA
                 READ PARTIEFILE
                 IF ERR-PA = 0
                    ADD WS-WYC-ILOSC TO ILOSC-PA
                    MOVE "W" TO STATUS-PA
                    REWRITE PARTIA-REC
                 ELSE
                    MOVE TOWAR-WYC TO TOWAR-PA
                    MOVE WS-WYC-LOK TO LOKALIZACJA-PA
                    MOVE PARTIA-WYC TO NR-PARTII-PA
                    MOVE 0 TO DATA-WAZNOSCI-PA
                    MOVE WS-WYC-ILOSC TO ILOSC-PA
                    MOVE "W" TO STATUS-PA
                    WRITE PARTIA-REC
                 END-IF
              END-IF
              CLOSE PARTIEFILE
           END-IF
           .

       765-STAN-WYCOFANIA.

      *    STAN WYCOFANIA: WYSLANE / ZWROCONE / BRAKUJACE NA
      *    LINIE; ZAMKNIECIE OZNACZA WSZYSTKIE LINIE JAKO
      *    ZAMKNIETE (TAKZE Z NIEZWROCONA RESZTA, PO POTWIERDZENIU)

           DISPLAY "PODAJ NR WYCOFANIA"
           ACCEPT WS-NR-WYC
           PERFORM 766-POKAZ-WYCOFANIE
           IF WS-WYC-ZNALEZIONO AND NOT ROLA-PODGLAD
              AND WS-WYC-OTWARTYCH > 0
              IF WS-WYC-BRAKUJE > 0
                 DISPLAY "UWAGA: NIEZWROCONE JESZCZE " WS-WYC-BRAKUJE
              END-IF
              DISPLAY "ZAMKNAC WYCOFANIE? T/N"
              ACCEPT WS-POTWIERDZ
              IF WS-POTWIERDZ = "T"
                 PERFORM 767-ZAMKNIJ-WYCOFANIE
              END-IF
           END-IF
           .

       766-POKAZ-WYCOFANIE.

           MOVE "N" TO WS-WYC-JEST
           MOVE 0 TO WS-WYC-OTWARTYCH
           MOVE 0 TO WS-WYC-BRAKUJE
           OPEN INPUT WYCFILE
           IF ERR-WYC = 0
              MOVE WS-NR-WYC TO NR-WYC
              MOVE 0 TO LP-WYC
              START WYCFILE KEY NOT < KLUCZ-WYC
              IF ERR-WYC = 0
                 READ WYCFILE NEXT
                 PERFORM UNTIL ERR-WYC > 0 OR NR-WYC NOT = WS-NR-WYC
                    IF LP-WYC = 0
                       MOVE "T" TO WS-WYC-JEST
                       DISPLAY "WYCOFANIE " NR-WYC " Z " DATA-WYC
                               " TOWAR " TOWAR-WYC " PARTIA "
                               PARTIA-WYC
                       DISPLAY "  NA KWARANTANNIE W MAGAZYNIE: "
                               WYSLANO-WYC
                    ELSE
                       COMPUTE WS-WYC-ILOSC =
                               WYSLANO-WYC - ZWROCONO-WYC
                       DISPLAY "  LP " LP-WYC " " KLIENT-WYC
                               " ZAM " NR-ZAM-WYC " PARTIA "
                               PARTIA-WYC " WYSLANO " WYSLANO-WYC
                               " ZWROCONO " ZWROCONO-WYC
                               " STATUS " STATUS-WYC
                       IF WYC-OTWARTE
                          ADD WS-WYC-ILOSC TO WS-WYC-BRAKUJE
                       END-IF
                    END-IF
                    IF WYC-OTWARTE
                       ADD 1 TO WS-WYC-OTWARTYCH
                    END-IF
                    READ WYCFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE WYCFILE
           END-IF
           IF NOT WS-WYC-ZNALEZIONO
              DISPLAY "BRAK WYCOFANIA NR " WS-NR-WYC
           ELSE
              IF WS-WYC-OTWARTYCH = 0
                 DISPLAY "WYCOFANIE ZAMKNIETE"
              END-IF
           END-IF
           .

       767-ZAMKNIJ-WYCOFANIE.

           OPEN I-O WYCFILE
           IF ERR-WYC = 0
              MOVE WS-NR-WYC TO NR-WYC
              MOVE 0 TO LP-WYC
              START WYCFILE KEY NOT < KLUCZ-WYC
              IF ERR-WYC = 0
                 READ WYCFILE NEXT
                 PERFORM UNTIL ERR-WYC > 0 OR NR-WYC NOT = WS-NR-WYC
                    IF WYC-OTWARTE
                       MOVE "Z" TO STATUS-WYC
                       ACCEPT DATA-ZAMKN-WYC FROM DATE
                       REWRITE WYC-REC
                    END-IF
                    READ WYCFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE WYCFILE
              DISPLAY "WYCOFANIE " WS-NR-WYC " ZAMKNIETE"
           END-IF
           .

       195-WCZYTAJ-NIEUJEMNA.

           MOVE "N" TO WS-WALID-OK
      *    INACZEJ NAJBLIZSZE PUSTE MIEJSCE SKLADOWANIA (TYP B)
      *    WG MARSZRUTY Z Lokalizacje. ODBIORCA PRZYJMUJE
      *    PODPOWIEDZ ALBO WPISUJE SWOJA - OBIE DECYZJE LADUJA
      *    W OdkladanieLog.txt (Z CZASEM I OPERATOREM), WIEC
      *    WIDAC, CZY LOGICE SIE UFA.
      *    MIEJSCE Z WYMIARAMI MUSI POMIESCIC DOSTAWE KUBATUROWO
      *    (RAZEM Z TYM TOWAREM, KTORY JUZ TAM LEZY) I NA
      *    WYSOKOSC; PELNA KONTROLA ZAWARTOSCI W 485

           MOVE LOKALIZACJA-P TO WS-CEL-LOK
           MOVE SPACES TO WS-SUG-LOK
           MOVE 99999 TO WS-SUG-SEKW
           MOVE "N" TO WS-SUG-ZNALEZIONA
           MOVE TOWAR-P TO WS-PJ-TOWAR
           PERFORM 477-OBJETOSC-TOWARU

           MOVE TOWAR-P TO TOWAR
           START INFILE KEY = TOWAR
           END-IF

           ACCEPT WS-OD-DATA-O FROM DATE
           ACCEPT WS-OD-CZAS-O FROM TIME
           MOVE WS-UZYTKOWNIK TO WS-OD-OPER-O
           MOVE TOWAR-P TO WS-OD-TOWAR-O
           MOVE WS-SUG-LOK TO WS-OD-SUG-O
           MOVE WS-CEL-LOK TO WS-OD-FAKT-O
       486-OCEN-MIEJSCE-TOWARU.

           MOVE 99999 TO KOLEJNOSC-LK
           MOVE 0 TO WS-PJ-MAX-OBJ
           MOVE 0 TO WS-PJ-MAX-WYS
           OPEN INPUT LOKFILE
           IF ERR-LK = 0
              MOVE LOKALIZACJA OF IN-REC TO KOD-LOKALIZACJI
              READ LOKFILE
              IF ERR-LK NOT = 0
                 MOVE 99999 TO KOLEJNOSC-LK
              ELSE
                 PERFORM 476-KUBATURA-MIEJSCA
              END-IF
              CLOSE LOKFILE
           END-IF
           COMPUTE WS-PJ-SUMA-OBJ = WS-PJ-OBJ-N *
                   (WS-ILOSC-LICZBA + WS-DOSTARCZONO)
           IF (WS-PJ-MAX-OBJ > 0 AND WS-PJ-SUMA-OBJ > WS-PJ-MAX-OBJ)
              OR (WS-PJ-MAX-WYS > 0 AND WS-PJ-WYS-N > WS-PJ-MAX-WYS)
              CONTINUE
           ELSE
           IF KOLEJNOSC-LK < WS-SUG-SEKW
              OR NOT WS-SUG-JEST
              MOVE "T" TO WS-SUG-ZNALEZIONA
              MOVE KOLEJNOSC-LK TO WS-SUG-SEKW
              MOVE LOKALIZACJA OF IN-REC TO WS-SUG-LOK
           END-IF
           END-IF
           .

       488-PUSTE-MIEJSCE-B.
                             MOVE "T" TO WS-ZAJ-ZAJETA
                          END-IF
                       END-PERFORM
                       PERFORM 476-KUBATURA-MIEJSCA
                       COMPUTE WS-PJ-SUMA-OBJ =
                               WS-PJ-OBJ-N * WS-DOSTARCZONO
                       IF (WS-PJ-MAX-OBJ > 0
                           AND WS-PJ-SUMA-OBJ > WS-PJ-MAX-OBJ)
                          OR (WS-PJ-MAX-WYS > 0
                              AND WS-PJ-WYS-N > WS-PJ-MAX-WYS)
                          MOVE "T" TO WS-ZAJ-ZAJETA
                       END-IF
                       IF NOT WS-ZAJ-JEST-ZAJETA
                          MOVE "T" TO WS-SUG-ZNALEZIONA
                          MOVE KOLEJNOSC-LK TO WS-SUG-SEKW

      *    ZGODNOSC KLASY SKLADOWANIA TOWARU ZE STREFA MIEJSCA
      *    ODKLADCZEGO (TA SAMA LOGIKA CO 466-SPRAWDZ-KLASE
      *    W MAGAZYN.COB, LACZNIE Z KLASA ADR DLA TOWAROW Z UN)

           MOVE "T" TO WS-KL-ZGODNA
           MOVE SPACES TO WS-KL-KLASA
              READ PARAMTFILE
              IF ERR-PAR = 0
                 MOVE KLASA-SKLAD-PT TO WS-KL-KLASA
                 IF UN-PT IS NUMERIC AND WS-KL-KLASA = SPACES
                    MOVE "ADR" TO WS-KL-KLASA
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF
           END-IF
           .

       476-KUBATURA-MIEJSCA.

      *    KUBATURA (M3) I WYSOKOSC UZYTKOWA MIEJSCA Z REKORDU
      *    Lokalizacje; BRAK KTOREGOKOLWIEK WYMIARU = BEZ LIMITU

           MOVE 0 TO WS-PJ-MAX-OBJ
           MOVE 0 TO WS-PJ-MAX-WYS
           IF DLUGOSC-LK IS NUMERIC AND SZEROKOSC-LK IS NUMERIC
              AND WYSOKOSC-LK IS NUMERIC
              COMPUTE WS-PJ-MAX-OBJ ROUNDED = DLUGOSC-LK *
                      SZEROKOSC-LK * WYSOKOSC-LK / 1000000
              MOVE WYSOKOSC-LK TO WS-PJ-MAX-WYS
           END-IF
           .

       477-OBJETOSC-TOWARU.

      *    OBJETOSC (M3) I WYSOKOSC (CM) JEDNOSTKI TOWARU
      *    Z ParametryTowaru; TOWAR BEZ WYMIAROW MA OBJETOSC 0

           MOVE 0 TO WS-PJ-OBJ-N
           MOVE 0 TO WS-PJ-WYS-N
           OPEN INPUT PARAMTFILE
           IF ERR-PT = 0
              MOVE WS-PJ-TOWAR TO KOD-TOWARU-PT
              READ PARAMTFILE
              IF ERR-PT = 0
                 IF DLUGOSC-PT IS NUMERIC AND SZEROKOSC-PT IS NUMERIC
                    AND WYSOKOSC-PT IS NUMERIC
                    COMPUTE WS-PJ-OBJ-N ROUNDED = DLUGOSC-PT *
                            SZEROKOSC-PT * WYSOKOSC-PT / 1000000
                    MOVE WYSOKOSC-PT TO WS-PJ-WYS-N
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF
           .

       485-SPRAWDZ-POJEMNOSC.

           MOVE "T" TO WS-PJ-OK
           MOVE 0 TO WS-PJ-MAX-WAGA
           MOVE 0 TO WS-PJ-MAX-ILOSC
           MOVE 0 TO WS-PJ-MAX-OBJ
           MOVE 0 TO WS-PJ-MAX-WYS
           MOVE WS-CEL-LOK TO WS-PJ-LOK
           OPEN INPUT LOKFILE
           IF ERR-LK = 0
              IF ERR-LK = 0
                 MOVE MAX-WAGA-LK TO WS-PJ-MAX-WAGA
                 MOVE MAX-ILOSC-LK TO WS-PJ-MAX-ILOSC
                 PERFORM 476-KUBATURA-MIEJSCA
              END-IF
              CLOSE LOKFILE
           END-IF

           IF WS-PJ-MAX-WAGA = 0 AND WS-PJ-MAX-ILOSC = 0
              AND WS-PJ-MAX-OBJ = 0 AND WS-PJ-MAX-WYS = 0
              CONTINUE
           ELSE
              MOVE WAGA OF IN-REC TO WS-PJ-WAGA-N
              COMPUTE WS-PJ-DOD-WAGA =
                      WS-PJ-WAGA-N * WS-DOSTARCZONO
              MOVE TOWAR OF IN-REC TO WS-PJ-TOWAR
              PERFORM 477-OBJETOSC-TOWARU
              COMPUTE WS-PJ-DOD-OBJ =
                      WS-PJ-OBJ-N * WS-DOSTARCZONO
              MOVE IN-REC TO WS-PJ-ZAPAS-REC
              PERFORM 487-ZAWARTOSC-MIEJSCA
              MOVE WS-PJ-ZAPAS-REC TO IN-REC

              ADD WS-DOSTARCZONO TO WS-PJ-SUMA-ILOSC
              ADD WS-PJ-DOD-WAGA TO WS-PJ-SUMA-WAGA
              ADD WS-PJ-DOD-OBJ TO WS-PJ-SUMA-OBJ
              IF (WS-PJ-MAX-WAGA > 0
                  AND WS-PJ-SUMA-WAGA > WS-PJ-MAX-WAGA)
                 OR (WS-PJ-MAX-ILOSC > 0
                     AND WS-PJ-SUMA-ILOSC > WS-PJ-MAX-ILOSC)
                 OR (WS-PJ-MAX-OBJ > 0
                     AND WS-PJ-SUMA-OBJ > WS-PJ-MAX-OBJ)
                 OR (WS-PJ-MAX-WYS > 0
                     AND WS-PJ-WYS-N > WS-PJ-MAX-WYS)
                 DISPLAY "UWAGA: PRZEKROCZENIE POJEMNOSCI "
                         WS-PJ-LOK " - PO PRZYJECIU WAGA "
                         WS-PJ-SUMA-WAGA " (MAX "
                         WS-PJ-MAX-WAGA "), ILOSC "
                         WS-PJ-SUMA-ILOSC " (MAX "
                         WS-PJ-MAX-ILOSC ")"
                 DISPLAY "       OBJETOSC M3 " WS-PJ-SUMA-OBJ
                         " (MAX " WS-PJ-MAX-OBJ "), WYSOKOSC "
                         "SZTUKI CM " WS-PJ-WYS-N " (MAX "
                         WS-PJ-MAX-WYS ")"
                 IF WS-ROLA-OPERATORA = "A"
                    DISPLAY "NADPISAC LIMIT POJEMNOSCI "
                            "(TRYB NADZORCY)? T/N"

           MOVE 0 TO WS-PJ-SUMA-ILOSC
           MOVE 0 TO WS-PJ-SUMA-WAGA
           MOVE 0 TO WS-PJ-SUMA-OBJ
           MOVE LOW-VALUES TO TOWAR-KLUCZ
           START INFILE KEY NOT < TOWAR-KLUCZ
           IF ERR = 0
                    MOVE WAGA OF IN-REC TO WS-PJ-WAGA-N
                    COMPUTE WS-PJ-SUMA-WAGA = WS-PJ-SUMA-WAGA
                            + WS-PJ-WAGA-N * WS-ILOSC-LICZBA
                    IF WS-PJ-MAX-OBJ > 0 AND WS-ILOSC-LICZBA > 0
                       MOVE TOWAR OF IN-REC TO WS-PJ-TOWAR
                       PERFORM 477-OBJETOSC-TOWARU
                       COMPUTE WS-PJ-SUMA-OBJ = WS-PJ-SUMA-OBJ
                               + WS-PJ-OBJ-N * WS-ILOSC-LICZBA
                    END-IF
                 END-IF
                 READ INFILE NEXT
              END-PERFORM
                 MOVE WS-PARTIA-NR TO NR-PARTII-PA
                 READ PARTIEFILE
                 IF ERR-PA = 0
                    IF PARTIA-WYCOFANA
                       DISPLAY "UWAGA: PARTIA " WS-PARTIA-NR
                               " JEST WYCOFANA - DOSTAWE SKIERUJ "
                               "NA KWARANTANNE"
                    END-IF
                    ADD WS-DOSTARCZONO TO ILOSC-PA
                    REWRITE PARTIA-REC
                 ELSE
                    DISPLAY "PODAJ TERMIN WAZNOSCI (RRMMDD)"
                    ACCEPT DATA-WAZNOSCI-PA
                    MOVE WS-DOSTARCZONO TO ILOSC-PA
                    MOVE SPACE TO STATUS-PA
                    WRITE PARTIA-REC
                 END-IF
                 IF ERR-PA NOT = 0
                    IF ERR = 0
                       PERFORM 906-DZIENNIK-REWRITE
                       PERFORM 840-LOG-KOSZTOW
                       PERFORM 835-NARZUT-WARSTW
                       DISPLAY WS-LC-TOWAR (WS-LC-I)
                               " KOSZT " WS-LC-KOSZT-STARY
                               " -> " WS-KOSZT-NOWY
           END-IF
           .

       835-NARZUT-WARSTW.

      *    TEN SAM UDZIAL KOSZTOW DOSTAWY TRAFIA DO WARSTW FIFO
      *    TEJ DOSTAWY (DOKUMENT = NUMER PO) JAKO NARZUT NA
      *    JEDNOSTKE PRZYJETA - CZESC JUZ WYDANA NIE MA WARSTWY,
      *    WIEC JEJ NARZUT W WYCENIE FIFO PRZEPADA

           MOVE "N" TO WS-WR-FUNKCJA
           MOVE WS-LC-TOWAR (WS-LC-I) TO WS-WR-TOWAR
           MOVE WS-LC-LOK (WS-LC-I) TO WS-WR-LOKALIZACJA
           MOVE WS-LC-NR-PO (WS-LC-I) TO WS-WR-DOKUMENT
           MOVE WS-LC-ILOSC (WS-LC-I) TO WS-WR-ILOSC
           MOVE WS-LC-UDZIAL TO WS-WR-KWOTA
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0
              DISPLAY "UWAGA: NARZUT NA WARSTWY FIFO "
                      WS-LC-TOWAR (WS-LC-I) " - KOD " WS-WR-WYNIK
           ELSE
              IF WS-WR-ZMIANA < WS-WR-ILOSC
                 DISPLAY "  WARSTWY FIFO: NARZUT NA " WS-WR-ZMIANA
                         " Z " WS-WR-ILOSC
                         " (RESZTA DOSTAWY JUZ ZDJETA ZE STANU)"
              END-IF
           END-IF
           MOVE SPACES TO WS-WR-DOKUMENT
           .

       840-LOG-KOSZTOW.

           MOVE WS-LC-DATA TO WS-KD-DATA-O
           MOVE WS-LAN-NR TO WS-LAN-NR-O
           PERFORM 902-POLICZ-KONTROLE
           MOVE WS-LAN-NOWA TO WS-LAN-KONTROLA-O
           MOVE WS-AUD-DOKUMENT TO WS-LAN-DOKUMENT-O

           OPEN EXTEND AUDYTFILE
           IF ERR-A NOT = 0
           END-IF
           WRITE DZIENNIK-REC FROM WS-DZIENNIK-LINIA
           CLOSE DZIENNIKFILE

           PERFORM 909-WARSTWY-UZGODNIJ
           .

       909-WARSTWY-UZGODNIJ.

      *    WARSTWY KOSZTU FIFO (PODPROGRAM WARSTWY) NADAZAJA ZA
      *    STANEM WLASNYM TOWARU/LOKALIZACJI (ILOSC + KWARANTANNA,
      *    KOMIS DOSTAWCY I USUNIETY REKORD = 0): PRZYROST TWORZY
      *    WARSTWE PO WS-WR-KOSZT (DOMYSLNIE CENA-ZAKUP), UBYTEK
      *    ZDEJMUJE WARSTWY OD NAJSTARSZEJ

           MOVE "U" TO WS-WR-FUNKCJA
           MOVE TOWAR OF IN-REC TO WS-WR-TOWAR
           MOVE LOKALIZACJA OF IN-REC TO WS-WR-LOKALIZACJA
           MOVE 0 TO WS-WR-ILOSC
           IF WS-DZN-OPER NOT = "DELETE"
              AND WLASCICIEL OF IN-REC NOT = "K"
              MOVE ILOSC OF IN-REC TO WS-WR-ILOSC
              MOVE ILOSC-KWAR OF IN-REC TO WS-WR-ILOSC-KWAR
              ADD WS-WR-ILOSC-KWAR TO WS-WR-ILOSC
           END-IF
           IF WS-WR-KOSZT = 0
              MOVE CENA-ZAKUP OF IN-REC TO WS-WR-KOSZT
              IF WS-WR-KOSZT = 0
                 MOVE CENA OF IN-REC TO WS-WR-KOSZT
              END-IF
           END-IF
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0
              DISPLAY "UWAGA: WARSTWY KOSZTU " WS-WR-TOWAR " "
                      WS-WR-LOKALIZACJA " NIEUZGODNIONE - KOD "
                      WS-WR-WYNIK
           END-IF
           MOVE 0 TO WS-WR-KOSZT
           MOVE SPACES TO WS-WR-DOKUMENT
           MOVE SPACE TO WS-WR-ZRODLO
           .

       985-KONTROLA-ZAPISZ.
