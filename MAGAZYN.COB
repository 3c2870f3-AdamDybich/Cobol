               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-AUD.

           SELECT RUCHYFILE ASSIGN TO "RuchyMagazynowe"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-RM
               ALTERNATE RECORD KEY KLUCZ-DT-RM WITH DUPLICATES
               STATUS ERR-RUCH.

           SELECT RUCHSTANFILE ASSIGN TO "RuchyMagazynoweStan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RSTAN.

           SELECT CSVFILE ASSIGN TO "StanyExport.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-BUD.

           SELECT LIMPOFILE ASSIGN TO "LimityZatwierdzenPO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-LZ.

           SELECT ZATWFILE ASSIGN TO "ZatwierdzeniaPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO-ZT
               STATUS ERR-ZT.

           SELECT MMFILE ASSIGN TO "DokumentyMM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-MM.

           SELECT TRANZYTFILE ASSIGN TO "TowarWDrodze"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-MM-TW
               STATUS ERR-TW.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RR.

           SELECT RMAFILE ASSIGN TO "ZwrotyRMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-RMA
               STATUS ERR-RM.

           SELECT RMALFILE ASSIGN TO "ZwrotyRMALinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-RMAL
               LOCK MODE IS AUTOMATIC
               STATUS ERR-RML.

           SELECT ODPISYFILE ASSIGN TO "OdpisyLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-OL.

           SELECT ZAMOWFILE ASSIGN TO "Zamowienia"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-ZAM.

           SELECT MRPFILE ASSIGN TO "PlanMRP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-MRP.

           SELECT ZMOFILE ASSIGN TO "ZleceniaMontazu"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZMO
               STATUS ERR-ZMO.

           SELECT ZMOLFILE ASSIGN TO "ZleceniaMontazuLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ZMOL
               STATUS ERR-ZMOL.

           SELECT ZMODRUKFILE ASSIGN TO WS-ZMO-PLIK
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ZMD.

           SELECT ODMFILE ASSIGN TO "OdchyleniaMontazu.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ODM.

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

           SELECT URDRUKFILE ASSIGN TO "RaportUmowRamowych.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-URD.

       DATA DIVISION.

       FILE SECTION.
          05 WALUTA-D          PIC X(3).
          05 AKTYWNY-D         PIC X(1).
             88 DOST-AKTYWNY       VALUE "T".
          05 KOD-TOW-DOST-D    PIC X(20).

       FD POFILE.
       01 PO-REC PIC X(120).
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

       FD RUCHYFILE  BLOCK CONTAINS 0.
       01 RUCH-REC.
          05 KLUCZ-RM.
             10 TOWAR-RM      PIC X(20).
             10 LOK-RM        PIC X(10).
             10 DATA-RM       PIC 9(6).
             10 CZAS-RM       PIC 9(8).
             10 NR-LAN-RM     PIC 9(7).
             10 TYP-RM        PIC X(12).
          05 KLUCZ-DT-RM.
             10 DATA-DT-RM    PIC 9(6).
             10 TYP-DT-RM     PIC X(12).
          05 LINIA-RM         PIC X(140).

       FD RUCHSTANFILE.
       01 RUCHSTAN-REC PIC X(60).

       FD CSVFILE.
       01 CSV-REC PIC X(140).
       FD BUDZETFILE.
       01 BUDZET-REC PIC X(30).

       FD LIMPOFILE.
       01 LIMPO-REC PIC X(30).

      *    PO ZATRZYMANE DO ZATWIERDZENIA (STATUS A W ZamowieniaPOM):
      *    KTO I WG JAKIEGO LIMITU JE WYGENEROWAL ORAZ DECYZJA
      *    ZATWIERDZAJACEGO (PROGRAM PRZYJECIE)

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

       FD MMFILE.
       01 MM-REC PIC X(120).

      *    ZLECENIE PRZESUNIECIA MIEDZYMAGAZYNOWEGO (KLUCZ = NUMER
      *    MM): W - WYSLANE, TOWAR W DRODZE; P - PRZYJETE
      *    W MAGAZYNIE DOCELOWYM Z ILOSCIA DOBRA, USZKODZONA
      *    I BRAKIEM

       FD TRANZYTFILE  BLOCK CONTAINS 0.
       01 TRANZYT-REC.
          05 NR-MM-TW        PIC 9(7).
          05 TOWAR-TW        PIC X(20).
          05 LOK-Z-TW        PIC X(10).
          05 LOK-DO-TW       PIC X(10).
          05 ILOSC-TW        PIC 9(7)V99.
          05 KOSZT-TW        PIC 9(7)V99.
          05 WLASCICIEL-TW   PIC X(1).
          05 DATA-WYS-TW     PIC 9(6).
          05 OPER-WYS-TW     PIC X(8).
          05 STATUS-TW       PIC X(1).
             88 TW-W-DRODZE      VALUE "W".
             88 TW-PRZYJETE      VALUE "P".
          05 DATA-PRZYJ-TW   PIC 9(6).
          05 ILOSC-PRZYJ-TW  PIC 9(7)V99.
          05 ILOSC-USZK-TW   PIC 9(7)V99.
          05 ILOSC-BRAK-TW   PIC 9(7)V99.
          05 OPER-PRZYJ-TW   PIC X(8).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
             88 LIN-ZREALIZOWANA  VALUE "R".
             88 LIN-BACKORDER     VALUE "B".
             88 LIN-ANULOWANA     VALUE "X".
          05 DATA-OBIECANA-L PIC 9(6).
          05 PO-OBIETNICY-L  PIC 9(7).
          05 TRYB-DOSTAWY-L  PIC X(1).
             88 LIN-DROPSHIP     VALUE "D".
          05 KOD-TOW-KLIENTA-L PIC X(20).

       FD NOTAFILE.
       01 NOTA-REC PIC X(100).
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

       FD RECEPTFILE  BLOCK CONTAINS 0.
       01 RECEPT-REC.
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

       FD PROGNOZAFILE.
       01 PROGNOZA-REC PIC X(40).
       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).

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

       FD ODPISYFILE.
       01 ODPIS-REC PIC X(130).

       FD ZAMOWFILE  BLOCK CONTAINS 0.
       01 ZAM-REC.
          05 NR-ZAMOWIENIA   PIC 9(7).
          05 KOD-KLIENTA-Z   PIC X(10).
          05 DATA-ZAM        PIC 9(6).
          05 CZAS-ZAM        PIC 9(8).
          05 LICZBA-LINII-Z  PIC 9(3).
          05 STATUS-Z        PIC X(1).
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

       FD MRPFILE.
       01 MRP-REC PIC X(130).

      *    ZLECENIE MONTAZU ZESTAWU: ILOSC ZLECONA I WYKONANA,
      *    TERMIN WYKONANIA, STATUS (O OTWARTE, C WYKONYWANE
      *    CZESCIOWO, Z ZAKONCZONE, X ANULOWANE)

       FD ZMOFILE  BLOCK CONTAINS 0.
       01 ZMO-REC.
          05 NR-ZMO          PIC 9(7).
          05 ZESTAW-ZMO      PIC X(20).
          05 LOK-ZMO         PIC X(10).
          05 ILOSC-ZMO       PIC 9(5).
          05 ILOSC-WYK-ZMO   PIC 9(5).
          05 DATA-ZMO        PIC 9(6).
          05 DATA-PLAN-ZMO   PIC 9(6).
          05 DATA-ZAMK-ZMO   PIC 9(6).
          05 OPERATOR-ZMO    PIC X(8).
          05 STATUS-ZMO      PIC X(1).
             88 ZMO-OTWARTE      VALUE "O".
             88 ZMO-CZESCIOWE    VALUE "C".
             88 ZMO-ZAKONCZONE   VALUE "Z".
             88 ZMO-ANULOWANE    VALUE "X".

      *    SKLADNIK ZLECENIA WG RECEPTURY Z DNIA ZALOZENIA:
      *    ZUZYCIE NORMATYWNE I FAKTYCZNE DOTYCHCZASOWYCH
      *    WYKONAN ORAZ REZERWACJA NA NIEWYKONANA RESZTE

       FD ZMOLFILE  BLOCK CONTAINS 0.
       01 ZMOL-REC.
          05 KLUCZ-ZMOL.
             10 NR-ZMOL      PIC 9(7).
             10 LP-ZMOL      PIC 9(3).
          05 SKLADNIK-ZMOL   PIC X(20).
          05 LOK-ZMOL        PIC X(10).
          05 NA-SZT-ZMOL     PIC 9(5)V99.
          05 NORMA-ZMOL      PIC 9(7)V99.
          05 POBRANO-ZMOL    PIC 9(7)V99.
          05 REZ-ZMOL        PIC 9(7)V99.

       FD ZMODRUKFILE.
       01 ZMODRUK-REC PIC X(100).

       FD ODMFILE.
       01 ODM-REC PIC X(120).

      *    UMOWA RAMOWA Z DOSTAWCA NA TOWAR: ZAKONTRAKTOWANA
      *    ILOSC, CENA I OKRES WAZNOSCI ORAZ SUMA ILOSCI JUZ
      *    WYWOLANYCH ZAMOWIENIAMI PO

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

      *    WYWOLANIE UMOWY RAMOWEJ - JEDNA POZYCJA PO NA UMOWIE

       FD WYWFILE  BLOCK CONTAINS 0.
       01 WYW-REC.
          05 NR-PO-WU           PIC 9(7).
          05 KLUCZ-UR-WU.
             10 TOWAR-WU        PIC X(20).
             10 DOSTAWCA-WU     PIC X(10).
             10 DATA-OD-WU      PIC 9(6).
          05 ILOSC-WU           PIC 9(7)V99.
          05 DATA-WU            PIC 9(6).

       FD URDRUKFILE.
       01 URDRUK-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-HASLO-ZGODNE PIC X(1).
          88 WS-HASLO-JEST-ZGODNE VALUE "T".
          88 WYB-KONSYGNACJA  VALUE "7".
          88 WYB-RECEPTURY    VALUE "8".
          88 WYB-MONTAZ       VALUE "9".
          88 WYB-MRP          VALUE "0".
          88 V                VALUE "V".
          88 Z                VALUE "Z".
          88 W                VALUE "W".
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
       01 WS-HISTORIA.
          05 WS-HI-PLIK        PIC X(14).
          05 WS-HI-OPERACJA    PIC X(1).
          05 WS-HI-KLUCZ       PIC X(40).
          05 WS-HI-OPERATOR    PIC X(8).
          05 WS-HI-PROGRAM     PIC X(10).
          05 WS-HI-PRZED       PIC X(130).
          05 WS-HI-PO          PIC X(130).
          05 WS-HI-WYNIK       PIC 9(2).
       01 WS-WR-POMIN PIC X(1) VALUE "N".
          88 WS-WR-POMIJAJ VALUE "T".
       01 WS-DZIENNIK-LINIA.
          05 WS-DZN-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          88 WS-PJ-JEST-OK VALUE "T".
       01 WS-PJ-ZAPAS-REC PIC X(150).
       01 WS-PJ-PRZEKROCZEN PIC 9(5).
       01 WS-PJ-TOWAR PIC X(20).
       01 WS-PJ-OBJ-N PIC 9(3)V9(6).
       01 WS-PJ-WYS-N PIC 9(4)V9.
       01 WS-PJ-DOD-OBJ PIC 9(7)V9(6).
       01 WS-PJ-SUMA-OBJ PIC 9(7)V9(6).
       01 WS-PJ-MAX-OBJ PIC 9(5)V9(6).
       01 WS-PJ-MAX-WYS PIC 9(4)V9.
       01 ERR-SF PIC 99.
       01 ERR-KX PIC 99.
       01 WS-STREFY-LINIA.
       01 WS-WARTOSC-POZ PIC 9(11)V99.
       01 WS-WARTOSC-SUMA PIC 9(11)V99.
       01 WS-KONSYG-SUMA PIC 9(11)V99.
       01 WS-KONS-KL-SUMA PIC 9(11)V99.
       01 WS-STANY-LOKI PIC X(1).
          88 WS-STANY-SA-LOKI VALUE "T".
       01 WS-ILOSC-LICZBA PIC 9(7)V99.
       01 WS-CENA-LICZBA PIC 9(7)V99.
       01 WYBOR-DOST PIC X(1).
          88 DOST-CENNIK      VALUE "C".
          88 DOST-CENNIK-LISTA VALUE "L".
          88 DOST-KURS        VALUE "K".
          88 DOST-RAMOWA      VALUE "R".
          88 DOST-RAMOWA-RAP  VALUE "U".
       01 WS-BRAK PIC 9(7)V99.
       01 DOST-OTWARTY PIC X(1) VALUE "N".
          88 DOST-JEST-OTWARTY VALUE "T".
             10 WS-LAN-NR-O PIC 9(7).
          05 FILLER PIC X VALUE SPACE.
          05 WS-LAN-KONTROLA-O PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 WS-LAN-DOKUMENT-O PIC X(10).
       01 WS-AUD-TYP PIC X(12) VALUE SPACES.
       01 WS-AUD-DOKUMENT PIC X(10) VALUE SPACES.
       01 WS-TYP-TRANS PIC X(1).
          88 TYP-PRZYJECIE  VALUE "1".
          88 TYP-WYDANIE    VALUE "2".
          05 WS-GEN-WALUTA     PIC X(3).
          05 WS-GEN-KURS       PIC 9(5)V9999.
          05 WS-GEN-POMIN      PIC X(1).
          05 WS-GEN-UMOWA      PIC X(36).
       01 ERR-BUD PIC 99.
       01 WS-BUD-LINIA.
          05 WS-BUD-KAT-A   PIC X(10).
          05 WS-BUD-KWOTA   PIC 9(9)V99.
          05 WS-BUD-WYDANE  PIC 9(11)V99.
          05 WS-BUD-BIEZACE PIC 9(11)V99.
       01 ERR-LZ PIC 99.
       01 ERR-ZT PIC 99.
      *    LIMITY WARTOSCI PO BEZ ZATWIERDZENIA: LINIA "R <ROLA>"
      *    DLA ROLI GENERUJACEGO (W = PRZEBIEG WSADOWY) ALBO
      *    "K <KATEGORIA>" DLA KATEGORII TOWARU, KWOTA W PLN
       01 WS-LZ-LINIA.
          05 WS-LZ-TYP-A    PIC X(1).
          05 FILLER         PIC X.
          05 WS-LZ-KOD-A    PIC X(10).
          05 FILLER         PIC X.
          05 WS-LZ-KWOTA-A  PIC X(15).
       01 WS-LZ-N PIC 9(3) VALUE 0.
       01 WS-LZ-I PIC 9(3).
       01 WS-LZ-TAB OCCURS 50.
          05 WS-LZ-TYP      PIC X(1).
          05 WS-LZ-KOD      PIC X(10).
          05 WS-LZ-KWOTA    PIC 9(11)V99.
       01 WS-LZ-ROLA PIC X(1).
       01 WS-LZ-LIMIT PIC 9(11)V99.
       01 WS-LZ-ZRODLO PIC X(12).
       01 WS-LZ-JEST PIC X(1).
          88 WS-LZ-LIMIT-JEST VALUE "T".
       01 WS-ZT-OTWARTY PIC X(1) VALUE "N".
          88 WS-ZT-JEST-OTWARTY VALUE "T".
       01 WS-ZT-LICZNIK PIC 9(5).
       01 ERR-ZL PIC 99.
       01 ERR-N PIC 99.
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".

      *    DOKUMENT PRZESUNIECIA MIEDZYMAGAZYNOWEGO MM (SERIA MM
      *    W NumeryKontrolne), WYDRUK DO DokumentyMM.txt

       01 ERR-MM PIC 99.
       01 WS-NR-MM PIC 9(7).
       01 WS-MM-NAGLOWEK.
          05 FILLER          PIC X(6) VALUE "MM NR ".
          05 WS-MM-NR-O      PIC 9(7).
          05 FILLER          PIC X(7) VALUE "  DATA ".
          05 WS-MM-DATA-O    PIC 9(6).
          05 FILLER          PIC X(11) VALUE "  OPERATOR ".
          05 WS-MM-OPER-O    PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-MM-ZRODLO-O  PIC X(20).
       01 WS-MM-POZYCJA.
          05 FILLER          PIC X(8) VALUE "  TOWAR ".
          05 WS-MM-TOWAR-O   PIC X(20).
          05 FILLER          PIC X(4) VALUE " Z: ".
          05 WS-MM-Z-O       PIC X(10).
          05 FILLER          PIC X(5) VALUE " DO: ".
          05 WS-MM-DO-O      PIC X(10).
          05 FILLER          PIC X(8) VALUE " ILOSC: ".
          05 WS-MM-ILOSC-O   PIC Z(7)9.99.
       01 WS-MM-RODZAJ PIC X(20) VALUE SPACES.
       01 WS-MM-UWAGA.
          05 FILLER           PIC X(8) VALUE "  UWAGA ".
          05 WS-MM-UW-TYP-O   PIC X(20).
          05 FILLER           PIC X(8) VALUE " ILOSC: ".
          05 WS-MM-UW-ILOSC-O PIC Z(7)9.99.

      *    PRZESUNIECIE DO INNEGO MAGAZYNU W DWOCH KROKACH: WYSYLKA
      *    MM ZDEJMUJE STAN ZRODLA I ZAKLADA ZLECENIE W TowarWDrodze
      *    (WARSTWY KOSZTU W DRODZE LEZA POD LOKALIZACJA "MMNNNNNNN"),
      *    PRZYJECIE W MAGAZYNIE DOCELOWYM DOKLADA STAN

       01 ERR-TW PIC 99.
       01 WS-TW-TRYB PIC X(1) VALUE SPACE.
          88 TW-NATYCHMIAST   VALUE "N".
          88 TW-WYSYLKA       VALUE "W".
          88 TW-PRZYJECIE     VALUE "P".
          88 TW-RAPORT        VALUE "R".
       01 WS-TW-LOK-DROGA PIC X(10).
       01 WS-TW-KOSZT PIC 9(7)V99.
       01 WS-TW-DOBRE PIC 9(7)V99.
       01 WS-TW-USZK PIC 9(7)V99.
       01 WS-TW-BRAK PIC 9(7)V99.
       01 WS-TW-STAN PIC 9(7)V99.
       01 WS-TW-KWAR PIC 9(7)V99.
       01 WS-TW-DZIS PIC 9(6).
       01 WS-TW-DATA-8 PIC 9(8).
       01 WS-TW-DZIS-INT PIC 9(7).
       01 WS-TW-WIEK PIC S9(5).
       01 WS-TW-WARTOSC PIC 9(11)V99.
       01 WS-TW-KL-I PIC 9(1).
       01 WS-TW-KLASY.
          05 WS-TW-KL OCCURS 4.
             10 WS-TW-KL-ILE  PIC 9(5).
             10 WS-TW-KL-WART PIC 9(11)V99.
       01 WS-TW-OPISY-KLAS.
          05 FILLER PIC X(10) VALUE "0-1 DNI".
          05 FILLER PIC X(10) VALUE "2-3 DNI".
          05 FILLER PIC X(10) VALUE "4-7 DNI".
          05 FILLER PIC X(10) VALUE "PONAD 7".
       01 WS-TW-OPISY REDEFINES WS-TW-OPISY-KLAS.
          05 WS-TW-OPIS PIC X(10) OCCURS 4.
       01 WS-TW-RAZEM-ILE PIC 9(5).
       01 WS-TW-RAZEM-WART PIC 9(11)V99.
       01 WS-REZ-N PIC 9(4) VALUE 0.
       01 WS-REZ-I PIC 9(4).
       01 WS-REZ-ZNALEZIONY PIC X(1).
          05 WS-REZ-SUMA  PIC 9(9)V99.
       01 WS-REZ-POZOSTALO PIC 9(7)V99.
       01 WS-REZ-ZESTAWY PIC 9(7)V99.
       01 WS-ZAML-REZ-ZAPAS PIC X(80).
       01 WS-REZ-ILOSC PIC 9(9)V99.
       01 WS-DOSTEPNE PIC S9(9)V99.

      *    PLANOWANIE POTRZEB MATERIALOWYCH (MRP): TOWARY Z
      *    RECEPTUR Z POZIOMEM W STRUKTURZE (0 = WYROB GOTOWY),
      *    TYGODNIOWE KOSZYKI POPYTU BRUTTO I DOSTAW Z PO,
      *    LINIE RECEPTUR I ZLECENIA PLANOWANE

       01 ERR-ZAM PIC 99.
       01 ERR-MRP PIC 99.
       01 WS-MRP-ZAM-OTWARTY PIC X(1).
          88 WS-MRP-ZAM-JEST-OTWARTY VALUE "T".
       01 WS-MRP-HORYZONT PIC 9(2).
       01 WS-MRP-HORYZONT-A PIC X(5).
       01 WS-MRP-N PIC 9(3) VALUE 0.
       01 WS-MRP-I PIC 9(3).
       01 WS-MRP-IDX PIC 9(3).
       01 WS-MRP-ZESTAW-IDX PIC 9(3).
       01 WS-MRP-T PIC 9(2).
       01 WS-MRP-M PIC 9(2).
       01 WS-MRP-TYDZ PIC S9(5).
       01 WS-MRP-LIMIT PIC X(1) VALUE "N".
          88 WS-MRP-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-MRP-TAB OCCURS 200.
          05 WS-MRP-TOWAR    PIC X(20).
          05 WS-MRP-LOK      PIC X(10).
          05 WS-MRP-POZIOM   PIC 9(2).
          05 WS-MRP-ZESTAW   PIC X(1).
          05 WS-MRP-STAN     PIC 9(9)V99.
          05 WS-MRP-CZAS     PIC 9(3).
          05 WS-MRP-PRZESUN  PIC 9(3).
          05 WS-MRP-OPAK     PIC 9(5).
          05 WS-MRP-MA-DOST  PIC X(1).
          05 WS-MRP-KOD-DOST PIC X(10).
          05 WS-MRP-CYKL     PIC X(1).
          05 WS-MRP-PROGN    PIC 9(7)V99 OCCURS 12.
          05 WS-MRP-TYG OCCURS 26.
             10 WS-MRP-BRUTTO PIC 9(9)V99.
             10 WS-MRP-ZAMOW  PIC 9(9)V99.
             10 WS-MRP-PRZYJ  PIC 9(9)V99.
       01 WS-MRR-N PIC 9(4) VALUE 0.
       01 WS-MRR-I PIC 9(4).
       01 WS-MRR-LIMIT PIC X(1) VALUE "N".
          88 WS-MRR-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-MRR-TAB OCCURS 1000.
          05 WS-MRR-ZESTAW   PIC 9(3).
          05 WS-MRR-SKLADNIK PIC 9(3).
          05 WS-MRR-ILOSC    PIC 9(5)V99.
       01 WS-MRZ-N PIC 9(3) VALUE 0.
       01 WS-MRZ-I PIC 9(3).
       01 WS-MRZ-LIMIT PIC X(1) VALUE "N".
          88 WS-MRZ-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-MRZ-TAB OCCURS 500.
          05 WS-MRZ-IDX      PIC 9(3).
          05 WS-MRZ-TYDZ-P   PIC 9(2).
          05 WS-MRZ-TYDZ-Z   PIC S9(3).
          05 WS-MRZ-BRAK     PIC 9(9)V99.
          05 WS-MRZ-ILOSC    PIC 9(9)V99.
       01 WS-MRP-SZUKANY PIC X(20).
       01 WS-MRP-LOK-SZUK PIC X(10).
       01 WS-MRP-SALDO PIC S9(9)V99.
       01 WS-MRP-BRAK PIC 9(9)V99.
       01 WS-MRP-ILOSC PIC 9(9)V99.
       01 WS-MRP-TYGODNIOWA PIC 9(9)V99.
       01 WS-MRP-POZIOM-BIEZ PIC 9(2).
       01 WS-MRP-POZIOM-MAX PIC 9(2).
       01 WS-MRP-PRZEBIEG PIC 9(2).
       01 WS-MRP-ZMIANA PIC X(1).
          88 WS-MRP-JEST-ZMIANA VALUE "T".
       01 WS-MRP-DATA-6 PIC 9(6).
       01 WS-MRP-DATA-8 PIC 9(8).
       01 WS-MRP-DATA-INT PIC 9(9).
       01 WS-MRP-DO-ZAKUPU PIC 9(3).
       01 WS-MRP-ZAPIS-BLAD PIC X(1) VALUE "N".
          88 WS-MRP-JEST-BLAD-ZAPISU VALUE "T".
       01 WS-MRP-LINIA.
          05 WS-MRL-TOWAR    PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-POZIOM   PIC Z9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-RODZAJ   PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-TYDZ-P   PIC Z9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-TYDZ-Z   PIC -Z9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-DATA-Z   PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-BRAK     PIC Z(8)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-ILOSC    PIC Z(8)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-DOST     PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-MRL-UWAGI    PIC X(30).
       01 WS-MRP-NAGLOWEK.
          05 FILLER          PIC X(31) VALUE
             "PLAN POTRZEB MATERIALOWYCH Z  ".
          05 WS-MRN-DATA-O   PIC 9(6).
          05 FILLER          PIC X(12) VALUE "  HORYZONT: ".
          05 WS-MRN-HORYZONT-O PIC Z9.
          05 FILLER          PIC X(5) VALUE " TYG.".
       01 WS-MRP-KOLUMNY.
          05 FILLER PIC X(24) VALUE "TOWAR                POZ".
          05 FILLER PIC X(20) VALUE "RODZAJ TP  TZ ZWOLN.".
          05 FILLER PIC X(26) VALUE "     NIEDOBOR    ZAMOWIONE".
          05 FILLER PIC X(17) VALUE " DOSTAWCA   UWAGI".
       01 WS-MRP-BUFOR PIC X(130).
       01 ERR-ZMO PIC 99.
       01 ERR-ZMOL PIC 99.
       01 ERR-ZMD PIC 99.
       01 ERR-ODM PIC 99.
       01 WYBOR-ZMO PIC X(1).
          88 ZMO-NOWE       VALUE "N".
          88 ZMO-LISTA      VALUE "L".
          88 ZMO-WYKONANIE  VALUE "W".
          88 ZMO-ZAMKNIJ    VALUE "A".
          88 ZMO-RAPORT     VALUE "S".
       01 WS-ZMO-PLIK PIC X(40).
       01 WS-NR-ZMO PIC 9(7).
       01 WS-ZMO-TERMIN PIC 9(6).
       01 WS-ZMO-DZIS PIC 9(6).
       01 WS-ZMO-ILE PIC 9(5).
       01 WS-ZMO-RESZTA PIC 9(5).
       01 WS-ZMO-ILOSC-A PIC X(12).
       01 WS-ZMO-POTRZEBA PIC 9(9)V99.
       01 WS-ZMO-BRAKI PIC 9(2).
       01 WS-ZMO-LICZNIK PIC 9(5).
       01 WS-ZMO-PO-TERMINIE PIC 9(5).
       01 WS-ZMO-OK PIC X(1).
          88 WS-ZMO-JEST-OK VALUE "T".
       01 WS-ZMO-PLIKI PIC X(1).
          88 WS-ZMO-PLIKI-OTWARTE VALUE "T".
       01 WS-ZMO-DRUK PIC X(1).
          88 WS-ZMO-DRUK-BLAD VALUE "T".
       01 WS-ZMO-BAZA PIC X(1).
          88 WS-ZMO-BAZA-OTWARTA VALUE "T".
       01 WS-ZMO-N PIC 9(2).
       01 WS-ZMO-I PIC 9(2).
       01 WS-ZMO-J PIC 9(2).
       01 WS-ZMO-TAB OCCURS 20.
          05 WS-ZMO-LP        PIC 9(3).
          05 WS-ZMO-SKLADNIK  PIC X(20).
          05 WS-ZMO-LOK       PIC X(10).
          05 WS-ZMO-NA-SZT    PIC 9(5)V99.
          05 WS-ZMO-REZ       PIC 9(7)V99.
          05 WS-ZMO-NORMA     PIC 9(7)V99.
          05 WS-ZMO-FAKT      PIC 9(7)V99.
          05 WS-ZMO-KOLEJNOSC PIC 9(5).
          05 WS-ZMO-STAN      PIC 9(7)V99.
       01 WS-ZMO-ZAPAS PIC X(81).
       01 WS-ZMO-BUFOR PIC X(100).
       01 WS-LPZ-LINIA.
          05 WS-LPZ-KOLEJNOSC-O PIC ZZZZ9.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LPZ-LOK-O       PIC X(10).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LPZ-SKLADNIK-O  PIC X(20).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LPZ-ILOSC-O     PIC Z(7)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LPZ-STAN-O      PIC Z(7)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-LPZ-UWAGI-O     PIC X(25).
       01 WS-LPZ-KOLUMNY.
          05 FILLER PIC X(38) VALUE
             " KOL. LOKALIZACJA SKLADNIK".
          05 FILLER PIC X(24) VALUE
             " DO POBRANIA   NA STANIE".
       01 WS-RZM-LINIA.
          05 WS-RZM-NR-O        PIC X(10).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZM-ZESTAW-O    PIC X(20).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZM-LOK-O       PIC X(10).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZM-ILOSC-O     PIC ZZZZ9.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZM-WYK-O       PIC ZZZZ9.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZM-TERMIN-O    PIC 9(6).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZM-STATUS-O    PIC X(10).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZM-UWAGI-O     PIC X(20).
       01 WS-RZM-SKLADNIK.
          05 FILLER             PIC X(6) VALUE SPACES.
          05 WS-RZS-SKLADNIK-O  PIC X(20).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZS-LOK-O       PIC X(10).
          05 FILLER             PIC X(6) VALUE " REZ. ".
          05 WS-RZS-REZ-O       PIC Z(7)9.99.
          05 FILLER             PIC X(8) VALUE " STAN : ".
          05 WS-RZS-STAN-O      PIC Z(7)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RZS-UWAGI-O     PIC X(15).
       01 WS-RZM-KOLUMNY.
          05 FILLER PIC X(44) VALUE
             "ZLECENIE   ZESTAW               LOKALIZACJA".
          05 FILLER PIC X(40) VALUE
             " ZLEC.  WYK. TERMIN STATUS     UWAGI".
       01 WS-ODM-LINIA.
          05 WS-ODM-DATA-O      PIC 9(6).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-ODM-NR-O        PIC X(10).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-ODM-ZESTAW-O    PIC X(20).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-ODM-ILE-O       PIC ZZZZ9.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-ODM-SKLADNIK-O  PIC X(20).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-ODM-NORMA-O     PIC Z(7)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-ODM-FAKT-O      PIC Z(7)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-ODM-ODCH-O      PIC -(8)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-ODM-OPER-O      PIC X(8).
       01 WS-ZMO-ODCHYLENIE PIC S9(7)V99.
       01 ERR-UR PIC 99.
       01 ERR-WU PIC 99.
       01 ERR-URD PIC 99.
       01 WS-UR-OTWARTE PIC X(1) VALUE "N".
          88 WS-UR-SA-OTWARTE VALUE "T".
       01 WS-UR-UZYCIE PIC X(1) VALUE "N".
          88 WS-UR-W-UZYCIU VALUE "T".
       01 WS-UR-ZNALEZIONA PIC X(1).
          88 WS-UR-JEST VALUE "T".
       01 WS-UR-DOST PIC X(1).
          88 WS-UR-DOST-JEST VALUE "T".
       01 WS-UR-OK PIC X(1).
          88 WS-UR-JEST-OK VALUE "T".
       01 WS-UR-KLUCZ.
          05 WS-UR-TOWAR    PIC X(20).
          05 WS-UR-DOSTAWCA PIC X(10).
          05 WS-UR-DATA-OD  PIC 9(6).
       01 WS-UR-DATA-DO PIC 9(6).
       01 WS-UR-CENA PIC 9(7)V99.
       01 WS-UR-WALUTA PIC X(3).
       01 WS-UR-POZOSTALO PIC 9(9)V99.
       01 WS-UR-WOLNE PIC S9(9)V99.
       01 WS-UR-W-PRZEBIEGU PIC 9(9)V99.
       01 WS-UR-BRAK-CALY PIC 9(7)V99.
       01 WS-UR-I PIC 9(4).
       01 WS-UR-PRZYJETO PIC 9(9)V99.
       01 WS-UR-RESZTA PIC S9(9)V99.
       01 WS-UR-DZIS PIC 9(6).
       01 WS-UR-DZIS-INT PIC 9(9).
       01 WS-UR-DATA-8 PIC 9(8).
       01 WS-UR-DNI PIC S9(5).
       01 WS-UR-DNI-O PIC -(4)9.
      *    OSTRZEZENIE W RAPORCIE: UMOWA WYGASA W CIAGU
      *    WS-UR-PROG-DNI DNI, A NIEWYWOLANA RESZTA PRZEKRACZA
      *    WS-UR-PROG-PROC PROCENT ZAKONTRAKTOWANEJ ILOSCI
       01 WS-UR-PROG-DNI PIC 9(3) VALUE 30.
       01 WS-UR-PROG-PROC PIC 9(3) VALUE 20.
       01 WS-UR-LICZNIK PIC 9(5).
       01 WS-UR-OSTRZEZENIA PIC 9(5).
       01 WS-UR-PLIKI PIC X(1).
          88 WS-UR-WYW-OTWARTY VALUE "W".
          88 WS-UR-POM-OTWARTY VALUE "P".
          88 WS-UR-OBA-OTWARTE VALUE "T".
       01 WS-UR-DRUK PIC X(1).
          88 WS-UR-DRUK-BLAD VALUE "T".
       01 WS-UR-BUFOR PIC X(120).
       01 WS-RUR-LINIA.
          05 WS-RUR-TOWAR-O     PIC X(20).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RUR-DOSTAWCA-O  PIC X(10).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RUR-OD-O        PIC 9(6).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RUR-DO-O        PIC 9(6).
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RUR-ILOSC-O     PIC Z(8)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RUR-WYWOL-O     PIC Z(8)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RUR-PRZYJ-O     PIC Z(8)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RUR-RESZTA-O    PIC Z(8)9.99.
          05 FILLER             PIC X VALUE SPACE.
          05 WS-RUR-UWAGI-O     PIC X(20).
       01 WS-RUR-KOLUMNY.
          05 FILLER PIC X(46) VALUE
             "TOWAR                DOSTAWCA   OD     DO".
          05 FILLER PIC X(52) VALUE
             "     UMOWA       WYWOLANO    PRZYJETO    POZOSTALO".
          05 FILLER PIC X(6) VALUE " UWAGI".
       01 ERR-CD PIC 99.
       01 CEND-OTWARTY PIC X(1) VALUE "N".
          88 CEND-JEST-OTWARTY VALUE "T".
       01 WS-BOM-KIERUNEK PIC X(1).
          88 BOM-MONTAZ   VALUE "M".
          88 BOM-DEMONTAZ VALUE "D".
          88 BOM-ZLECENIA VALUE "Z".
       01 WS-BOM-N PIC 9(2) VALUE 0.
       01 WS-BOM-I PIC 9(2).
       01 WS-BOM-TAB OCCURS 20.
       01 WS-BOM-ZROBIONE PIC 9(2).
       01 WS-BOM-J PIC 9(2).
       01 WS-BOM-LICZNIK PIC 9(3).
       01 ERR-RUCH PIC 99.
       01 ERR-RSTAN PIC 99.
       01 WS-AUD-SKAN-TRYB PIC 9(1).
          88 SKAN-KONSYGNACJA VALUE 1.
          88 SKAN-MARTWE      VALUE 2.
          88 SKAN-POKRYCIE    VALUE 3.
          88 SKAN-SUGESTIE    VALUE 4.
          88 SKAN-RUCH        VALUE 5.
       01 WS-AUD-ZAKRES-OD PIC 9(6).
       01 WS-AUD-ZAKRES-DO PIC 9(6).
       01 WS-SKAN-DZIEN-8 PIC 9(8).
       01 WS-SKAN-DZIEN-INT PIC 9(9).
       01 WS-SKAN-DO-INT PIC 9(9).
       01 WS-SKAN-DZIEN PIC 9(6).
      *    STAN KSIEGI RUCHOW (PISZE GO RUCHY) - Audyt.txt JEST
      *    DOCZYTYWANY TYLKO ZA OSTATNIM KSIEGOWANIEM
       01 WS-RST-LINIA.
          05 WS-RST-DATA-O     PIC 9(6).
          05 FILLER            PIC X.
          05 WS-RST-CZAS-O     PIC 9(8).
          05 FILLER            PIC X.
          05 WS-RST-NR-O       PIC 9(7).
          05 FILLER            PIC X.
          05 WS-RST-KONTROLA-O PIC 9(8).
          05 FILLER            PIC X(16).
       01 WS-RM-DATA PIC 9(6).
       01 WS-RM-CZAS PIC 9(8).
       01 WS-RM-OGON PIC X(1).
          88 WS-RM-JEST-OGON VALUE "T".
       01 WS-ZAKRES-INT PIC 9(9).
       01 WS-ZAKRES-8 PIC 9(8).
       01 WS-KG-DOSTAWCA PIC X(10).
       01 WS-TR-ILOSC PIC 9(7)V99.
       01 WS-TR-ZRODLO PIC 9(7)V99.
       01 WS-TR-CEL PIC 9(7)V99.
       01 WS-TR-KLIENT PIC X(10).
       01 WS-ET-TRYB PIC X(1).
          88 ET-TOWAR      VALUE "1".
          88 ET-KATEGORIA  VALUE "2".
          88 WS-KURS-JEST VALUE "T".
       01 WS-PO-WALUTA PIC X(3).
       01 WS-WAL-KWOTA PIC 9(11)V99.
       01 ERR-RM PIC 99.
       01 ERR-RML PIC 99.
       01 ERR-OL PIC 99.
       01 WS-RMA-NR PIC 9(7).
       01 WS-RMA-LP PIC 9(3).
       01 WS-RMA-POZOSTALO PIC S9(7)V99.
       01 WS-RMA-DYSPOZYCJA PIC X(1).
          88 RMA-NA-STAN      VALUE "S".
          88 RMA-KWARANTANNA  VALUE "K".
          88 RMA-LIKWIDACJA   VALUE "L".
       01 WS-RMA-ZAPIS PIC X(1).
          88 WS-RMA-ZAPISANO VALUE "T".
       01 WS-RMA-LINII PIC 9(3).
       01 WS-RMA-KWAR PIC 9(7)V99.
       01 WS-RMA-KOSZT PIC 9(7)V99.
       01 WS-ODPIS-LINIA.
          05 WS-OL-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-OPER-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-TOWAR-O  PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-LOK-O    PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-KAT-O    PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-ILOSC-O  PIC 9(7)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-WART-O   PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-POWOD-O  PIC X(12).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-OL-REF-O    PIC X(20).
       01 ERR-NOTA PIC 99.
       01 WS-NOTA-DOSTAWCA PIC X(10).
       01 WS-NOTA-NR-PO PIC 9(7).
                   DISPLAY "L. SKAN UJEMNYCH ILOSCI"
                   IF NOT ROLA-PODGLAD
                      DISPLAY "M. SPIS Z NATURY (INWENTARYZACJA)"
                      DISPLAY "1. TRANSFER MIEDZY LOKALIZACJAMI / "
                              "MAGAZYNAMI (MM, TOWAR W DRODZE)"
                   END-IF
                   DISPLAY "2. UZUPELNIENIE MIEJSC POBRAN "
                           "(TRANSFERY WEWNETRZNE)"
                   DISPLAY "7. ROZLICZENIE KONSYGNACJI DOSTAWCY"
                   IF NOT ROLA-PODGLAD
                      DISPLAY "8. RECEPTURY ZESTAWOW (BOM)"
                      DISPLAY "9. MONTAZ / DEMONTAZ ZESTAWU, "
                              "ZLECENIA MONTAZU"
                   ELSE
                      DISPLAY "9. RAPORT OTWARTYCH ZLECEN MONTAZU"
                   END-IF
                   DISPLAY "0. PLANOWANIE POTRZEB MATERIALOWYCH (MRP)"
                   DISPLAY "O. HISTORIA CEN TOWARU"
                   DISPLAY "P. ARCHIWUM OKRESOWE BAZA5"
                   DISPLAY "Q. ANALIZA ABC WG WARTOSCI"
                   DISPLAY "U. SZUKAJ PO FRAGMENCIE NAZWY"
                   IF NOT ROLA-PODGLAD
                      DISPLAY "V. ZWROT DO DOSTAWCY (NOTA OBCIAZ.)"
                      DISPLAY "W. PRZYJMIJ ZWROT TOWARU (RMA)"
                   END-IF
                   DISPLAY "X. RUCH DZISIAJ (RAPORT DZIENNY)"
                   IF NOT ROLA-PODGLAD
           END-IF

           IF WYB-MONTAZ
              IF ROLA-PODGLAD OR TRYB-JEST-WSADOWY
                 PERFORM 893-ZMO-RAPORT
              ELSE
                 PERFORM 989-SPRAWDZ-OKRES
                 IF WS-OKRES-JEST-ZAMKNIETY
              END-IF
           END-IF

           IF WYB-MRP
              PERFORM 850-PLAN-MRP
           END-IF

           IF WYB-LOKALIZACJE
              IF ROLA-PODGLAD
                 DISPLAY "BRAK UPRAWNIEN DO TEJ OPCJI (TYLKO PODGLAD)"
                    DISPLAY "OKRES KSIEGOWY ZAMKNIETY - "
                            "KSIEGOWANIE ODRZUCONE"
                 ELSE
                    PERFORM 440-TRANSFER-WYBOR
                 END-IF
              END-IF
           END-IF
      *    USZKODZEN POWSTALYCH POZA PROGRAMEM

           IF B OR C OR D OR M OR W OR V OR Y
              OR (WYB-TRANSFER AND NOT TW-RAPORT)
              OR (WYB-MONTAZ AND NOT ROLA-PODGLAD
                  AND NOT TRYB-JEST-WSADOWY)
              PERFORM 985-KONTROLA-ZAPISZ
           END-IF
           .

           MOVE 0 TO WS-WARTOSC-SUMA
           MOVE 0 TO WS-KONSYG-SUMA
           MOVE 0 TO WS-KONS-KL-SUMA
           MOVE "N" TO WS-STANY-LOKI
           OPEN INPUT LOKFILE
           IF ERR-LK = 0
              MOVE "T" TO WS-STANY-LOKI
           END-IF
           MOVE 1 TO WS-STANY-STRONA
           MOVE 0 TO WS-STANY-LICZNIK-STR
           MOVE 0 TO WS-STANY-PODSUMA
                      DISPLAY "   KONSYGNACJA DOSTAWCY "
                              KOD-WLASCICIELA OF IN-REC
                              " (POZA WARTOSCIA WLASNA)"
                   ELSE
                      IF WS-STANY-SA-LOKI
                         MOVE LOKALIZACJA OF IN-REC
                              TO KOD-LOKALIZACJI
                         READ LOKFILE
                         IF ERR-LK = 0 AND LOK-U-KLIENTA
                            ADD WS-WARTOSC-POZ TO WS-KONS-KL-SUMA
                            DISPLAY "   KONSYGNACJA U KLIENTA "
                                    KLIENT-LK
                                    " (NASZA WLASNOSC, POZA MAGAZYNEM)"
                         END-IF
                      END-IF
                   END-IF
                   MOVE PRZELICZNIK OF IN-REC TO WS-PRZELICZNIK-N
                   IF WS-PRZELICZNIK-N > 1
           DISPLAY "WARTOSC MAGAZYNU (WLASNE): " WS-WARTOSC-SUMA
           DISPLAY "W TYM KONSYGNACJA DOSTAWCOW (POZA WYCENA): "
                   WS-KONSYG-SUMA
           DISPLAY "W TYM U KLIENTOW (KONSYGNACJA, W WARTOSCI "
                   "WLASNEJ): " WS-KONS-KL-SUMA
           IF WS-STANY-SA-LOKI
              CLOSE LOKFILE
           END-IF
      *     DISPLAY 'Ostatni status=' ERR
           CLOSE INFILE

                 READ LOKFILE
                 IF ERR-LK = 0
                    DISPLAY "ZMIANA ISTNIEJACEJ LOKALIZACJI"
                    MOVE "Z" TO WS-HI-OPERACJA
                    MOVE LOK-REC TO WS-HI-PRZED
                    PERFORM 499-WCZYTAJ-DANE-LOKALIZACJI
                    REWRITE LOK-REC
                 ELSE
                    MOVE "D" TO WS-HI-OPERACJA
                    MOVE SPACES TO WS-HI-PRZED
                    PERFORM 499-WCZYTAJ-DANE-LOKALIZACJI
                    WRITE LOK-REC
                 END-IF
                    PERFORM 950-OPISZ-BLAD
                 ELSE
                    DISPLAY "ZAPISANO LOKALIZACJE"
                    MOVE "Lokalizacje" TO WS-HI-PLIK
                    MOVE KOD-LOKALIZACJI TO WS-HI-KLUCZ
                    MOVE LOK-REC TO WS-HI-PO
                    PERFORM 915-HISTORIA-KARTOTEKI
                 END-IF
              ELSE
                 READ LOKFILE
                    DISPLAY "ALEJA     : " ALEJA-LK
                    DISPLAY "KOLEJNOSC : " KOLEJNOSC-LK
                    DISPLAY "TYP       : " TYP-LK
                            " (P=POBRAN B=SKLADOWANIA H=WSTRZYMANA "
                            "K=U KLIENTA)"
                    IF LOK-U-KLIENTA
                       DISPLAY "KLIENT    : " KLIENT-LK
                    END-IF
                    DISPLAY "MAX WAGA  : " MAX-WAGA-LK
                    DISPLAY "MAX ILOSC : " MAX-ILOSC-LK
                    DISPLAY "WYMIARY CM: " DLUGOSC-LK " X "
                            SZEROKOSC-LK " X " WYSOKOSC-LK
                 ELSE
                    DISPLAY "NIE ZNALEZIONO LOKALIZACJI"
                 END-IF
           DISPLAY "PODAJ NUMER KOLEJNOSCI TRASY (MARSZRUTA)"
           ACCEPT KOLEJNOSC-LK
           DISPLAY "PODAJ TYP: P=POBRAN B=SKLADOWANIA H=WSTRZYMANA"
           DISPLAY "           K=U KLIENTA (KONSYGNACJA NA MIEJSCU "
                   "U KLIENTA)"
           ACCEPT TYP-LK
           IF NOT LOK-POBRAN AND NOT LOK-SKLADOWANIA
              AND NOT LOK-WSTRZYMANA AND NOT LOK-U-KLIENTA
              MOVE "P" TO TYP-LK
           END-IF

      *    LOKALIZACJA U KLIENTA: TOWAR POZOSTAJE NASZA WLASNOSCIA
      *    (WYCENA), ALE NIE JEST DOSTEPNY W MAGAZYNIE - ZUZYCIE
      *    ROZLICZA OPCJA U W ZAMOWIENIA.COB

           MOVE SPACES TO KLIENT-LK
           IF LOK-U-KLIENTA
              PERFORM UNTIL KLIENT-LK NOT = SPACES
                 DISPLAY "PODAJ KOD KLIENTA, U KTOREGO STOI TOWAR"
                 ACCEPT KLIENT-LK
              END-PERFORM
           END-IF
           DISPLAY "PODAJ MAKSYMALNA WAGE MIEJSCA (0 = BEZ "
                   "LIMITU)"
           ACCEPT MAX-WAGA-LK
           DISPLAY "PODAJ MAKSYMALNA ILOSC MIEJSCA (0 = BEZ "
                   "LIMITU)"
           ACCEPT MAX-ILOSC-LK

      *    WYMIARY UZYTKOWE MIEJSCA W CM - KUBATURA I WYSOKOSC
      *    SA SPRAWDZANE PRZY DOKLADANIU STANU (0 = BEZ LIMITU)

           DISPLAY "PODAJ DLUGOSC MIEJSCA W CM (0 = BEZ LIMITU)"
           ACCEPT DLUGOSC-LK
           DISPLAY "PODAJ SZEROKOSC MIEJSCA W CM (0 = BEZ LIMITU)"
           ACCEPT SZEROKOSC-LK
           DISPLAY "PODAJ WYSOKOSC MIEJSCA W CM (0 = BEZ LIMITU)"
           ACCEPT WYSOKOSC-LK
           .

       300-USUN.
                            "ZALOZ REKORD OPCJA B I PONOW TRANSFER"
                 ELSE
                    MOVE ILOSC OF IN-REC TO WS-TR-CEL
                    PERFORM 475-LOKALIZACJA-KLIENTA
                    PERFORM 472-WYKONAJ-TRANSFER
                 END-IF
              END-IF
           CLOSE INFILE
           .

       475-LOKALIZACJA-KLIENTA.

      *    TRANSFER DO / Z LOKALIZACJI U KLIENTA TO WYSLANIE NA
      *    KONSYGNACJE LUB ZWROT Z NIEJ - TOWAR CALY CZAS JEST
      *    NASZ, KLIENT TRAFIA NA DOKUMENT MM

           MOVE SPACES TO WS-TR-KLIENT
           OPEN INPUT LOKFILE
           IF ERR-LK = 0
              MOVE WS-TR-DO-LOK TO KOD-LOKALIZACJI
              READ LOKFILE
              IF ERR-LK = 0 AND LOK-U-KLIENTA
                 MOVE KLIENT-LK TO WS-TR-KLIENT
                 DISPLAY "WYSYLKA NA KONSYGNACJE U KLIENTA "
                         KLIENT-LK " (TOWAR POZOSTAJE NASZ)"
              ELSE
                 MOVE WS-TR-Z-LOK TO KOD-LOKALIZACJI
                 READ LOKFILE
                 IF ERR-LK = 0 AND LOK-U-KLIENTA
                    MOVE KLIENT-LK TO WS-TR-KLIENT
                    DISPLAY "ZWROT Z KONSYGNACJI U KLIENTA "
                            KLIENT-LK
                 END-IF
              END-IF
              CLOSE LOKFILE
           END-IF
           .

       471-CZYTAJ-REKORD.

           START INFILE KEY = TOWAR-KLUCZ
                    MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
                    ACCEPT DATA-AKT FROM DATE
                    ACCEPT CZAS-AKT FROM TIME
                    MOVE "T" TO WS-WR-POMIN
                    REWRITE IN-REC
                    IF ERR = 0
                       PERFORM 906-DZIENNIK-REWRITE
                    END-IF
                    IF ERR NOT = 0
                       MOVE "N" TO WS-WR-POMIN
                       MOVE "REWRITE ZRODLA" TO WS-BLAD-KONTEKST
                       MOVE ERR TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
      *    Z KLASAMI DOPUSZCZONYMI W STREFIE MIEJSCA
      *    (StrefyKlasy.txt: STREFA + LISTA KLAS). TOWAR BEZ
      *    KLASY I STREFA BEZ WPISU PRZECHODZA BEZ OGRANICZEN -
      *    AEROZOL NIE WJEDZIE MIEDZY ZYWNOSC. TOWAR ADR (NUMER UN)
      *    BEZ WLASNEJ KLASY SKLADOWANIA IDZIE JAKO KLASA ADR

           MOVE "T" TO WS-KL-ZGODNA
           MOVE SPACES TO WS-KL-KLASA
              READ PARAMTFILE
              IF ERR-PT = 0
                 MOVE KLASA-SKLAD-PT TO WS-KL-KLASA
                 IF UN-PT IS NUMERIC AND WS-KL-KLASA = SPACES
                    MOVE "ADR" TO WS-KL-KLASA
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF
           END-IF
           .

       464-KUBATURA-MIEJSCA.

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

       465-OBJETOSC-TOWARU.

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

       468-SPRAWDZ-POJEMNOSC.

      *    KONTROLA POJEMNOSCI MIEJSCA (MAX WAGA / MAX ILOSC
      *    LICZONA OD BIEZACEJ ZAWARTOSCI MIEJSCA PRZEZ
      *    WSZYSTKIE TOWARY (WAGA JEDNOSTKOWA * ILOSC).
      *    PRZEKROCZENIE TO OSTRZEZENIE Z NADPISANIEM TYLKO
      *    DLA NADZORCY - POLKA NA 150 KG NIE UDZWIGNIE 800.
      *    MIEJSCE Z WYMIARAMI SPRAWDZA TEZ KUBATURE (WYMIARY
      *    JEDNOSTKI Z ParametryTowaru * ILOSC) I CZY SZTUKA
      *    MIESCI SIE NA WYSOKOSC - LEKKI KARTON TEZ ZAJMUJE MIEJSCE

           MOVE "T" TO WS-PJ-OK
           MOVE 0 TO WS-PJ-MAX-WAGA
           MOVE 0 TO WS-PJ-MAX-ILOSC
           MOVE 0 TO WS-PJ-MAX-OBJ
           MOVE 0 TO WS-PJ-MAX-WYS
           OPEN INPUT LOKFILE
           IF ERR-LK = 0
              MOVE WS-PJ-LOK TO KOD-LOKALIZACJI
              IF ERR-LK = 0
                 MOVE MAX-WAGA-LK TO WS-PJ-MAX-WAGA
                 MOVE MAX-ILOSC-LK TO WS-PJ-MAX-ILOSC
                 PERFORM 464-KUBATURA-MIEJSCA
              END-IF
              CLOSE LOKFILE
           END-IF

           IF WS-PJ-MAX-WAGA = 0 AND WS-PJ-MAX-ILOSC = 0
              AND WS-PJ-MAX-OBJ = 0 AND WS-PJ-MAX-WYS = 0
              CONTINUE
           ELSE
              MOVE TOWAR OF IN-REC TO WS-PJ-TOWAR
              PERFORM 465-OBJETOSC-TOWARU
              COMPUTE WS-PJ-DOD-OBJ =
                      WS-PJ-OBJ-N * WS-PJ-DOD-ILOSC
              MOVE IN-REC TO WS-PJ-ZAPAS-REC
              PERFORM 467-ZAWARTOSC-MIEJSCA
              MOVE WS-PJ-ZAPAS-REC TO IN-REC

              ADD WS-PJ-DOD-ILOSC TO WS-PJ-SUMA-ILOSC
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
                         WS-PJ-LOK " - PO OPERACJI WAGA "
                         WS-PJ-SUMA-WAGA " (MAX "
                         WS-PJ-MAX-WAGA "), ILOSC "
                         WS-PJ-SUMA-ILOSC " (MAX "
                         WS-PJ-MAX-ILOSC ")"
                 DISPLAY "       OBJETOSC M3 " WS-PJ-SUMA-OBJ
                         " (MAX " WS-PJ-MAX-OBJ "), WYSOKOSC "
                         "SZTUKI CM " WS-PJ-WYS-N " (MAX "
                         WS-PJ-MAX-WYS ")"
                 IF ROLA-ADMIN
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
                       PERFORM 465-OBJETOSC-TOWARU
                       COMPUTE WS-PJ-SUMA-OBJ = WS-PJ-SUMA-OBJ
                               + WS-PJ-OBJ-N * WS-ILOSC-LICZBA
                    END-IF
                 END-IF
                 READ INFILE NEXT
              END-PERFORM
                 IF ERR-LK = 0
                    READ LOKFILE NEXT
                    PERFORM UNTIL ERR-LK > 0
                       PERFORM 464-KUBATURA-MIEJSCA
                       IF MAX-WAGA-LK > 0 OR MAX-ILOSC-LK > 0
                          OR WS-PJ-MAX-OBJ > 0
                          MOVE KOD-LOKALIZACJI TO WS-PJ-LOK
                          MOVE MAX-WAGA-LK TO WS-PJ-MAX-WAGA
                          MOVE MAX-ILOSC-LK TO WS-PJ-MAX-ILOSC
                             OR (WS-PJ-MAX-ILOSC > 0
                                 AND WS-PJ-SUMA-ILOSC >
                                     WS-PJ-MAX-ILOSC)
                             OR (WS-PJ-MAX-OBJ > 0
                                 AND WS-PJ-SUMA-OBJ >
                                     WS-PJ-MAX-OBJ)
                             ADD 1 TO WS-PJ-PRZEKROCZEN
                             DISPLAY WS-PJ-LOK " WAGA "
                                     WS-PJ-SUMA-WAGA " / "
                                     WS-PJ-MAX-WAGA " ILOSC "
                                     WS-PJ-SUMA-ILOSC " / "
                                     WS-PJ-MAX-ILOSC " M3 "
                                     WS-PJ-SUMA-OBJ " / "
                                     WS-PJ-MAX-OBJ
                          END-IF
                       END-IF
                       READ LOKFILE NEXT
                 PERFORM 906-DZIENNIK-REWRITE
              END-IF
           END-IF
           MOVE "N" TO WS-WR-POMIN

           IF ERR NOT = 0
              MOVE "REWRITE CELU" TO WS-BLAD-KONTEKST
              PERFORM 950-OPISZ-BLAD
              PERFORM 474-WYCOFAJ-TRANSFER
           ELSE
              IF WLASCICIEL OF IN-REC NOT = "K"
                 PERFORM 461-PRZENIES-WARSTWY
              END-IF
              PERFORM 462-NUMER-MM
              IF WS-NUMERY-JEST-BLAD
                 DISPLAY "NIE MOZNA POBRAC NUMERU MM - TRANSFER "
                         "BEZ DOKUMENTU"
              ELSE
                 MOVE SPACES TO WS-AUD-DOKUMENT
                 STRING "MM/" WS-NR-MM
                        DELIMITED BY SIZE INTO WS-AUD-DOKUMENT
              END-IF
              MOVE WS-TR-TOWAR TO TOWAR
              MOVE WS-TR-Z-LOK TO LOKALIZACJA
              MOVE WS-TR-ZRODLO TO WS-AUD-PRZED
              MOVE "TRANSFER" TO WS-AUD-OPERACJA
              MOVE "TRANSFER-DO" TO WS-AUD-TYP
              PERFORM 900-AUDYT-ZAPISZ
              IF NOT WS-NUMERY-JEST-BLAD
                 PERFORM 463-DOKUMENT-MM
              END-IF
              MOVE SPACES TO WS-AUD-DOKUMENT

              DISPLAY "TRANSFER WYKONANY"
           END-IF
           END-IF
           .

       461-PRZENIES-WARSTWY.

      *    WARSTWY KOSZTU FIFO PRZECHODZA Z LOKALIZACJI ZRODLOWEJ
      *    DO DOCELOWEJ Z DATA I KOSZTEM PRZYJECIA (NAJSTARSZE
      *    PIERWSZE) - PRZENIESIENIE NIE JEST NOWYM ZAKUPEM

           MOVE "T" TO WS-WR-FUNKCJA
           MOVE WS-TR-TOWAR TO WS-WR-TOWAR
           MOVE WS-TR-Z-LOK TO WS-WR-LOKALIZACJA
           MOVE WS-TR-DO-LOK TO WS-WR-LOK-CEL
           MOVE WS-TR-ILOSC TO WS-WR-ILOSC
           MOVE CENA-ZAKUP OF IN-REC TO WS-WR-KOSZT
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0
              DISPLAY "UWAGA: WARSTWY KOSZTU NIEPRZENIESIONE - KOD "
                      WS-WR-WYNIK
           END-IF
           MOVE 0 TO WS-WR-KOSZT
           .

       462-NUMER-MM.

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
              MOVE "MM" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "MM" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-MM
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       463-DOKUMENT-MM.

      *    DOKUMENT MM TRANSFERU: LOKALIZACJA ZRODLOWA I DOCELOWA,
      *    ILOSC, OPERATOR (NUMER STOI TEZ W OBU WPISACH AUDYTU)

           OPEN EXTEND MMFILE
           IF ERR-MM NOT = 0
              CLOSE MMFILE
              OPEN OUTPUT MMFILE
           END-IF
           MOVE WS-NR-MM TO WS-MM-NR-O
           ACCEPT WS-MM-DATA-O FROM DATE
           MOVE WS-UZYTKOWNIK TO WS-MM-OPER-O
           IF WS-MM-RODZAJ NOT = SPACES
              MOVE WS-MM-RODZAJ TO WS-MM-ZRODLO-O
           ELSE
           IF WS-TR-KLIENT = SPACES
              MOVE "MAGAZYN" TO WS-MM-ZRODLO-O
           ELSE
              MOVE SPACES TO WS-MM-ZRODLO-O
              STRING "U KLIENTA " WS-TR-KLIENT DELIMITED BY SIZE
                     INTO WS-MM-ZRODLO-O
           END-IF
           END-IF
           WRITE MM-REC FROM WS-MM-NAGLOWEK
           MOVE WS-TR-TOWAR TO WS-MM-TOWAR-O
           MOVE WS-TR-Z-LOK TO WS-MM-Z-O
           MOVE WS-TR-DO-LOK TO WS-MM-DO-O
           MOVE WS-TR-ILOSC TO WS-MM-ILOSC-O
           WRITE MM-REC FROM WS-MM-POZYCJA
           MOVE SPACES TO MM-REC
           WRITE MM-REC
           CLOSE MMFILE
           DISPLAY "DOKUMENT MM " WS-NR-MM
                   " ZAPISANY DO DokumentyMM.txt"
           .

       440-TRANSFER-WYBOR.

      *    TRANSFER NATYCHMIASTOWY ZOSTAJE DLA PRZESUNIEC W JEDNYM
      *    BUDYNKU; MIEDZY MAGAZYNAMI TOWAR JEDZIE DZIEN NA
      *    SAMOCHODZIE, WIEC WYSYLKA I PRZYJECIE SA OSOBNO, A
      *    W MIEDZYCZASIE TOWAR JEST "W DRODZE" (NI TU, NI TAM)

           DISPLAY "N. TRANSFER NATYCHMIASTOWY (TEN SAM MAGAZYN)"
           DISPLAY "W. WYSYLKA MM DO INNEGO MAGAZYNU"
           DISPLAY "P. PRZYJECIE MM W MAGAZYNIE DOCELOWYM"
           DISPLAY "R. RAPORT TOWARU W DRODZE WG WIEKU"
           ACCEPT WS-TW-TRYB
           EVALUATE TRUE
              WHEN TW-WYSYLKA
                 PERFORM 441-WYSYLKA-MM
              WHEN TW-PRZYJECIE
                 PERFORM 445-PRZYJECIE-MM
              WHEN TW-RAPORT
                 PERFORM 449-RAPORT-W-DRODZE
              WHEN OTHER
                 PERFORM 470-TRANSFER-LOKALIZACJI
           END-EVALUATE
           .

       441-WYSYLKA-MM.

           OPEN I-O INFILE
           IF ERR NOT = 0
              MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              PERFORM 442-WYSYLKA-DANE
              CLOSE INFILE
           END-IF
           .

       442-WYSYLKA-DANE.

      *    REKORD DOCELOWY MUSI ISTNIEC JUZ PRZY WYSYLCE (JAK PRZY
      *    TRANSFERZE), A KLASA SKLADOWANIA JEST SPRAWDZANA TERAZ -
      *    TOWARU NIE WYSYLA SIE TAM, GDZIE NIE MOZE STANAC.
      *    POJEMNOSC MIEJSCA SPRAWDZA DOPIERO PRZYJECIE

           DISPLAY "WYSYLKA MM DO INNEGO MAGAZYNU"
           DISPLAY "K=KLAWIATURA  S=SKANER KODOW KRESKOWYCH"
           ACCEPT WS-WEJSCIE-TRYB
           IF WEJSCIE-SKANER
              PERFORM 190-WCZYTAJ-TOWAR-SKANER
           ELSE
              DISPLAY "PODAJ NAZWE TOWARU"
              ACCEPT TOWAR
           END-IF
           MOVE TOWAR TO WS-TR-TOWAR
           DISPLAY "PODAJ LOKALIZACJE ZRODLOWA"
           ACCEPT WS-TR-Z-LOK
           DISPLAY "PODAJ LOKALIZACJE DOCELOWA (MAGAZYN DOCELOWY)"
           ACCEPT WS-TR-DO-LOK
           MOVE SPACES TO WS-TR-KLIENT

           IF WS-TR-Z-LOK = WS-TR-DO-LOK
              DISPLAY "LOKALIZACJE MUSZA BYC ROZNE - WYSYLKA "
                      "ANULOWANA"
           ELSE
              MOVE WS-TR-TOWAR TO TOWAR
              MOVE WS-TR-Z-LOK TO LOKALIZACJA
              PERFORM 471-CZYTAJ-REKORD
              IF ERR NOT = 0
                 DISPLAY "BRAK TOWARU W LOKALIZACJI ZRODLOWEJ"
              ELSE
                 MOVE ILOSC OF IN-REC TO WS-TR-ZRODLO
                 MOVE WS-TR-TOWAR TO TOWAR
                 MOVE WS-TR-DO-LOK TO LOKALIZACJA
                 PERFORM 471-CZYTAJ-REKORD
                 IF ERR NOT = 0
                    DISPLAY "BRAK TOWARU W LOKALIZACJI DOCELOWEJ - "
                            "ZALOZ REKORD OPCJA B I PONOW WYSYLKE"
                 ELSE
                    MOVE "PODAJ WYSYLANA ILOSC" TO WS-WALID-PROMPT
                    PERFORM 195-WCZYTAJ-NIEUJEMNA
                    MOVE WS-WALID-LICZBA TO WS-TR-ILOSC
                    MOVE WS-TR-TOWAR TO WS-KL-TOWAR
                    MOVE WS-TR-DO-LOK TO WS-KL-LOK
                    PERFORM 466-SPRAWDZ-KLASE
                    IF WS-TR-ILOSC = 0 OR WS-TR-ILOSC > WS-TR-ZRODLO
                       DISPLAY "ILOSC ZEROWA LUB WIEKSZA NIZ STAN "
                               "ZRODLOWY (" WS-TR-ZRODLO
                               ") - WYSYLKA ANULOWANA"
                    ELSE
                    IF NOT WS-KL-JEST-ZGODNA
                       DISPLAY "WYSYLKA ODRZUCONA - KLASA "
                               "SKLADOWANIA TOWARU NIEDOZWOLONA "
                               "W STREFIE DOCELOWEJ"
                    ELSE
                       DISPLAY "WYSYLKA " WS-TR-ILOSC " Z "
                               WS-TR-Z-LOK " (STAN " WS-TR-ZRODLO
                               ") DO " WS-TR-DO-LOK
                               " - TOWAR BEDZIE W DRODZE"
                       DISPLAY "ZATWIERDZIC WYSYLKE? T/N"
                       ACCEPT KASUJ
                       IF T
                          PERFORM 443-WYKONAJ-WYSYLKE
                       ELSE
                          DISPLAY "WYSYLKA ANULOWANA"
                       END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       443-WYKONAJ-WYSYLKE.

      *    NAJPIERW ZLECENIE W TowarWDrodze, POTEM ZDJECIE STANU
      *    ZRODLA - GDY REWRITE ZRODLA SIE NIE UDA, ZLECENIE JEST
      *    USUWANE I NIC NIE ZOSTAJE "W DRODZE" BEZ POKRYCIA

           PERFORM 462-NUMER-MM
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU MM - WYSYLKA "
                      "ANULOWANA"
           ELSE
              MOVE SPACES TO WS-TW-LOK-DROGA
              STRING "MM" WS-NR-MM DELIMITED BY SIZE
                     INTO WS-TW-LOK-DROGA
              MOVE WS-TR-TOWAR TO TOWAR
              MOVE WS-TR-Z-LOK TO LOKALIZACJA
              PERFORM 471-CZYTAJ-REKORD
              IF ERR NOT = 0
                 MOVE "ODCZYT ZRODLA" TO WS-BLAD-KONTEKST
                 MOVE ERR TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
              ELSE
                 MOVE CENA-ZAKUP OF IN-REC TO WS-TW-KOSZT
                 IF WS-TW-KOSZT = 0
                    MOVE CENA OF IN-REC TO WS-TW-KOSZT
                 END-IF
                 PERFORM 444-ZALOZ-ZLECENIE-MM
                 IF ERR-TW NOT = 0
                    DISPLAY "NIE MOZNA ZAPISAC ZLECENIA MM - KOD "
                            ERR-TW " - WYSYLKA ANULOWANA"
                 ELSE
                    COMPUTE ILOSC-ZMIANA = WS-TR-ZRODLO - WS-TR-ILOSC
                    MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
                    ACCEPT DATA-AKT FROM DATE
                    ACCEPT CZAS-AKT FROM TIME
                    MOVE "T" TO WS-WR-POMIN
                    REWRITE IN-REC
                    IF ERR = 0
                       PERFORM 906-DZIENNIK-REWRITE
                    END-IF
                    MOVE "N" TO WS-WR-POMIN
                    IF ERR NOT = 0
                       MOVE "REWRITE ZRODLA" TO WS-BLAD-KONTEKST
                       MOVE ERR TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                       OPEN I-O TRANZYTFILE
                       MOVE WS-NR-MM TO NR-MM-TW
                       DELETE TRANZYTFILE
                       CLOSE TRANZYTFILE
                       DISPLAY "WYSYLKA WYCOFANA - STANY BEZ ZMIAN"
                    ELSE
                       IF WLASCICIEL OF IN-REC NOT = "K"
                          MOVE WS-TR-Z-LOK TO WS-WR-LOKALIZACJA
                          MOVE WS-TW-LOK-DROGA TO WS-WR-LOK-CEL
                          MOVE WS-TR-ILOSC TO WS-WR-ILOSC
                          PERFORM 436-WARSTWY-MM
                       END-IF
                       MOVE SPACES TO WS-AUD-DOKUMENT
                       STRING "MM/" WS-NR-MM
                              DELIMITED BY SIZE INTO WS-AUD-DOKUMENT
                       MOVE WS-TR-ZRODLO TO WS-AUD-PRZED
                       COMPUTE WS-AUD-PO = WS-TR-ZRODLO - WS-TR-ILOSC
                       MOVE "TRANSFER" TO WS-AUD-OPERACJA
                       MOVE "MM-WYSYLKA" TO WS-AUD-TYP
                       PERFORM 900-AUDYT-ZAPISZ
                       MOVE "WYSYLKA - W DRODZE" TO WS-MM-RODZAJ
                       PERFORM 463-DOKUMENT-MM
                       MOVE SPACES TO WS-MM-RODZAJ
                       MOVE SPACES TO WS-AUD-DOKUMENT
                       DISPLAY "WYSLANO - TOWAR W DRODZE, MM "
                               WS-NR-MM
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       444-ZALOZ-ZLECENIE-MM.

           OPEN I-O TRANZYTFILE
           IF ERR-TW = 35
              CLOSE TRANZYTFILE
              OPEN OUTPUT TRANZYTFILE
              CLOSE TRANZYTFILE
              OPEN I-O TRANZYTFILE
           END-IF
           IF ERR-TW = 0
              MOVE WS-NR-MM TO NR-MM-TW
              MOVE WS-TR-TOWAR TO TOWAR-TW
              MOVE WS-TR-Z-LOK TO LOK-Z-TW
              MOVE WS-TR-DO-LOK TO LOK-DO-TW
              MOVE WS-TR-ILOSC TO ILOSC-TW
              MOVE WS-TW-KOSZT TO KOSZT-TW
              MOVE WLASCICIEL OF IN-REC TO WLASCICIEL-TW
              ACCEPT DATA-WYS-TW FROM DATE
              MOVE WS-UZYTKOWNIK TO OPER-WYS-TW
              MOVE "W" TO STATUS-TW
              MOVE 0 TO DATA-PRZYJ-TW
              MOVE 0 TO ILOSC-PRZYJ-TW
              MOVE 0 TO ILOSC-USZK-TW
              MOVE 0 TO ILOSC-BRAK-TW
              MOVE SPACES TO OPER-PRZYJ-TW
              WRITE TRANZYT-REC
              IF ERR-TW = 0
                 CLOSE TRANZYTFILE
              ELSE
                 MOVE ERR-TW TO WS-BLAD-KOD
                 CLOSE TRANZYTFILE
                 MOVE WS-BLAD-KOD TO ERR-TW
              END-IF
           END-IF
           .

       445-PRZYJECIE-MM.

           MOVE "PODAJ NUMER MM DO PRZYJECIA" TO WS-WALID-PROMPT
           PERFORM 195-WCZYTAJ-NIEUJEMNA
           MOVE WS-WALID-LICZBA TO WS-NR-MM
           OPEN I-O TRANZYTFILE
           IF ERR-TW NOT = 0
              DISPLAY "BRAK ZLECEN MM (PLIK TowarWDrodze)"
           ELSE
              MOVE WS-NR-MM TO NR-MM-TW
              READ TRANZYTFILE
              IF ERR-TW NOT = 0
                 DISPLAY "NIE ZNALEZIONO MM " WS-NR-MM
              ELSE
              IF NOT TW-W-DRODZE
                 DISPLAY "MM " WS-NR-MM " JUZ PRZYJETE "
                         DATA-PRZYJ-TW " (" OPER-PRZYJ-TW ")"
              ELSE
                 OPEN I-O INFILE
                 IF ERR NOT = 0
                    MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
                    MOVE ERR TO WS-BLAD-KOD
                    PERFORM 950-OPISZ-BLAD
                 ELSE
                    PERFORM 446-PRZYJECIE-DANE
                    CLOSE INFILE
                 END-IF
              END-IF
              END-IF
              CLOSE TRANZYTFILE
           END-IF
           .

       446-PRZYJECIE-DANE.

      *    ILOSC DOBRA WCHODZI NA STAN, USZKODZONA DO KWARANTANNY
      *    MIEJSCA DOCELOWEGO (DALEJ ODPIS LUB ZWROT), RESZTA DO
      *    ILOSCI WYSLANEJ TO BRAK W TRANSPORCIE

           MOVE TOWAR-TW TO WS-TR-TOWAR
           MOVE LOK-Z-TW TO WS-TR-Z-LOK
           MOVE LOK-DO-TW TO WS-TR-DO-LOK
           MOVE SPACES TO WS-TR-KLIENT
           MOVE SPACES TO WS-TW-LOK-DROGA
           STRING "MM" NR-MM-TW DELIMITED BY SIZE
                  INTO WS-TW-LOK-DROGA
           DISPLAY "MM " NR-MM-TW " TOWAR " TOWAR-TW
           DISPLAY "  Z " LOK-Z-TW " DO " LOK-DO-TW
                   " WYSLANO " ILOSC-TW " DNIA " DATA-WYS-TW

           MOVE WS-TR-TOWAR TO TOWAR
           MOVE WS-TR-DO-LOK TO LOKALIZACJA
           PERFORM 471-CZYTAJ-REKORD
           IF ERR NOT = 0
              DISPLAY "BRAK TOWARU W LOKALIZACJI DOCELOWEJ - "
                      "ZALOZ REKORD OPCJA B I PONOW PRZYJECIE"
           ELSE
              MOVE "PODAJ ILOSC PRZYJETA W STANIE DOBRYM"
                   TO WS-WALID-PROMPT
              PERFORM 195-WCZYTAJ-NIEUJEMNA
              MOVE WS-WALID-LICZBA TO WS-TW-DOBRE
              MOVE "PODAJ ILOSC USZKODZONA (DO KWARANTANNY)"
                   TO WS-WALID-PROMPT
              PERFORM 195-WCZYTAJ-NIEUJEMNA
              MOVE WS-WALID-LICZBA TO WS-TW-USZK
              IF WS-TW-DOBRE + WS-TW-USZK > ILOSC-TW
                 DISPLAY "PRZYJETO WIECEJ NIZ WYSLANO (" ILOSC-TW
                         ") - PRZYJECIE ANULOWANE"
              ELSE
                 COMPUTE WS-TW-BRAK = ILOSC-TW - WS-TW-DOBRE
                         - WS-TW-USZK
                 MOVE WS-TR-DO-LOK TO WS-PJ-LOK
                 COMPUTE WS-PJ-DOD-ILOSC = WS-TW-DOBRE + WS-TW-USZK
                 MOVE WAGA OF IN-REC TO WS-PJ-WAGA-N
                 COMPUTE WS-PJ-DOD-WAGA =
                         WS-PJ-WAGA-N * WS-PJ-DOD-ILOSC
                 PERFORM 468-SPRAWDZ-POJEMNOSC
                 IF NOT WS-PJ-JEST-OK
                    DISPLAY "PRZYJECIE ANULOWANE (POJEMNOSC "
                            "LOKALIZACJI)"
                 ELSE
                    DISPLAY "PRZYJECIE DO " WS-TR-DO-LOK
                            ": DOBRE " WS-TW-DOBRE
                            " USZKODZONE " WS-TW-USZK
                            " BRAK " WS-TW-BRAK
                    DISPLAY "ZATWIERDZIC PRZYJECIE? T/N"
                    ACCEPT KASUJ
                    IF T
                       PERFORM 447-WYKONAJ-PRZYJECIE
                    ELSE
                       DISPLAY "PRZYJECIE ANULOWANE"
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       447-WYKONAJ-PRZYJECIE.

           MOVE WS-TR-TOWAR TO TOWAR
           MOVE WS-TR-DO-LOK TO LOKALIZACJA
           PERFORM 471-CZYTAJ-REKORD
           IF ERR NOT = 0
              MOVE "ODCZYT CELU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              MOVE ILOSC OF IN-REC TO WS-TW-STAN
              MOVE ILOSC-KWAR OF IN-REC TO WS-TW-KWAR
              COMPUTE ILOSC-ZMIANA = WS-TW-STAN + WS-TW-DOBRE
              MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
              COMPUTE ILOSC-ZMIANA = WS-TW-KWAR + WS-TW-USZK
              MOVE ILOSC-ZMIANA TO ILOSC-KWAR OF IN-REC
              ACCEPT DATA-AKT FROM DATE
              ACCEPT CZAS-AKT FROM TIME
              MOVE "T" TO WS-WR-POMIN
              REWRITE IN-REC
              IF ERR = 0
                 PERFORM 906-DZIENNIK-REWRITE
              END-IF
              MOVE "N" TO WS-WR-POMIN
              IF ERR NOT = 0
                 MOVE "REWRITE CELU" TO WS-BLAD-KONTEKST
                 MOVE ERR TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
                 DISPLAY "PRZYJECIE NIEWYKONANE - TOWAR NADAL W "
                         "DRODZE"
              ELSE
                 PERFORM 448-ZAMKNIJ-ZLECENIE-MM
              END-IF
           END-IF
           .

       448-ZAMKNIJ-ZLECENIE-MM.

      *    WARSTWY W DRODZE PRZECHODZA NA MIEJSCE DOCELOWE (DOBRE
      *    I USZKODZONE - KWARANTANNA TO TEZ ZAPAS WLASNY), A CO
      *    ZOSTALO POD "MMNNNNNNN" TO BRAK I SCHODZI DO ZERA

           IF WLASCICIEL-TW NOT = "K"
              IF WS-TW-DOBRE + WS-TW-USZK > 0
                 MOVE WS-TW-LOK-DROGA TO WS-WR-LOKALIZACJA
                 MOVE WS-TR-DO-LOK TO WS-WR-LOK-CEL
                 COMPUTE WS-WR-ILOSC = WS-TW-DOBRE + WS-TW-USZK
                 PERFORM 436-WARSTWY-MM
              END-IF
              MOVE "U" TO WS-WR-FUNKCJA
              MOVE WS-TR-TOWAR TO WS-WR-TOWAR
              MOVE WS-TW-LOK-DROGA TO WS-WR-LOKALIZACJA
              MOVE 0 TO WS-WR-ILOSC
              MOVE KOSZT-TW TO WS-WR-KOSZT
              CALL "WARSTWY" USING WS-WARSTWY
              IF WS-WR-WYNIK NOT = 0
                 DISPLAY "UWAGA: WARSTWY W DRODZE NIEZAMKNIETE - KOD "
                         WS-WR-WYNIK
              END-IF
              MOVE 0 TO WS-WR-KOSZT
           END-IF

           MOVE "P" TO STATUS-TW
           ACCEPT DATA-PRZYJ-TW FROM DATE
           MOVE WS-TW-DOBRE TO ILOSC-PRZYJ-TW
           MOVE WS-TW-USZK TO ILOSC-USZK-TW
           MOVE WS-TW-BRAK TO ILOSC-BRAK-TW
           MOVE WS-UZYTKOWNIK TO OPER-PRZYJ-TW
           REWRITE TRANZYT-REC
           IF ERR-TW NOT = 0
              DISPLAY "UWAGA: ZLECENIE MM " NR-MM-TW
                      " NIEZAMKNIETE W TowarWDrodze - KOD " ERR-TW
           END-IF

           MOVE NR-MM-TW TO WS-NR-MM
           MOVE SPACES TO WS-AUD-DOKUMENT
           STRING "MM/" WS-NR-MM DELIMITED BY SIZE
                  INTO WS-AUD-DOKUMENT
           MOVE "TRANSFER" TO WS-AUD-OPERACJA
           IF WS-TW-DOBRE > 0
              MOVE WS-TW-STAN TO WS-AUD-PRZED
              COMPUTE WS-AUD-PO = WS-TW-STAN + WS-TW-DOBRE
              MOVE "MM-PRZYJECIE" TO WS-AUD-TYP
              PERFORM 900-AUDYT-ZAPISZ
           END-IF
           IF WS-TW-USZK > 0
              MOVE WS-TW-KWAR TO WS-AUD-PRZED
              COMPUTE WS-AUD-PO = WS-TW-KWAR + WS-TW-USZK
              MOVE "MM-USZKODZ" TO WS-AUD-TYP
              PERFORM 900-AUDYT-ZAPISZ
           END-IF
           IF WS-TW-BRAK > 0
              MOVE WS-TW-BRAK TO WS-AUD-PRZED
              MOVE 0 TO WS-AUD-PO
              MOVE "MM-BRAK" TO WS-AUD-TYP
              PERFORM 900-AUDYT-ZAPISZ
           END-IF
           PERFORM 437-DOKUMENT-PRZYJECIA-MM
           MOVE SPACES TO WS-AUD-DOKUMENT
           DISPLAY "PRZYJECIE MM " WS-NR-MM " WYKONANE"
           .

       436-WARSTWY-MM.

      *    PRZENIESIENIE WARSTW KOSZTU MIEDZY MIEJSCEM A "MMNNNNNNN"
      *    (JAK 461-PRZENIES-WARSTWY, LOKALIZACJE PODAJE WOLAJACY)

           MOVE "T" TO WS-WR-FUNKCJA
           MOVE WS-TR-TOWAR TO WS-WR-TOWAR
           MOVE WS-TW-KOSZT TO WS-WR-KOSZT
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0
              DISPLAY "UWAGA: WARSTWY KOSZTU NIEPRZENIESIONE - KOD "
                      WS-WR-WYNIK
           END-IF
           MOVE 0 TO WS-WR-KOSZT
           .

       437-DOKUMENT-PRZYJECIA-MM.

      *    POTWIERDZENIE PRZYJECIA POD TYM SAMYM NUMEREM MM CO
      *    WYSYLKA, Z BRAKIEM I USZKODZENIEM W UWAGACH

           OPEN EXTEND MMFILE
           IF ERR-MM NOT = 0
              CLOSE MMFILE
              OPEN OUTPUT MMFILE
           END-IF
           MOVE WS-NR-MM TO WS-MM-NR-O
           ACCEPT WS-MM-DATA-O FROM DATE
           MOVE WS-UZYTKOWNIK TO WS-MM-OPER-O
           MOVE "PRZYJECIE Z DROGI" TO WS-MM-ZRODLO-O
           WRITE MM-REC FROM WS-MM-NAGLOWEK
           MOVE WS-TR-TOWAR TO WS-MM-TOWAR-O
           MOVE WS-TR-Z-LOK TO WS-MM-Z-O
           MOVE WS-TR-DO-LOK TO WS-MM-DO-O
           MOVE WS-TW-DOBRE TO WS-MM-ILOSC-O
           WRITE MM-REC FROM WS-MM-POZYCJA
           IF WS-TW-USZK > 0
              MOVE "USZKODZONE (KWAR.)" TO WS-MM-UW-TYP-O
              MOVE WS-TW-USZK TO WS-MM-UW-ILOSC-O
              WRITE MM-REC FROM WS-MM-UWAGA
           END-IF
           IF WS-TW-BRAK > 0
              MOVE "BRAK W TRANSPORCIE" TO WS-MM-UW-TYP-O
              MOVE WS-TW-BRAK TO WS-MM-UW-ILOSC-O
              WRITE MM-REC FROM WS-MM-UWAGA
           END-IF
           MOVE SPACES TO MM-REC
           WRITE MM-REC
           CLOSE MMFILE
           .

       449-RAPORT-W-DRODZE.

      *    OTWARTE ZLECENIA MM (WYSLANE, NIEPRZYJETE) Z WIEKIEM
      *    W DNIACH OD WYSYLKI I WARTOSCIA PO KOSZCIE Z WYSYLKI,
      *    NA KONCU SUMY WG PRZEDZIALOW WIEKU

           ACCEPT WS-TW-DZIS FROM DATE
           COMPUTE WS-TW-DATA-8 = 20000000 + WS-TW-DZIS
           COMPUTE WS-TW-DZIS-INT = FUNCTION INTEGER-OF-DATE
                   (WS-TW-DATA-8)
           MOVE 0 TO WS-TW-RAZEM-ILE
           MOVE 0 TO WS-TW-RAZEM-WART
           PERFORM VARYING WS-TW-KL-I FROM 1 BY 1
                   UNTIL WS-TW-KL-I > 4
              MOVE 0 TO WS-TW-KL-ILE (WS-TW-KL-I)
              MOVE 0 TO WS-TW-KL-WART (WS-TW-KL-I)
           END-PERFORM

           OPEN INPUT TRANZYTFILE
           IF ERR-TW NOT = 0
              DISPLAY "BRAK ZLECEN MM (PLIK TowarWDrodze)"
           ELSE
              DISPLAY "TOWAR W DRODZE NA " WS-TW-DZIS
              DISPLAY "MM      TOWAR                Z          "
                      "DO              ILOSC WYSLANO  DNI"
                      "        WARTOSC"
              MOVE 0 TO NR-MM-TW
              START TRANZYTFILE KEY NOT < NR-MM-TW
              IF ERR-TW = 0
                 READ TRANZYTFILE NEXT
                 PERFORM UNTIL ERR-TW > 0
                    IF TW-W-DRODZE
                       COMPUTE WS-TW-DATA-8 = 20000000 + DATA-WYS-TW
                       COMPUTE WS-TW-WIEK = WS-TW-DZIS-INT -
                               FUNCTION INTEGER-OF-DATE
                               (WS-TW-DATA-8)
                       COMPUTE WS-TW-WARTOSC ROUNDED =
                               ILOSC-TW * KOSZT-TW
                       IF WLASCICIEL-TW = "K"
                          MOVE 0 TO WS-TW-WARTOSC
                       END-IF
                       EVALUATE TRUE
                          WHEN WS-TW-WIEK < 2
                             MOVE 1 TO WS-TW-KL-I
                          WHEN WS-TW-WIEK < 4
                             MOVE 2 TO WS-TW-KL-I
                          WHEN WS-TW-WIEK < 8
                             MOVE 3 TO WS-TW-KL-I
                          WHEN OTHER
                             MOVE 4 TO WS-TW-KL-I
                       END-EVALUATE
                       ADD 1 TO WS-TW-KL-ILE (WS-TW-KL-I)
                       ADD WS-TW-WARTOSC TO WS-TW-KL-WART (WS-TW-KL-I)
                       ADD 1 TO WS-TW-RAZEM-ILE
                       ADD WS-TW-WARTOSC TO WS-TW-RAZEM-WART
                       DISPLAY NR-MM-TW " " TOWAR-TW " " LOK-Z-TW
                               " " LOK-DO-TW " " ILOSC-TW " "
                               DATA-WYS-TW " " WS-TW-WIEK " "
                               WS-TW-WARTOSC
                    END-IF
                    READ TRANZYTFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE TRANZYTFILE
              DISPLAY "---------------------"
              PERFORM VARYING WS-TW-KL-I FROM 1 BY 1
                      UNTIL WS-TW-KL-I > 4
                 DISPLAY WS-TW-OPIS (WS-TW-KL-I) ": ZLECEN "
                         WS-TW-KL-ILE (WS-TW-KL-I) " WARTOSC "
                         WS-TW-KL-WART (WS-TW-KL-I)
              END-PERFORM
              DISPLAY "RAZEM W DRODZE: ZLECEN " WS-TW-RAZEM-ILE
                      " WARTOSC " WS-TW-RAZEM-WART
              IF WS-TW-KL-ILE (4) > 0
                 DISPLAY "UWAGA: TOWAR W DRODZE PONAD 7 DNI - "
                         "SPRAWDZ PRZYJECIE W MAGAZYNIE DOCELOWYM"
              END-IF
           END-IF
           .

       480-KODY-KRESKOWE.

           DISPLAY "S. SZUKAJ KODU  Z. ZAREJESTRUJ KOD  U. USUN KOD"
           ACCEPT WYBOR-KODY

           OPEN I-O KODYFILE
           IF ERR-KK = 35
              CLOSE KODYFILE
              OPEN OUTPUT KODYFILE
              CLOSE KODYFILE
              OPEN I-O KODYFILE
           END-IF
           IF ERR-KK NOT = 0
              MOVE "OTWARCIE KODOW" TO WS-BLAD-KONTEKST
              MOVE ERR-KK TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              DISPLAY "PODAJ KOD KRESKOWY"
              ACCEPT KOD-KRESKOWY

              EVALUATE TRUE
                 WHEN KODY-ZAPISZ
                    READ KODYFILE
                    IF ERR-KK = 0
                       DISPLAY "KOD JUZ WSKAZUJE NA: " TOWAR-KK
                       DISPLAY "PODAJ NOWY KOD TOWARU"
                       ACCEPT TOWAR-KK
                       REWRITE KODY-REC
                    ELSE
                       DISPLAY "PODAJ KOD TOWARU (KLUCZ Z BAZA5)"
                       ACCEPT TOWAR-KK
                       WRITE KODY-REC
                    END-IF
                    IF ERR-KK NOT = 0
                       MOVE "ZAPIS KODU" TO WS-BLAD-KONTEKST
                       MOVE ERR-KK TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                    ELSE
                       DISPLAY "ZAPISANO KOD KRESKOWY"
                    END-IF
                 WHEN KODY-USUN
                    READ KODYFILE
                    IF ERR-KK NOT = 0
                       DISPLAY "NIE ZNALEZIONO KODU"
                    ELSE
                       DELETE KODYFILE
                       IF ERR-KK = 0
                          DISPLAY "KOD USUNIETY"
                       ELSE
                          MOVE "USUWANIE KODU" TO WS-BLAD-KONTEKST
                          MOVE ERR-KK TO WS-BLAD-KOD
                          PERFORM 950-OPISZ-BLAD
                       END-IF
                    END-IF
                 WHEN OTHER
                    READ KODYFILE
                    IF ERR-KK = 0
                       DISPLAY "KOD " KOD-KRESKOWY " -> TOWAR "
                               TOWAR-KK
                    ELSE
                       DISPLAY "NIE ZNALEZIONO KODU"
                    END-IF
              END-EVALUATE
              CLOSE KODYFILE
           END-IF
           .

       195-WCZYTAJ-NIEUJEMNA.

           MOVE "N" TO WS-WALID-OK
           PERFORM UNTIL WS-WALID-OK-JEST
              DISPLAY WS-WALID-PROMPT
              ACCEPT WS-WALID-WEJSCIE
              COMPUTE WS-WALID-POZYCJA =
                      FUNCTION TEST-NUMVAL(WS-WALID-WEJSCIE)
              IF WS-WALID-WEJSCIE = SPACES OR WS-WALID-POZYCJA NOT = 0
                 DISPLAY "WARTOSC NIEPRAWIDLOWA - PODAJ LICZBE"
              ELSE
                 COMPUTE WS-WALID-LICZBA =
                         FUNCTION NUMVAL(WS-WALID-WEJSCIE)
                 IF WS-WALID-LICZBA < 0
                    DISPLAY "WARTOSC NIE MOZE BYC UJEMNA"
                 ELSE
                    MOVE "T" TO WS-WALID-OK
                 END-IF
              END-IF
           END-PERFORM
           .

       196-ZAOKRAGLIJ-WAGE.

           MOVE WAGA TO WS-WAGA-PRZED-ZAOKR
           COMPUTE WS-WAGA-ZAOKR ROUNDED = WS-WAGA-PRZED-ZAOKR
           MOVE WS-WAGA-ZAOKR TO WAGA
           .

       360-SZUKAJ-CZESCIOWO.

           DISPLAY "PODAJ FRAGMENT NAZWY TOWARU DO WYSZUKANIA"
           ACCEPT WS-FRAGMENT
           COMPUTE WS-FRAG-DL =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-FRAGMENT))
           MOVE 0 TO WS-FRAG-LICZNIK

           IF WS-FRAG-DL = 0
              DISPLAY "PODAJ PRZYNAJMNIEJ JEDEN ZNAK"
           ELSE
              OPEN INPUT INFILE
              IF ERR NOT = 0
                 MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
                 MOVE ERR TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
              ELSE
                 DISPLAY "               MASA     CENA     ILOSC"
                 READ INFILE
                 PERFORM UNTIL ERR > 0
                    MOVE "N" TO WS-FRAG-PASUJE
                    PERFORM VARYING WS-FRAG-POZ FROM 1 BY 1
                       UNTIL WS-FRAG-POZ > (21 - WS-FRAG-DL)
                             OR WS-FRAG-PASUJE-JEST
                       IF TOWAR OF IN-REC (WS-FRAG-POZ:WS-FRAG-DL) =
                          WS-FRAGMENT (1:WS-FRAG-DL)
                          MOVE "T" TO WS-FRAG-PASUJE
                       END-IF
                    END-PERFORM
                    IF WS-FRAG-PASUJE-JEST
                       DISPLAY IN-REC
                       ADD 1 TO WS-FRAG-LICZNIK
                    END-IF
                    READ INFILE
                 END-PERFORM
                 CLOSE INFILE
                 DISPLAY "DOPASOWANE REKORDY: " WS-FRAG-LICZNIK
              END-IF
           END-IF
           .

       400-ZMIEN.

      *    ZMIANA NA PELNOEKRANOWYM FORMULARZU: WSZYSTKIE POLA
      *    REKORDU NARAZ Z OBECNYMI WARTOSCIAMI, ZMIANA ILOSCI
      *    NADAL PYTA O RODZAJ TRANSAKCJI DO AUDYTU

           OPEN I-O INFILE.
           IF ERR NOT = 0
              PERFORM 950-OPISZ-BLAD
           END-IF

           DISPLAY "KTORY TOWAR CHCESZ ZMIENIC?"
           DISPLAY "K=KLAWIATURA  S=SKANER KODOW KRESKOWYCH"
           ACCEPT WS-WEJSCIE-TRYB
           IF WEJSCIE-SKANER
              PERFORM 190-WCZYTAJ-TOWAR-SKANER
           ELSE
              DISPLAY "PODAJ KOD TOWARU"
              ACCEPT TOWAR
           END-IF
           DISPLAY "PODAJ LOKALIZACJE TOWARU"
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              PERFORM 401-FORMA-Z-REKORDU
              MOVE ILOSC OF IN-REC TO WS-F-ILOSC-PRZED
              MOVE CENA OF IN-REC TO WS-CH-STARA
              MOVE CENA-ZAKUP OF IN-REC TO WS-CH-ZAK-STARA
              MOVE "N" TO WS-F-NOWY

              PERFORM 205-FORMULARZ-TOWARU

              IF FORMA-ZAPISZ
                 MOVE WS-TOWAR-NOWY TO TOWAR
                 MOVE WS-LOKALIZACJA-NOWA TO LOKALIZACJA
                 PERFORM 207-PRZENIES-Z-FORMY
                 MOVE ILOSC OF IN-REC TO WS-AUD-PO
                 MOVE WS-F-ILOSC-PRZED TO WS-AUD-PRZED

                 IF WS-AUD-PO NOT = WS-AUD-PRZED
                    PERFORM UNTIL TYP-PRZYJECIE OR TYP-WYDANIE
                                   OR TYP-KOREKTA OR TYP-ZWROT
                       DISPLAY "RODZAJ TRANSAKCJI: 1=PRZYJECIE "
                               "2=WYDANIE 3=KOREKTA 4=ZWROT"
                       ACCEPT WS-TYP-TRANS
                    END-PERFORM
                 END-IF

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
                    MOVE CENA OF IN-REC TO WS-CH-NOWA
                    MOVE CENA-ZAKUP OF IN-REC TO WS-CH-ZAK-NOWA
                    IF WS-CH-NOWA NOT = WS-CH-STARA
                       OR WS-CH-ZAK-NOWA NOT = WS-CH-ZAK-STARA
                       PERFORM 975-ZAPISZ-HISTORIE-CENY
                    END-IF

                    IF WS-AUD-PO NOT = WS-AUD-PRZED
                       MOVE "ZMIANA" TO WS-AUD-OPERACJA
                       EVALUATE TRUE
                          WHEN TYP-PRZYJECIE
                             MOVE "PRZYJECIE" TO WS-AUD-TYP
                          WHEN TYP-WYDANIE
                             MOVE "WYDANIE" TO WS-AUD-TYP
                          WHEN TYP-KOREKTA
                             MOVE "KOREKTA" TO WS-AUD-TYP
                          WHEN TYP-ZWROT
                             MOVE "ZWROT" TO WS-AUD-TYP
                          WHEN OTHER
                             MOVE "KOREKTA" TO WS-AUD-TYP
                       END-EVALUATE
                    ELSE
                       MOVE "EDYCJA-WC" TO WS-AUD-OPERACJA
                       MOVE SPACES TO WS-AUD-TYP
                    END-IF
                    PERFORM 900-AUDYT-ZAPISZ
                    DISPLAY "ZAPISANO ZMIANY"
                 END-IF
                 MOVE " " TO WS-TYP-TRANS
              ELSE
                 DISPLAY "ZMIANA ANULOWANA - REKORD BEZ ZMIAN"
              END-IF
           END-IF

           CLOSE INFILE
           .

       401-FORMA-Z-REKORDU.

           MOVE SPACES TO WS-FORM
           MOVE TOWAR OF IN-REC TO WS-F-TOWAR
           MOVE TOWAR OF IN-REC TO WS-TOWAR-NOWY
           MOVE LOKALIZACJA OF IN-REC TO WS-F-LOK
           MOVE LOKALIZACJA OF IN-REC TO WS-LOKALIZACJA-NOWA
           MOVE WAGA OF IN-REC TO WS-F-WAGA
           MOVE PRECYZJA-WAGA OF IN-REC TO WS-F-PREC
           MOVE CENA OF IN-REC TO WS-F-CENA
           MOVE CENA-ZAKUP OF IN-REC TO WS-F-ZAKUP
           MOVE ILOSC OF IN-REC TO WS-F-ILOSC
           MOVE MIN-ILOSC OF IN-REC TO WS-F-MIN
           MOVE CATEGORY OF IN-REC TO WS-F-KAT
           MOVE JEDNOSTKA OF IN-REC TO WS-F-JEDN
           MOVE PRZELICZNIK OF IN-REC TO WS-F-PRZEL
           MOVE WLASCICIEL OF IN-REC TO WS-F-WLASC
           MOVE KOD-WLASCICIELA OF IN-REC TO WS-F-KOD-WLASC
           .

       450-PRZYJMIJ-ZWROT.

      *    ZWROT OD KLIENTA PRZYJMOWANY TYLKO NA OTWARTA LINIE
      *    RMA (PROGRAM RMA) - TOWAR I MIEJSCE BIERZEMY Z LINII,
      *    ILOSC NIE MOZE PRZEKROCZYC RESZTY AUTORYZACJI.
      *    DYSPOZYCJA: S = NA STAN, K = NA KWARANTANNE
      *    (ILOSC-KWAR, ZWALNIA / ODRZUCA PRZYJECIE), L = DO
      *    LIKWIDACJI (WPIS ZWROT + ODPIS W AUDYCIE I W
      *    OdpisyLog.txt, JAK W PROGRAMIE ODPISY). PRZYJETE
      *    ILOSCI ODKLADAJA SIE NA LINII RMA - ZAMKNIECIE RMA
      *    WYSTAWIA Z NICH KOREKTE

           DISPLAY "ZWROT TOWARU OD KLIENTA (NA PODSTAWIE RMA)"
           DISPLAY "PODAJ NUMER RMA"
           ACCEPT WS-RMA-NR

           OPEN INPUT RMAFILE
           OPEN I-O RMALFILE
           IF ERR-RM NOT = 0 OR ERR-RML NOT = 0
              DISPLAY "BRAK PLIKOW RMA - ZWROT MUSI BYC NAJPIERW "
                      "AUTORYZOWANY PROGRAMEM RMA"
           ELSE
              MOVE WS-RMA-NR TO NR-RMA
              READ RMAFILE
              IF ERR-RM NOT = 0
                 DISPLAY "NIE ZNALEZIONO RMA " WS-RMA-NR
              ELSE
                 IF NOT RMA-OTWARTE
                    DISPLAY "RMA " WS-RMA-NR " NIE JEST OTWARTE - "
                            "PRZYJECIE NIEMOZLIWE"
                 ELSE
                    DISPLAY "KLIENT " KOD-KLIENTA-RMA " ZAMOWIENIE "
                            NR-ZAM-RMA " FAKTURA " FAKTURA-RMA
                    PERFORM 451-LINIE-RMA
                    IF WS-RMA-LINII = 0
                       DISPLAY "BRAK OTWARTYCH LINII NA RMA"
                    ELSE
                       DISPLAY "PODAJ NUMER LINII RMA"
                       ACCEPT WS-RMA-LP
                       MOVE WS-RMA-NR TO NR-RMA-L
                       MOVE WS-RMA-LP TO LP-RMA-L
                       READ RMALFILE
                       IF ERR-RML NOT = 0 OR NOT RMAL-OTWARTA
                          DISPLAY "BRAK OTWARTEJ LINII " WS-RMA-LP
                                  " NA RMA " WS-RMA-NR
                       ELSE
                          COMPUTE WS-RMA-POZOSTALO =
                                  ILOSC-AUT-RMAL - ILOSC-STAN-RMAL
                                  - ILOSC-KWAR-RMAL - ILOSC-ZLOM-RMAL
                          IF WS-RMA-POZOSTALO <= 0
                             DISPLAY "LINIA RMA PRZYJETA W CALOSCI"
                          ELSE
                             PERFORM 452-PRZYJMIJ-LINIE-RMA
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           CLOSE RMALFILE
           CLOSE RMAFILE
           .

       451-LINIE-RMA.

           MOVE 0 TO WS-RMA-LINII
           DISPLAY "LP  TOWAR                LOKALIZ.   DO PRZYJECIA"
           MOVE WS-RMA-NR TO NR-RMA-L
           MOVE 0 TO LP-RMA-L
           START RMALFILE KEY NOT < KLUCZ-RMAL
           IF ERR-RML = 0
              READ RMALFILE NEXT
              PERFORM UNTIL ERR-RML > 0
                      OR NR-RMA-L NOT = WS-RMA-NR
                 IF RMAL-OTWARTA
                    COMPUTE WS-RMA-POZOSTALO =
                            ILOSC-AUT-RMAL - ILOSC-STAN-RMAL
                            - ILOSC-KWAR-RMAL - ILOSC-ZLOM-RMAL
                    IF WS-RMA-POZOSTALO > 0
                       ADD 1 TO WS-RMA-LINII
                       DISPLAY LP-RMA-L " " TOWAR-RMAL " "
                               LOKALIZACJA-RMAL " "
                               WS-RMA-POZOSTALO
                    END-IF
                 END-IF
                 READ RMALFILE NEXT
              END-PERFORM
           END-IF
           .

       452-PRZYJMIJ-LINIE-RMA.

           OPEN I-O INFILE
           IF ERR NOT = 0
              MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              MOVE TOWAR-RMAL TO TOWAR
              MOVE LOKALIZACJA-RMAL TO LOKALIZACJA
              READ INFILE
              IF ERR NOT = 0
                 MOVE "ODCZYT REKORDU Z RMA" TO WS-BLAD-KONTEKST
                 MOVE ERR TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
              ELSE
                 DISPLAY "TOWAR " TOWAR-RMAL " LOKALIZACJA "
                         LOKALIZACJA-RMAL
                 DISPLAY "POZOSTALO DO PRZYJECIA: " WS-RMA-POZOSTALO
                 MOVE "PODAJ ZWRACANA ILOSC" TO WS-WALID-PROMPT
                 PERFORM 195-WCZYTAJ-NIEUJEMNA
                 IF WS-WALID-LICZBA = 0
                    OR WS-WALID-LICZBA > WS-RMA-POZOSTALO
                    DISPLAY "ILOSC ZEROWA LUB WIEKSZA NIZ RESZTA "
                            "RMA - PRZYJECIE ANULOWANE"
                 ELSE
                    DISPLAY "DYSPOZYCJA: S=NA STAN  K=KWARANTANNA"
                            "  L=LIKWIDACJA (ODPIS)"
                    ACCEPT WS-RMA-DYSPOZYCJA
                    IF NOT RMA-NA-STAN AND NOT RMA-KWARANTANNA
                       AND NOT RMA-LIKWIDACJA
                       DISPLAY "NIEZNANA DYSPOZYCJA - PRZYJECIE "
                               "ANULOWANE"
                    ELSE
                       DISPLAY "ZWRACANO    : " WS-WALID-LICZBA
                               " DYSPOZYCJA " WS-RMA-DYSPOZYCJA
                       DISPLAY "ZATWIERDZIC PRZYJECIE ZWROTU? T/N"
                       ACCEPT KASUJ
                       IF T
                          PERFORM 453-WYKONAJ-DYSPOZYCJE
                          IF WS-RMA-ZAPISANO
                             PERFORM 454-ZAPISZ-LINIE-RMA
                          END-IF
                       ELSE
                          DISPLAY "PRZYJECIE ZWROTU ANULOWANE"
                       END-IF
                    END-IF
                 END-IF
              END-IF
              CLOSE INFILE
           END-IF
           .

       453-WYKONAJ-DYSPOZYCJE.

           MOVE "N" TO WS-RMA-ZAPIS
           MOVE "ZWROT" TO WS-AUD-OPERACJA

           IF RMA-NA-STAN OR RMA-KWARANTANNA
              IF RMA-NA-STAN
                 MOVE ILOSC OF IN-REC TO WS-AUD-PRZED
                 MOVE ILOSC OF IN-REC TO ILOSC-ZMIANA
                 ADD WS-WALID-LICZBA TO ILOSC-ZMIANA
                 MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
                 MOVE "ZWROT" TO WS-AUD-TYP
              ELSE
                 MOVE ILOSC-KWAR OF IN-REC TO WS-RMA-KWAR
                 MOVE WS-RMA-KWAR TO WS-AUD-PRZED
                 ADD WS-WALID-LICZBA TO WS-RMA-KWAR
                 MOVE WS-RMA-KWAR TO ILOSC-KWAR OF IN-REC
                 MOVE "KWARANTANNA" TO WS-AUD-TYP
              END-IF
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
                 IF RMA-NA-STAN
                    MOVE ILOSC OF IN-REC TO WS-AUD-PO
                    DISPLAY "ZWROT PRZYJETY NA STAN"
                 ELSE
                    MOVE WS-RMA-KWAR TO WS-AUD-PO
                    DISPLAY "ZWROT PRZYJETY NA KWARANTANNE"
                 END-IF
                 PERFORM 900-AUDYT-ZAPISZ
                 MOVE "T" TO WS-RMA-ZAPIS
              END-IF
           ELSE

      *       LIKWIDACJA: TOWAR WCHODZI I OD RAZU SCHODZI ZE
      *       STANU (ILOSC W BAZA5 BEZ ZMIAN), ALE AUDYT MA OBA
      *       RUCHY - KSIEGA WIDZI ZWROT I STRATE NA KONCIE
      *       ODPISOW

              MOVE ILOSC OF IN-REC TO WS-AUD-PRZED
              MOVE ILOSC OF IN-REC TO ILOSC-ZMIANA
              ADD WS-WALID-LICZBA TO ILOSC-ZMIANA
              MOVE ILOSC-ZMIANA TO WS-AUD-PO
              MOVE "ZWROT" TO WS-AUD-TYP
              PERFORM 900-AUDYT-ZAPISZ
              MOVE ILOSC-ZMIANA TO WS-AUD-PRZED
              MOVE ILOSC OF IN-REC TO WS-AUD-PO
              MOVE "ODPIS" TO WS-AUD-OPERACJA
              MOVE "ODPIS" TO WS-AUD-TYP
              PERFORM 900-AUDYT-ZAPISZ
              PERFORM 455-LOG-ODPISU-RMA
              MOVE "T" TO WS-RMA-ZAPIS
              DISPLAY "ZWROT PRZYJETY DO LIKWIDACJI (ODPIS)"
           END-IF
           .

       454-ZAPISZ-LINIE-RMA.

           EVALUATE TRUE
              WHEN RMA-NA-STAN
                 ADD WS-WALID-LICZBA TO ILOSC-STAN-RMAL
              WHEN RMA-KWARANTANNA
                 ADD WS-WALID-LICZBA TO ILOSC-KWAR-RMAL
              WHEN RMA-LIKWIDACJA
                 ADD WS-WALID-LICZBA TO ILOSC-ZLOM-RMAL
           END-EVALUATE
           REWRITE RMAL-REC
           IF ERR-RML NOT = 0
              MOVE "REWRITE LINII RMA" TO WS-BLAD-KONTEKST
              MOVE ERR-RML TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           END-IF
           .

       455-LOG-ODPISU-RMA.

      *    WPIS W OdpisyLog.txt W UKLADZIE PROGRAMU ODPISY -
      *    POWOD ZWROT-RMA, REFERENCJA = NUMER RMA, WYCENA PO
      *    KOSZCIE ZAKUPU (BRAK KOSZTU = CENA)

           MOVE CENA-ZAKUP OF IN-REC TO WS-RMA-KOSZT
           IF WS-RMA-KOSZT = 0
              MOVE CENA OF IN-REC TO WS-RMA-KOSZT
           END-IF
           MOVE WS-AUD-DATA TO WS-OL-DATA-O
           MOVE WS-AUD-CZAS TO WS-OL-CZAS-O
           MOVE WS-UZYTKOWNIK TO WS-OL-OPER-O
           MOVE TOWAR OF IN-REC TO WS-OL-TOWAR-O
           MOVE LOKALIZACJA OF IN-REC TO WS-OL-LOK-O
           MOVE CATEGORY OF IN-REC TO WS-OL-KAT-O
           MOVE WS-WALID-LICZBA TO WS-OL-ILOSC-O
           COMPUTE WS-OL-WART-O = WS-WALID-LICZBA * WS-RMA-KOSZT
           MOVE "ZWROT-RMA" TO WS-OL-POWOD-O
           MOVE SPACES TO WS-OL-REF-O
           STRING "RMA " WS-RMA-NR DELIMITED BY SIZE
                  INTO WS-OL-REF-O

           OPEN EXTEND ODPISYFILE
           IF ERR-OL NOT = 0
              CLOSE ODPISYFILE
              OPEN OUTPUT ODPISYFILE
           END-IF
           WRITE ODPIS-REC FROM WS-ODPIS-LINIA
           CLOSE ODPISYFILE
           .

       460-ZWROT-DO-DOSTAWCY.

           OPEN I-O INFILE.
           IF ERR NOT = 0
              MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           END-IF

           DISPLAY "ZWROT TOWARU DO DOSTAWCY (NOTA OBCIAZENIOWA)"
           DISPLAY "K=KLAWIATURA  S=SKANER KODOW KRESKOWYCH"
           ACCEPT WS-WEJSCIE-TRYB
           IF WEJSCIE-SKANER
              PERFORM 190-WCZYTAJ-TOWAR-SKANER
           ELSE
              DISPLAY "PODAJ NAZWE TOWARU"
              ACCEPT TOWAR
           END-IF
           DISPLAY "PODAJ LOKALIZACJE TOWARU"
           ACCEPT LOKALIZACJA
           START INFILE KEY = TOWAR-KLUCZ
           IF ERR NOT = 0
              MOVE "START" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              READ INFILE
           END-IF

           IF ERR NOT = 0
              MOVE "ODCZYT REKORDU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              MOVE ILOSC OF IN-REC TO WS-AUD-PRZED

              MOVE "PODAJ ZWRACANA ILOSC" TO WS-WALID-PROMPT
              PERFORM 195-WCZYTAJ-NIEUJEMNA
              MOVE WS-WALID-LICZBA TO WS-NOTA-ILOSC

              MOVE ILOSC OF IN-REC TO ILOSC-ZMIANA
              SUBTRACT WS-NOTA-ILOSC FROM ILOSC-ZMIANA

              IF ILOSC-ZMIANA < 0
                 DISPLAY "BLAD: ZWRACANA ILOSC WIEKSZA NIZ STAN ("
                         ILOSC OF IN-REC ") - ZWROT ANULOWANY"
              ELSE
                 DISPLAY "PODAJ KOD DOSTAWCY"
                 ACCEPT WS-NOTA-DOSTAWCA
                 DISPLAY "PODAJ NUMER PO KTOREGO DOTYCZY ZWROT "
                         "(0 = BRAK)"
                 ACCEPT WS-NOTA-NR-PO

                 DISPLAY "STARA ILOSC : " ILOSC OF IN-REC
                 DISPLAY "ZWRACANE    : " WS-NOTA-ILOSC
                 DISPLAY "NOWA ILOSC  : " ILOSC-ZMIANA
                 DISPLAY "ZATWIERDZIC ZWROT DO DOSTAWCY? T/N"
                 ACCEPT KASUJ

                 IF T
                    MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
                    ACCEPT DATA-AKT FROM DATE
                    ACCEPT CZAS-AKT FROM TIME

                    REWRITE IN-REC
           DISPLAY "C. ZAPISZ / ZMIEN UMOWE CENOWA DOSTAWCY"
           DISPLAY "L. POKAZ UMOWY CENOWE DOSTAWCY"
           DISPLAY "K. DOPISZ KURS WALUTY"
           DISPLAY "R. ZAPISZ / ZMIEN UMOWE RAMOWA"
           DISPLAY "U. RAPORT WYKORZYSTANIA UMOW RAMOWYCH"
           ACCEPT WYBOR-DOST

           IF DOST-CENNIK
                 IF DOST-KURS
                    PERFORM 750-DOPISZ-KURS
                 ELSE
                    IF DOST-RAMOWA
                       PERFORM 760-UMOWA-RAMOWA-ZAPISZ
                    ELSE
                       IF DOST-RAMOWA-RAP
                          PERFORM 765-UMOWY-RAMOWE-RAPORT
                       ELSE
                          PERFORM 705-DOSTAWCY-PLIK
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
              IF ERR-D = 0
                 DISPLAY "ZMIANA ISTNIEJACEGO DOSTAWCY RANGI "
                         RANGA-D ": " NAZWA-DOSTAWCY
                 MOVE "Z" TO WS-HI-OPERACJA
                 MOVE DOST-REC TO WS-HI-PRZED
                 PERFORM 710-WCZYTAJ-DANE-DOSTAWCY
                 REWRITE DOST-REC
              ELSE
                 MOVE "D" TO WS-HI-OPERACJA
                 MOVE SPACES TO WS-HI-PRZED
                 MOVE WS-DOST-SZUKANY TO KOD-TOWARU-D
                 MOVE WS-DOST-RANGA-WYBOR TO RANGA-D
                 PERFORM 710-WCZYTAJ-DANE-DOSTAWCY
                 PERFORM 950-OPISZ-BLAD
              ELSE
                 DISPLAY "ZAPISANO DOSTAWCE"
                 MOVE "Dostawcy" TO WS-HI-PLIK
                 MOVE KLUCZ-DOST TO WS-HI-KLUCZ
                 MOVE DOST-REC TO WS-HI-PO
                 PERFORM 915-HISTORIA-KARTOTEKI
              END-IF
           ELSE
              PERFORM 720-POKAZ-DOSTAWCOW
           IF NOT DOST-AKTYWNY
              MOVE "N" TO AKTYWNY-D
           END-IF
           DISPLAY "PODAJ KOD TOWARU U DOSTAWCY (Z JEGO FAKTUR, "
                   "PUSTE = TAKI SAM JAK NASZ)"
           ACCEPT KOD-TOW-DOST-D
           .

       720-POKAZ-DOSTAWCOW.
                         " DNI OPAK " OPAKOWANIE-D
                         " WALUTA " WALUTA-D
                         " AKTYWNY: " AKTYWNY-D
                 IF KOD-TOW-DOST-D NOT = SPACES
                    DISPLAY "         KOD U DOSTAWCY: " KOD-TOW-DOST-D
                 END-IF
                 ADD 1 TO WS-DOST-LICZNIK
                 READ DOSTFILE NEXT
              END-PERFORM
              IF ERR-CD = 0
                 DISPLAY "ZMIANA ISTNIEJACEJ UMOWY (DO " DATA-DO-C
                         " CENA " CENA-ZAKUPU-C ")"
                 MOVE "Z" TO WS-HI-OPERACJA
                 MOVE CEND-REC TO WS-HI-PRZED
                 PERFORM 735-WCZYTAJ-UMOWE
                 REWRITE CEND-REC
              ELSE
                 MOVE "D" TO WS-HI-OPERACJA
                 MOVE SPACES TO WS-HI-PRZED
                 PERFORM 735-WCZYTAJ-UMOWE
                 WRITE CEND-REC
              END-IF
                 PERFORM 950-OPISZ-BLAD
              ELSE
                 DISPLAY "ZAPISANO UMOWE CENOWA"
                 MOVE "CenyDostawcow" TO WS-HI-PLIK
                 MOVE KLUCZ-CEND TO WS-HI-KLUCZ
                 MOVE CEND-REC TO WS-HI-PO
                 PERFORM 915-HISTORIA-KARTOTEKI
              END-IF
              CLOSE CENDFILE
           END-IF
           END-IF
           .

       760-UMOWA-RAMOWA-ZAPISZ.

      *    UMOWA RAMOWA NA TOWAR Z DOSTAWCA ZAPISANYM W KARTOTECE
      *    Dostawcy; KLUCZ TOWAR + DOSTAWCA + DATA OD, ZMIANA
      *    ISTNIEJACEJ UMOWY ZACHOWUJE ILOSC JUZ WYWOLANA

           OPEN I-O UMRFILE.
           IF ERR-UR = 35
              CLOSE UMRFILE
              OPEN OUTPUT UMRFILE
              CLOSE UMRFILE
              OPEN I-O UMRFILE
           END-IF
           IF ERR-UR NOT = 0
              MOVE "OTWARCIE UMOW RAMOWYCH" TO WS-BLAD-KONTEKST
              MOVE ERR-UR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              DISPLAY "PODAJ KOD TOWARU"
              ACCEPT TOWAR-UR
              DISPLAY "PODAJ KOD DOSTAWCY"
              ACCEPT DOSTAWCA-UR
              PERFORM 761-SPRAWDZ-DOSTAWCE-UMOWY
              IF NOT WS-UR-DOST-JEST
                 DISPLAY "DOSTAWCA NIE JEST ZAPISANY DLA TEGO TOWARU "
                         "- NAJPIERW OPCJA Z"
              ELSE
                 DISPLAY "PODAJ DATE OBOWIAZYWANIA OD (RRMMDD)"
                 ACCEPT DATA-OD-UR
                 READ UMRFILE
                 IF ERR-UR = 0
                    DISPLAY "ZMIANA ISTNIEJACEJ UMOWY RAMOWEJ (DO "
                            DATA-DO-UR " ILOSC " ILOSC-UR
                            " WYWOLANO " ILOSC-WYWOL-UR ")"
                    PERFORM 762-WCZYTAJ-UMOWE-RAMOWA
                    IF WS-UR-JEST-OK
                       REWRITE UMR-REC
                    END-IF
                 ELSE
                    MOVE 0 TO ILOSC-WYWOL-UR
                    ACCEPT DATA-ZAL-UR FROM DATE
                    MOVE WS-UZYTKOWNIK TO OPERATOR-UR
                    PERFORM 762-WCZYTAJ-UMOWE-RAMOWA
                    IF WS-UR-JEST-OK
                       WRITE UMR-REC
                    END-IF
                 END-IF
                 IF NOT WS-UR-JEST-OK
                    DISPLAY "UMOWA RAMOWA NIE ZOSTALA ZAPISANA"
                 ELSE
                    IF ERR-UR NOT = 0
                       MOVE "ZAPIS UMOWY RAMOWEJ" TO WS-BLAD-KONTEKST
                       MOVE ERR-UR TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                    ELSE
                       DISPLAY "ZAPISANO UMOWE RAMOWA"
                    END-IF
                 END-IF
              END-IF
              CLOSE UMRFILE
           END-IF
           .

       761-SPRAWDZ-DOSTAWCE-UMOWY.

           MOVE "N" TO WS-UR-DOST
           OPEN INPUT DOSTFILE
           IF ERR-D = 0
              MOVE TOWAR-UR TO KOD-TOWARU-D
              MOVE 0 TO RANGA-D
              START DOSTFILE KEY NOT < KLUCZ-DOST
              IF ERR-D = 0
                 READ DOSTFILE NEXT
                 PERFORM UNTIL ERR-D > 0
                         OR KOD-TOWARU-D NOT = TOWAR-UR
                         OR WS-UR-DOST-JEST
                    IF KOD-DOSTAWCY = DOSTAWCA-UR
                       MOVE "T" TO WS-UR-DOST
                    ELSE
                       READ DOSTFILE NEXT
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE DOSTFILE
           END-IF
           .

       762-WCZYTAJ-UMOWE-RAMOWA.

           MOVE "T" TO WS-UR-OK
           DISPLAY "PODAJ DATE OBOWIAZYWANIA DO (RRMMDD)"
           ACCEPT DATA-DO-UR
           MOVE "PODAJ ZAKONTRAKTOWANA ILOSC" TO WS-WALID-PROMPT
           PERFORM 195-WCZYTAJ-NIEUJEMNA
           MOVE WS-WALID-LICZBA TO ILOSC-UR
           MOVE "PODAJ CENE ZAKUPU Z UMOWY" TO WS-WALID-PROMPT
           PERFORM 195-WCZYTAJ-NIEUJEMNA
           MOVE WS-WALID-LICZBA TO CENA-UR
           DISPLAY "PODAJ WALUTE UMOWY (PUSTE = PLN)"
           ACCEPT WALUTA-UR
           IF WALUTA-UR = SPACES
              MOVE "PLN" TO WALUTA-UR
           END-IF
           DISPLAY "UMOWA AKTYWNA? T/N"
           ACCEPT KASUJ
           IF T
              MOVE "A" TO STATUS-UR
           ELSE
              MOVE "Z" TO STATUS-UR
           END-IF

           IF DATA-DO-UR < DATA-OD-UR
              DISPLAY "DATA DO NIE MOZE BYC WCZESNIEJSZA NIZ DATA OD"
              MOVE "N" TO WS-UR-OK
           END-IF
           IF ILOSC-UR = 0
              DISPLAY "ZAKONTRAKTOWANA ILOSC MUSI BYC WIEKSZA OD 0"
              MOVE "N" TO WS-UR-OK
           END-IF
           IF ILOSC-UR < ILOSC-WYWOL-UR
              DISPLAY "ILOSC UMOWY MNIEJSZA NIZ JUZ WYWOLANA "
                      ILOSC-WYWOL-UR
              MOVE "N" TO WS-UR-OK
           END-IF
           .

       765-UMOWY-RAMOWE-RAPORT.

      *    WYKORZYSTANIE UMOW RAMOWYCH: ILOSC ZAKONTRAKTOWANA,
      *    WYWOLANA NA PO, PRZYJETA NA TYCH PO (ZamowieniaPOM)
      *    I POZOSTALA; OSTRZEZENIE, GDY AKTYWNA UMOWA WYGASA
      *    W CIAGU WS-UR-PROG-DNI DNI LUB JUZ WYGASLA, A RESZTA
      *    PRZEKRACZA WS-UR-PROG-PROC PROCENT UMOWY
      *    (RaportUmowRamowych.txt, KOPIA PRZEZ 995)

           MOVE 0 TO WS-UR-LICZNIK
           MOVE 0 TO WS-UR-OSTRZEZENIA
           ACCEPT WS-UR-DZIS FROM DATE
           COMPUTE WS-UR-DATA-8 = 20000000 + WS-UR-DZIS
           COMPUTE WS-UR-DZIS-INT = FUNCTION INTEGER-OF-DATE
                   (WS-UR-DATA-8)

           OPEN INPUT UMRFILE
           IF ERR-UR NOT = 0
              DISPLAY "BRAK UMOW RAMOWYCH"
           ELSE
              MOVE "N" TO WS-UR-PLIKI
              OPEN INPUT WYWFILE
              IF ERR-WU = 0
                 OPEN INPUT POMFILE
                 IF ERR-POM = 0
                    MOVE "T" TO WS-UR-PLIKI
                 ELSE
                    MOVE "W" TO WS-UR-PLIKI
                 END-IF
              END-IF

              MOVE "N" TO WS-UR-DRUK
              OPEN OUTPUT URDRUKFILE
              IF ERR-URD NOT = 0
                 MOVE "T" TO WS-UR-DRUK
              END-IF
              MOVE SPACES TO WS-UR-BUFOR
              STRING "WYKORZYSTANIE UMOW RAMOWYCH NA DZIEN "
                     WS-UR-DZIS DELIMITED BY SIZE INTO WS-UR-BUFOR
              PERFORM 768-UR-PISZ-LINIE
              MOVE WS-RUR-KOLUMNY TO WS-UR-BUFOR
              PERFORM 768-UR-PISZ-LINIE

              MOVE SPACES TO TOWAR-UR
              MOVE SPACES TO DOSTAWCA-UR
              MOVE 0 TO DATA-OD-UR
              START UMRFILE KEY NOT < KLUCZ-UR
              IF ERR-UR = 0
                 READ UMRFILE NEXT
                 PERFORM UNTIL ERR-UR > 0
                    PERFORM 766-UR-RAPORT-UMOWA
                    READ UMRFILE NEXT
                 END-PERFORM
              END-IF

              MOVE SPACES TO WS-UR-BUFOR
              STRING "UMOW: " WS-UR-LICZNIK
                     "  OSTRZEZEN: " WS-UR-OSTRZEZENIA
                     DELIMITED BY SIZE INTO WS-UR-BUFOR
              PERFORM 768-UR-PISZ-LINIE

              IF WS-UR-OBA-OTWARTE
                 CLOSE POMFILE
              END-IF
              IF WS-UR-OBA-OTWARTE OR WS-UR-WYW-OTWARTY
                 CLOSE WYWFILE
              END-IF
              CLOSE UMRFILE

              IF WS-UR-DRUK-BLAD
                 DISPLAY "BLAD ZAPISU PLIKU RaportUmowRamowych.txt"
              ELSE
                 CLOSE URDRUKFILE
                 DISPLAY "RAPORT ZAPISANY: RaportUmowRamowych.txt"
                 MOVE "RaportUmowRamowych.txt" TO WS-KR-ZRODLO
                 MOVE "RaportUmowRamowych" TO WS-KR-BAZA
                 MOVE "MAGAZYN" TO WS-KR-PROGRAM
                 MOVE "G UMOWY RAMOWE" TO WS-KR-PARAMETRY
                 PERFORM 995-ZACHOWAJ-RAPORT
              END-IF
           END-IF
           .

       766-UR-RAPORT-UMOWA.

           ADD 1 TO WS-UR-LICZNIK
           PERFORM 767-UR-PRZYJETO
           COMPUTE WS-UR-RESZTA = ILOSC-UR - ILOSC-WYWOL-UR
           IF WS-UR-RESZTA < 0
              MOVE 0 TO WS-UR-RESZTA
           END-IF

           MOVE TOWAR-UR TO WS-RUR-TOWAR-O
           MOVE DOSTAWCA-UR TO WS-RUR-DOSTAWCA-O
           MOVE DATA-OD-UR TO WS-RUR-OD-O
           MOVE DATA-DO-UR TO WS-RUR-DO-O
           MOVE ILOSC-UR TO WS-RUR-ILOSC-O
           MOVE ILOSC-WYWOL-UR TO WS-RUR-WYWOL-O
           MOVE WS-UR-PRZYJETO TO WS-RUR-PRZYJ-O
           MOVE WS-UR-RESZTA TO WS-RUR-RESZTA-O
           MOVE SPACES TO WS-RUR-UWAGI-O

           IF UR-ZAMKNIETA
              MOVE "ZAMKNIETA" TO WS-RUR-UWAGI-O
           ELSE
              COMPUTE WS-UR-DATA-8 = 20000000 + DATA-DO-UR
              COMPUTE WS-UR-DNI = FUNCTION INTEGER-OF-DATE
                      (WS-UR-DATA-8) - WS-UR-DZIS-INT
              IF WS-UR-RESZTA * 100 > ILOSC-UR * WS-UR-PROG-PROC
                 IF WS-UR-DNI < 0
                    ADD 1 TO WS-UR-OSTRZEZENIA
                    MOVE "WYGASLA Z RESZTA" TO WS-RUR-UWAGI-O
                 ELSE
                    IF WS-UR-DNI <= WS-UR-PROG-DNI
                       ADD 1 TO WS-UR-OSTRZEZENIA
                       MOVE WS-UR-DNI TO WS-UR-DNI-O
                       STRING "WYGASA ZA" WS-UR-DNI-O " DNI"
                              DELIMITED BY SIZE INTO WS-RUR-UWAGI-O
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE WS-RUR-LINIA TO WS-UR-BUFOR
           PERFORM 768-UR-PISZ-LINIE
           .

       767-UR-PRZYJETO.

      *    SUMA PRZYJEC NA PO WYWOLANYCH Z UMOWY W UMR-REC

           MOVE 0 TO WS-UR-PRZYJETO
           IF WS-UR-OBA-OTWARTE
              MOVE 0 TO NR-PO-WU
              START WYWFILE KEY NOT < NR-PO-WU
              IF ERR-WU = 0
                 READ WYWFILE NEXT
                 PERFORM UNTIL ERR-WU > 0
                    IF KLUCZ-UR-WU = KLUCZ-UR
                       MOVE NR-PO-WU TO NR-PO
                       READ POMFILE
                       IF ERR-POM = 0
                          ADD ILOSC-PRZYJ-P TO WS-UR-PRZYJETO
                       END-IF
                    END-IF
                    READ WYWFILE NEXT
                 END-PERFORM
              END-IF
           END-IF
           .

       768-UR-PISZ-LINIE.

           DISPLAY WS-UR-BUFOR
           IF NOT WS-UR-DRUK-BLAD
              WRITE URDRUK-REC FROM WS-UR-BUFOR
              IF ERR-URD NOT = 0
                 MOVE "T" TO WS-UR-DRUK
              END-IF
           END-IF
           .

       828-SZUKAJ-UMOWY.

      *    UMOWA OBOWIAZUJACA W DNIU WS-PO-DZIS-6 DLA DOSTAWCY
      *    WS-PO-KOD-DOST I TOWARU Z IN-REC; PRZY KILKU PASUJACYCH
      *    WYGRYWA TA Z NAJPOZNIEJSZA DATA-OD

           MOVE "N" TO WS-PO-MA-UMOWE
           MOVE 0 TO WS-PO-CENA-ZAK

           IF CEND-JEST-OTWARTY AND WS-PO-JEST-DOSTAWCA
              MOVE WS-PO-KOD-DOST TO KOD-DOSTAWCY-C
              MOVE TOWAR OF IN-REC TO KOD-TOWARU-C
              MOVE 0 TO DATA-OD-C
              START CENDFILE KEY NOT < KLUCZ-CEND
              IF ERR-CD = 0
                 READ CENDFILE NEXT
                 PERFORM UNTIL ERR-CD > 0
                         OR KOD-DOSTAWCY-C NOT = WS-PO-KOD-DOST
                         OR KOD-TOWARU-C NOT = TOWAR OF IN-REC
                    IF DATA-OD-C <= WS-PO-DZIS-6
                       AND (DATA-DO-C = 0
                            OR DATA-DO-C >= WS-PO-DZIS-6)
                       MOVE "T" TO WS-PO-MA-UMOWE
                       MOVE CENA-ZAKUPU-C TO WS-PO-CENA-ZAK
                    END-IF
                    READ CENDFILE NEXT
                 END-PERFORM
              END-IF
           END-IF
           .

       825-WYBIERZ-DOSTAWCE.

      *    NAJNIZSZA RANGA Z AKTYWNYCH DOSTAWCOW TOWARU Z IN-REC

           IF ERR-CD = 0
              MOVE "T" TO CEND-OTWARTY
           END-IF
           PERFORM 822-OTWORZ-UMOWY-RAMOWE

           ACCEPT WS-PO-DZIS-6 FROM DATE
           STRING "20" WS-PO-DZIS-6 DELIMITED BY SIZE
                 AND NOT WS-PO-OTW-JEST
                 AND WS-CYKL-STATUS = "A"
                 COMPUTE WS-BRAK = WS-PROG-EFEKTYWNY - WS-DOSTEPNE
                 IF DOST-JEST-OTWARTY AND WS-UR-SA-OTWARTE
                    PERFORM 817-POZYCJA-Z-UMOWY-RAMOWEJ
                 END-IF
                 IF WS-BRAK > 0
                    MOVE "N" TO WS-PO-MA-DOSTAWCE
                    IF DOST-JEST-OTWARTY
                       PERFORM 825-WYBIERZ-DOSTAWCE
                       IF WS-PO-JEST-DOSTAWCA AND NOT TRYB-JEST-WSADOWY
                          DISPLAY "TOWAR " TOWAR OF IN-REC
                                  " DOSTAWCA (RANGA " WS-DOST-RANGA
                                  "): " WS-PO-KOD-DOST " " WS-DOST-NAZWA
                          DISPLAY "ZMIENIC DOSTAWCE DLA TEJ POZYCJI? "
                                  "T/N"
                          ACCEPT KASUJ
                          IF T
                             PERFORM 826-WYBIERZ-RECZNIE
                          END-IF
                       END-IF
                    END-IF

                    IF WS-PO-JEST-DOSTAWCA AND WS-PO-OPAK > 1
                       DIVIDE WS-BRAK BY WS-PO-OPAK
                          GIVING WS-OPAK-CALE
                          REMAINDER WS-OPAK-RESZTA
                       IF WS-OPAK-RESZTA > 0
                          ADD 1 TO WS-OPAK-CALE
                       END-IF
                       COMPUTE WS-PO-ZAMOWIONA =
                               WS-OPAK-CALE * WS-PO-OPAK
                    ELSE
                       MOVE WS-BRAK TO WS-PO-ZAMOWIONA
                    END-IF

                    PERFORM 837-DODAJ-POZYCJE-PO
                 END-IF
              END-IF
              READ INFILE

           PERFORM 836-FILTR-TRANSFERY-WEWN

           PERFORM 838-ZAPISZ-WYGENEROWANE
           PERFORM 824-ZAMKNIJ-UMOWY-RAMOWE
           .

       836-FILTR-TRANSFERY-WEWN.
           END-IF
           .

       837-DODAJ-POZYCJE-PO.

      *    POZYCJA WS-PO-ZAMOWIONA TOWARU Z IN-REC U DOSTAWCY
      *    WYBRANEGO PRZEZ 825 TRAFIA DO TABELI GENEROWANYCH PO
      *    (UMOWA CENOWA, KURS WALUTY, WARTOSC DO BUDZETU);
      *    POZYCJA Z UMOWY RAMOWEJ (817) BIERZE CENE I WALUTE
      *    UMOWY RAMOWEJ

           PERFORM 828-SZUKAJ-UMOWY
           IF WS-UR-W-UZYCIU
              MOVE "T" TO WS-PO-MA-UMOWE
              MOVE WS-UR-CENA TO WS-PO-CENA-ZAK
              MOVE WS-UR-WALUTA TO WS-PO-WALUTA
           END-IF
           MOVE WS-PO-WALUTA TO WS-KURS-WALUTA
           MOVE WS-PO-DZIS-6 TO WS-KURS-DATA
           PERFORM 829-SZUKAJ-KURSU

           IF WS-GEN-N < 500
              ADD 1 TO WS-GEN-N
              MOVE TOWAR OF IN-REC TO WS-GEN-TOWAR (WS-GEN-N)
              MOVE LOKALIZACJA OF IN-REC
                   TO WS-GEN-LOK (WS-GEN-N)
              MOVE WS-BRAK TO WS-GEN-BRAK (WS-GEN-N)
              MOVE WS-PO-ZAMOWIONA
                   TO WS-GEN-ZAMOWIONA (WS-GEN-N)
              MOVE WS-PO-KOD-DOST
                   TO WS-GEN-KOD-DOST (WS-GEN-N)
              MOVE WS-DOST-NAZWA
                   TO WS-GEN-NAZWA-DOST (WS-GEN-N)
              MOVE WS-PO-CZAS-DOST
                   TO WS-GEN-CZAS-DOST (WS-GEN-N)
              IF WS-PO-JEST-DOSTAWCA
                 MOVE "T" TO WS-GEN-MA-DOST (WS-GEN-N)
              ELSE
                 MOVE "N" TO WS-GEN-MA-DOST (WS-GEN-N)
                 MOVE SPACES TO WS-GEN-KOD-DOST (WS-GEN-N)
                 MOVE SPACES TO WS-GEN-NAZWA-DOST (WS-GEN-N)
              END-IF
              MOVE "N" TO WS-GEN-POMIN (WS-GEN-N)
              IF WS-UR-W-UZYCIU
                 MOVE WS-UR-KLUCZ TO WS-GEN-UMOWA (WS-GEN-N)
              ELSE
                 MOVE SPACES TO WS-GEN-UMOWA (WS-GEN-N)
              END-IF
              MOVE CATEGORY OF IN-REC
                   TO WS-GEN-KATEGORIA (WS-GEN-N)
              MOVE WS-PO-CENA-ZAK TO WS-GEN-CENA-ZAK (WS-GEN-N)
              MOVE WS-PO-WALUTA TO WS-GEN-WALUTA (WS-GEN-N)
              MOVE WS-KURS-WART TO WS-GEN-KURS (WS-GEN-N)
              IF WS-PO-JEST-UMOWA
                 MOVE "T" TO WS-GEN-MA-UMOWE (WS-GEN-N)
                 MOVE WS-PO-CENA-ZAK TO WS-CENA-LICZBA
                 COMPUTE WS-GEN-WARTOSC (WS-GEN-N) =
                         WS-PO-ZAMOWIONA * WS-CENA-LICZBA *
                         WS-KURS-WART
              ELSE
                 MOVE "N" TO WS-GEN-MA-UMOWE (WS-GEN-N)
                 MOVE CENA-ZAKUP OF IN-REC TO WS-CENA-LICZBA
                 IF WS-CENA-LICZBA = 0
                    MOVE CENA OF IN-REC TO WS-CENA-LICZBA
                 END-IF
                 COMPUTE WS-GEN-WARTOSC (WS-GEN-N) =
                         WS-PO-ZAMOWIONA * WS-CENA-LICZBA
              END-IF
           ELSE
              MOVE "T" TO WS-GEN-LIMIT
           END-IF
           .

       838-ZAPISZ-WYGENEROWANE.

      *    KONTROLA BUDZETU I ZAPIS TABELI GENEROWANYCH PO DO
      *    ZamowieniaPO.txt I REJESTRU ZamowieniaPOM; POFILE
      *    I POMFILE MUSZA BYC OTWARTE, NUMER PO POBRANY (810)

           PERFORM 830-KONTROLA-BUDZETU

           IF WS-BUD-JEST-ZATRZYMANE
              DISPLAY "GENEROWANIE ZAMOWIEN PRZERWANE - BRAK "
                      "ZATWIERDZENIA PRZEKROCZENIA BUDZETU"
              IF TRYB-JEST-WSADOWY
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE POFILE
              CLOSE POMFILE
           ELSE
              PERFORM 841-WCZYTAJ-LIMITY-PO
              PERFORM 840-ZAPISZ-ZAMOWIENIA
              PERFORM 845-ZAPISZ-NUMER-PO
              CLOSE POFILE
              CLOSE POMFILE
              IF WS-ZT-JEST-OTWARTY
                 CLOSE ZATWFILE
                 MOVE "N" TO WS-ZT-OTWARTY
              END-IF
              IF WS-ZT-LICZNIK > 0
                 DISPLAY "PO OCZEKUJACYCH NA ZATWIERDZENIE "
                         "(PRZEKROCZONY LIMIT WARTOSCI): "
                         WS-ZT-LICZNIK
                 DISPLAY "ZATWIERDZENIE W PROGRAMIE PRZYJECIE, "
                         "OPCJA Z"
              END-IF

              IF WS-PO-JEST-BLAD-ZAPISU
                 DISPLAY "BLAD ZAPISU PLIKU ZAMOWIENIOWEGO - PLIK "
                         "ZamowieniaPO.txt MOZE BYC NIEPELNY"
              ELSE
                 DISPLAY "PLIK ZAMOWIENIOWY ZAPISANY: ZamowieniaPO.txt"
              END-IF
              IF WS-POM-JEST-BLAD-ZAPISU
                 DISPLAY "BLAD ZAPISU REJESTRU PO ZamowieniaPOM - "
                         "REJESTR MOZE BYC NIEPELNY"
              ELSE
                 DISPLAY "ZAREJESTROWANO PO W ZamowieniaPOM: "
                         WS-POM-LICZNIK
              END-IF
           END-IF
           .

       850-PLAN-MRP.

      *    PLANOWANIE POTRZEB MATERIALOWYCH DLA ZESTAWOW Z
      *    Receptury W TYGODNIOWYCH KOSZYKACH HORYZONTU:
      *    - POPYT BRUTTO: NIEWYDANE LINIE ZAMOWIEN (TYDZIEN WG
      *      DATA-WYMAGANA-Z NAGLOWKA, ZALEGLE W 1. TYGODNIU),
      *      DLA WYROBOW GOTOWYCH WIEKSZY Z POPYTU Z ZAMOWIEN
      *      I PROGNOZY TYGODNIOWEJ Z Prognoza.txt
      *    - POKRYCIE: STAN Baza5 ZE WSZYSTKICH LOKALIZACJI
      *      I OTWARTE PO Z ZamowieniaPOM WG DATA-OCZEK-P;
      *      REZERWACJE (150) TO TE SAME LINIE ZAMOWIEN, WIEC
      *      WCHODZA DO POPYTU W SWOIM TYGODNIU, A REZERWACJE
      *      SKLADNIKOW ZAMOWIONYCH ZESTAWOW ZASTEPUJE ROZWINIECIE
      *      NIEDOBORU ZESTAWU
      *    - NIEDOBOR ZESTAWU ROZWIJANY WIELOPOZIOMOWO PRZEZ
      *      RECEPTURY, ZAKUP PRZESUNIETY O CZAS DOSTAWY (Dostawcy)
      *    RAPORT PlanMRP.txt; PO ZATWIERDZENIU ZAKUPY DO
      *    ZWOLNIENIA W TYM TYGODNIU IDA NA PO JAK W OPCJI H

           ACCEPT WS-PO-DZIS-6 FROM DATE
           STRING "20" WS-PO-DZIS-6 DELIMITED BY SIZE
                  INTO WS-PO-DZIS-8
           COMPUTE WS-PO-DZIS-INT = FUNCTION INTEGER-OF-DATE
                   (WS-PO-DZIS-8)

           MOVE 8 TO WS-MRP-HORYZONT
           IF NOT TRYB-JEST-WSADOWY
              DISPLAY "HORYZONT PLANOWANIA W TYGODNIACH "
                      "(1-26, ENTER = 8)"
              MOVE SPACES TO WS-MRP-HORYZONT-A
              ACCEPT WS-MRP-HORYZONT-A
              IF WS-MRP-HORYZONT-A NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-MRP-HORYZONT-A) = 0
                 IF FUNCTION NUMVAL (WS-MRP-HORYZONT-A) > 26
                    MOVE 26 TO WS-MRP-HORYZONT
                 ELSE
                    IF FUNCTION NUMVAL (WS-MRP-HORYZONT-A) >= 1
                       COMPUTE WS-MRP-HORYZONT =
                               FUNCTION NUMVAL (WS-MRP-HORYZONT-A)
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE 0 TO WS-MRP-N
           MOVE 0 TO WS-MRR-N
           MOVE 0 TO WS-MRZ-N
           MOVE "N" TO WS-MRP-LIMIT
           MOVE "N" TO WS-MRR-LIMIT
           MOVE "N" TO WS-MRZ-LIMIT

           PERFORM 851-MRP-RECEPTURY

           IF WS-MRP-N = 0
              DISPLAY "BRAK RECEPTUR ZESTAWOW - NIE MA CZEGO "
                      "PLANOWAC"
           ELSE
              IF WS-MRP-LIMIT-PRZEKROCZONY
                 DISPLAY "UWAGA: OSIAGNIETO LIMIT 200 TOWAROW MRP - "
                         "NIEKTORE SKLADNIKI POMINIETO"
              END-IF
              IF WS-MRR-LIMIT-PRZEKROCZONY
                 DISPLAY "UWAGA: OSIAGNIETO LIMIT 1000 LINII "
                         "RECEPTUR - NIEKTORE POMINIETO"
              END-IF
              PERFORM 852-MRP-POZIOMY
              PERFORM 853-MRP-STANY
              PERFORM 854-MRP-POPYT
              PERFORM 855-MRP-DOSTAWY
              PERFORM 856-MRP-DOSTAWCY
              PERFORM 857-MRP-BILANSUJ
              PERFORM 858-MRP-RAPORT

              IF WS-MRP-DO-ZAKUPU > 0
                 AND NOT TRYB-JEST-WSADOWY
                 AND NOT ROLA-PODGLAD
                 DISPLAY "ZAKUPOW DO ZWOLNIENIA W TYM TYGODNIU: "
                         WS-MRP-DO-ZAKUPU
                 DISPLAY "ZATWIERDZIC I WYGENEROWAC PO? T/N"
                 ACCEPT KASUJ
                 IF T
                    PERFORM 859-MRP-ZAMOWIENIA
                 END-IF
              END-IF
           END-IF
           .

       851-MRP-RECEPTURY.

      *    TABELA TOWAROW MRP (ZESTAWY I ICH SKLADNIKI) ORAZ
      *    LINIE RECEPTUR JAKO PARY INDEKSOW TEJ TABELI

           OPEN INPUT RECEPTFILE
           IF ERR-REC = 0
              MOVE SPACES TO ZESTAW-R
              MOVE 0 TO LP-R
              START RECEPTFILE KEY NOT < KLUCZ-REC
              IF ERR-REC = 0
                 READ RECEPTFILE NEXT
                 PERFORM UNTIL ERR-REC > 0
                    MOVE ZESTAW-R TO WS-MRP-SZUKANY
                    MOVE SPACES TO WS-MRP-LOK-SZUK
                    PERFORM 860-MRP-DODAJ-TOWAR
                    MOVE WS-MRP-IDX TO WS-MRP-ZESTAW-IDX
                    IF WS-MRP-IDX > 0
                       MOVE "T" TO WS-MRP-ZESTAW (WS-MRP-IDX)
                    END-IF
                    MOVE SKLADNIK-R TO WS-MRP-SZUKANY
                    MOVE LOK-SKLADNIKA-R TO WS-MRP-LOK-SZUK
                    PERFORM 860-MRP-DODAJ-TOWAR
                    IF WS-MRP-ZESTAW-IDX > 0 AND WS-MRP-IDX > 0
                       IF WS-MRR-N < 1000
                          ADD 1 TO WS-MRR-N
                          MOVE WS-MRP-ZESTAW-IDX
                               TO WS-MRR-ZESTAW (WS-MRR-N)
                          MOVE WS-MRP-IDX TO WS-MRR-SKLADNIK (WS-MRR-N)
                          MOVE ILOSC-R TO WS-MRR-ILOSC (WS-MRR-N)
                       ELSE
                          MOVE "T" TO WS-MRR-LIMIT
                       END-IF
                    END-IF
                    READ RECEPTFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE RECEPTFILE
           END-IF
           .

       852-MRP-POZIOMY.

      *    POZIOM TOWARU = NAJGLEBSZE WYSTAPIENIE W STRUKTURZE
      *    (SKLADNIK JEST CO NAJMNIEJ O JEDEN NIZEJ NIZ KAZDY
      *    JEGO ZESTAW); BILANSOWANIE IDZIE POZIOMAMI, WIEC
      *    SKLADNIK WSPOLNY DLA KILKU ZESTAWOW JEST LICZONY RAZ

           MOVE 0 TO WS-MRP-PRZEBIEG
           MOVE "T" TO WS-MRP-ZMIANA
           PERFORM UNTIL NOT WS-MRP-JEST-ZMIANA
                   OR WS-MRP-PRZEBIEG = 20
              ADD 1 TO WS-MRP-PRZEBIEG
              MOVE "N" TO WS-MRP-ZMIANA
              PERFORM VARYING WS-MRR-I FROM 1 BY 1
                      UNTIL WS-MRR-I > WS-MRR-N
                 MOVE WS-MRR-ZESTAW (WS-MRR-I) TO WS-MRP-ZESTAW-IDX
                 MOVE WS-MRR-SKLADNIK (WS-MRR-I) TO WS-MRP-IDX
                 IF WS-MRP-POZIOM (WS-MRP-IDX) <=
                    WS-MRP-POZIOM (WS-MRP-ZESTAW-IDX)
                    COMPUTE WS-MRP-POZIOM (WS-MRP-IDX) =
                            WS-MRP-POZIOM (WS-MRP-ZESTAW-IDX) + 1
                    MOVE "T" TO WS-MRP-ZMIANA
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-MRP-JEST-ZMIANA
              DISPLAY "UWAGA: RECEPTURY ZAWIERAJA CYKL (ZESTAW "
                      "W SWOIM SKLADNIKU) - PLAN MOZE BYC NIEPELNY"
           END-IF

           MOVE 0 TO WS-MRP-POZIOM-MAX
           PERFORM VARYING WS-MRP-I FROM 1 BY 1
                   UNTIL WS-MRP-I > WS-MRP-N
              IF WS-MRP-POZIOM (WS-MRP-I) > WS-MRP-POZIOM-MAX
                 MOVE WS-MRP-POZIOM (WS-MRP-I) TO WS-MRP-POZIOM-MAX
              END-IF
           END-PERFORM
           .

       853-MRP-STANY.

      *    STAN TOWARU ZE WSZYSTKICH LOKALIZACJI Baza5 ORAZ
      *    STATUS CYKLU ZYCIA (WYGASZANYCH I WYCOFANYCH NIE
      *    ZAMAWIAMY, TAK JAK W OPCJI H)

           OPEN INPUT INFILE
           IF ERR NOT = 0
              MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              PERFORM VARYING WS-MRP-I FROM 1 BY 1
                      UNTIL WS-MRP-I > WS-MRP-N
                 MOVE WS-MRP-TOWAR (WS-MRP-I) TO TOWAR
                 START INFILE KEY = TOWAR
                 IF ERR = 0
                    READ INFILE
                    PERFORM UNTIL ERR > 0
                            OR TOWAR OF IN-REC NOT =
                               WS-MRP-TOWAR (WS-MRP-I)
                       MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                       ADD WS-ILOSC-LICZBA TO WS-MRP-STAN (WS-MRP-I)
                       IF WS-MRP-LOK (WS-MRP-I) = SPACES
                          MOVE LOKALIZACJA OF IN-REC
                               TO WS-MRP-LOK (WS-MRP-I)
                       END-IF
                       READ INFILE
                    END-PERFORM
                 END-IF
                 MOVE WS-MRP-TOWAR (WS-MRP-I) TO TOWAR OF IN-REC
                 PERFORM 988-STATUS-CYKLU
                 MOVE WS-CYKL-STATUS TO WS-MRP-CYKL (WS-MRP-I)
              END-PERFORM
           END-IF
           CLOSE INFILE
           .

       854-MRP-POPYT.

      *    NIEWYDANA RESZTA LINII OTWARTYCH I BACKORDEROWYCH
      *    W TYGODNIU DATY WYMAGANEJ ZAMOWIENIA (BEZ DATY LUB
      *    PO TERMINIE - TYDZIEN 1, POZA HORYZONTEM - POMIJANA)

           OPEN INPUT ZAMLFILE
           IF ERR-ZL = 0
              MOVE "N" TO WS-MRP-ZAM-OTWARTY
              OPEN INPUT ZAMOWFILE
              IF ERR-ZAM = 0
                 MOVE "T" TO WS-MRP-ZAM-OTWARTY
              END-IF
              MOVE 0 TO NR-ZAM-L
              MOVE 0 TO LP-L
              START ZAMLFILE KEY NOT < KLUCZ-LINII
              IF ERR-ZL = 0
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-ZL > 0
                    IF (LIN-OTWARTA OR LIN-BACKORDER)
                       AND NOT LIN-DROPSHIP
                       AND ILOSC-L > ILOSC-WYDANA-L
                       MOVE TOWAR-L TO WS-MRP-SZUKANY
                       PERFORM 861-MRP-ZNAJDZ-TOWAR
                       IF WS-MRP-IDX > 0
                          MOVE 0 TO WS-MRP-DATA-6
                          IF WS-MRP-ZAM-JEST-OTWARTY
                             MOVE NR-ZAM-L TO NR-ZAMOWIENIA
                             READ ZAMOWFILE
                             IF ERR-ZAM = 0
                                MOVE DATA-WYMAGANA-Z TO WS-MRP-DATA-6
                             END-IF
                          END-IF
                          PERFORM 862-MRP-TYDZIEN
                          IF WS-MRP-TYDZ <= WS-MRP-HORYZONT
                             MOVE WS-MRP-TYDZ TO WS-MRP-T
                             COMPUTE WS-MRP-ZAMOW
                                     (WS-MRP-IDX, WS-MRP-T) =
                                     WS-MRP-ZAMOW
                                     (WS-MRP-IDX, WS-MRP-T) +
                                     ILOSC-L - ILOSC-WYDANA-L
                          END-IF
                       END-IF
                    END-IF
                    READ ZAMLFILE NEXT
                 END-PERFORM
              END-IF
              IF WS-MRP-ZAM-JEST-OTWARTY
                 CLOSE ZAMOWFILE
              END-IF
              CLOSE ZAMLFILE
           END-IF

           OPEN INPUT PROGNOZAFILE
           IF ERR-PRG = 0
              READ PROGNOZAFILE INTO WS-PRG-LINIA
              PERFORM UNTIL ERR-PRG > 0
                 MOVE WS-PRG-TOWAR-A TO WS-MRP-SZUKANY
                 PERFORM 861-MRP-ZNAJDZ-TOWAR
                 IF WS-MRP-IDX > 0
                    AND WS-PRG-MIES-A >= 1 AND WS-PRG-MIES-A <= 12
                    COMPUTE WS-MRP-PROGN (WS-MRP-IDX, WS-PRG-MIES-A)
                            = FUNCTION NUMVAL (WS-PRG-ILOSC-A)
                 END-IF
                 READ PROGNOZAFILE INTO WS-PRG-LINIA
              END-PERFORM
              CLOSE PROGNOZAFILE
           END-IF

      *    PROGNOZA MIESIECZNA NA TYDZIEN = 7/30 MIESIACA, WG
      *    MIESIACA PIERWSZEGO DNIA TYGODNIA; ZAMOWIENIA ZUZYWAJA
      *    PROGNOZE, WIEC DO POPYTU IDZIE WIEKSZA Z TYCH ILOSCI

           PERFORM VARYING WS-MRP-I FROM 1 BY 1
                   UNTIL WS-MRP-I > WS-MRP-N
              PERFORM VARYING WS-MRP-T FROM 1 BY 1
                      UNTIL WS-MRP-T > WS-MRP-HORYZONT
                 MOVE WS-MRP-ZAMOW (WS-MRP-I, WS-MRP-T)
                      TO WS-MRP-BRUTTO (WS-MRP-I, WS-MRP-T)
                 IF WS-MRP-ZESTAW (WS-MRP-I) = "T"
                    AND WS-MRP-POZIOM (WS-MRP-I) = 0
                    COMPUTE WS-MRP-DATA-INT =
                            WS-PO-DZIS-INT + 7 * (WS-MRP-T - 1)
                    COMPUTE WS-MRP-DATA-8 = FUNCTION DATE-OF-INTEGER
                            (WS-MRP-DATA-INT)
                    MOVE WS-MRP-DATA-8(5:2) TO WS-MRP-M
                    COMPUTE WS-MRP-TYGODNIOWA ROUNDED =
                            WS-MRP-PROGN (WS-MRP-I, WS-MRP-M) * 7 / 30
                    IF WS-MRP-TYGODNIOWA >
                       WS-MRP-BRUTTO (WS-MRP-I, WS-MRP-T)
                       MOVE WS-MRP-TYGODNIOWA
                            TO WS-MRP-BRUTTO (WS-MRP-I, WS-MRP-T)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       855-MRP-DOSTAWY.

      *    OTWARTE PO (NIE ZAMKNIETE) - NIEPRZYJETA RESZTA
      *    W TYGODNIU OCZEKIWANEJ DOSTAWY DATA-OCZEK-P

           OPEN INPUT POMFILE
           IF ERR-POM = 0
              MOVE 0 TO NR-PO
              START POMFILE KEY NOT < NR-PO
              IF ERR-POM = 0
                 READ POMFILE NEXT
                 PERFORM UNTIL ERR-POM > 0
                    IF NOT PO-ZAMKNIETE
                       AND NOT PO-DROPSHIP
                       AND ILOSC-ZAM-P > ILOSC-PRZYJ-P
                       MOVE TOWAR-P TO WS-MRP-SZUKANY
                       PERFORM 861-MRP-ZNAJDZ-TOWAR
                       IF WS-MRP-IDX > 0
                          MOVE DATA-OCZEK-P TO WS-MRP-DATA-6
                          PERFORM 862-MRP-TYDZIEN
                          IF WS-MRP-TYDZ <= WS-MRP-HORYZONT
                             MOVE WS-MRP-TYDZ TO WS-MRP-T
                             COMPUTE WS-MRP-PRZYJ
                                     (WS-MRP-IDX, WS-MRP-T) =
                                     WS-MRP-PRZYJ
                                     (WS-MRP-IDX, WS-MRP-T) +
                                     ILOSC-ZAM-P - ILOSC-PRZYJ-P
                          END-IF
                       END-IF
                    END-IF
                    READ POMFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE POMFILE
           END-IF

           PERFORM 865-MRP-ZLECENIA-MONTAZU
           .

       865-MRP-ZLECENIA-MONTAZU.

      *    OTWARTE ZLECENIE MONTAZU: NIEWYKONANA RESZTA ZESTAWOW
      *    JEST PRZYJECIEM, A REZERWACJA SKLADNIKOW ZAPOTRZEBOWANIEM
      *    BRUTTO - OBA W TYGODNIU TERMINU ZLECENIA

           OPEN INPUT ZMOFILE
           IF ERR-ZMO = 0
              OPEN INPUT ZMOLFILE
              MOVE 0 TO NR-ZMO
              START ZMOFILE KEY NOT < NR-ZMO
              IF ERR-ZMO = 0
                 READ ZMOFILE NEXT
                 PERFORM UNTIL ERR-ZMO > 0
                    IF ZMO-OTWARTE OR ZMO-CZESCIOWE
                       MOVE DATA-PLAN-ZMO TO WS-MRP-DATA-6
                       PERFORM 862-MRP-TYDZIEN
                       IF WS-MRP-TYDZ <= WS-MRP-HORYZONT
                          MOVE WS-MRP-TYDZ TO WS-MRP-T
                          MOVE ZESTAW-ZMO TO WS-MRP-SZUKANY
                          PERFORM 861-MRP-ZNAJDZ-TOWAR
                          IF WS-MRP-IDX > 0
                             COMPUTE WS-MRP-PRZYJ
                                     (WS-MRP-IDX, WS-MRP-T) =
                                     WS-MRP-PRZYJ
                                     (WS-MRP-IDX, WS-MRP-T) +
                                     ILOSC-ZMO - ILOSC-WYK-ZMO
                          END-IF
                          PERFORM 866-MRP-SKLADNIKI-ZLECENIA
                       END-IF
                    END-IF
                    READ ZMOFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZMOLFILE
              CLOSE ZMOFILE
           END-IF
           .

       866-MRP-SKLADNIKI-ZLECENIA.

           MOVE NR-ZMO TO NR-ZMOL
           MOVE 0 TO LP-ZMOL
           START ZMOLFILE KEY NOT < KLUCZ-ZMOL
           IF ERR-ZMOL = 0
              READ ZMOLFILE NEXT
              PERFORM UNTIL ERR-ZMOL > 0 OR NR-ZMOL NOT = NR-ZMO
                 IF REZ-ZMOL > 0
                    MOVE SKLADNIK-ZMOL TO WS-MRP-SZUKANY
                    PERFORM 861-MRP-ZNAJDZ-TOWAR
                    IF WS-MRP-IDX > 0
                       ADD REZ-ZMOL TO WS-MRP-BRUTTO
                           (WS-MRP-IDX, WS-MRP-T)
                    END-IF
                 END-IF
                 READ ZMOLFILE NEXT
              END-PERFORM
           END-IF
           .

       856-MRP-DOSTAWCY.

      *    TOWAR KUPOWANY (BEZ RECEPTURY): DOSTAWCA WG RANGI (825),
      *    CZAS DOSTAWY ZAOKRAGLONY W GORE DO PELNYCH TYGODNI
      *    I OPAKOWANIE; ZESTAW MONTUJEMY U SIEBIE BEZ PRZESUNIECIA

           MOVE "N" TO DOST-OTWARTY
           OPEN INPUT DOSTFILE
           IF ERR-D = 0
              MOVE "T" TO DOST-OTWARTY
           END-IF

           PERFORM VARYING WS-MRP-I FROM 1 BY 1
                   UNTIL WS-MRP-I > WS-MRP-N
              IF WS-MRP-ZESTAW (WS-MRP-I) NOT = "T"
                 AND DOST-JEST-OTWARTY
                 MOVE WS-MRP-TOWAR (WS-MRP-I) TO TOWAR OF IN-REC
                 PERFORM 825-WYBIERZ-DOSTAWCE
                 IF WS-PO-JEST-DOSTAWCA
                    MOVE "T" TO WS-MRP-MA-DOST (WS-MRP-I)
                    MOVE WS-PO-KOD-DOST TO WS-MRP-KOD-DOST (WS-MRP-I)
                    MOVE WS-PO-CZAS-DOST TO WS-MRP-CZAS (WS-MRP-I)
                    MOVE WS-PO-OPAK TO WS-MRP-OPAK (WS-MRP-I)
                    COMPUTE WS-MRP-PRZESUN (WS-MRP-I) =
                            (WS-PO-CZAS-DOST + 6) / 7
                 END-IF
              END-IF
           END-PERFORM

           IF DOST-JEST-OTWARTY
              CLOSE DOSTFILE
           END-IF
           .

       857-MRP-BILANSUJ.

      *    BILANS KOLEJNYCH POZIOMOW: NIEDOBOR W TYGODNIU DAJE
      *    ZLECENIE PLANOWANE (W PELNYCH OPAKOWANIACH), ZWALNIANE
      *    O CZAS DOSTAWY WCZESNIEJ; ZLECENIE MONTAZU ZESTAWU
      *    STAJE SIE POPYTEM BRUTTO SKLADNIKOW W TYM TYGODNIU

           PERFORM VARYING WS-MRP-POZIOM-BIEZ FROM 0 BY 1
                   UNTIL WS-MRP-POZIOM-BIEZ > WS-MRP-POZIOM-MAX
              PERFORM VARYING WS-MRP-I FROM 1 BY 1
                      UNTIL WS-MRP-I > WS-MRP-N
                 IF WS-MRP-POZIOM (WS-MRP-I) = WS-MRP-POZIOM-BIEZ
                    PERFORM 863-MRP-BILANS-TOWARU
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-MRZ-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: OSIAGNIETO LIMIT 500 ZLECEN "
                      "PLANOWANYCH - RAPORT NIEPELNY"
           END-IF
           .

       858-MRP-RAPORT.

           MOVE 0 TO WS-MRP-DO-ZAKUPU
           MOVE "N" TO WS-MRP-ZAPIS-BLAD
           OPEN OUTPUT MRPFILE
           IF ERR-MRP NOT = 0
              MOVE "T" TO WS-MRP-ZAPIS-BLAD
              MOVE ERR-MRP TO WS-BLAD-KOD
              MOVE "OTWARCIE PlanMRP.txt" TO WS-BLAD-KONTEKST
              PERFORM 950-OPISZ-BLAD
           END-IF

           MOVE WS-PO-DZIS-6 TO WS-MRN-DATA-O
           MOVE WS-MRP-HORYZONT TO WS-MRN-HORYZONT-O
           MOVE WS-MRP-NAGLOWEK TO WS-MRP-BUFOR
           PERFORM 864-MRP-PISZ-LINIE
           MOVE WS-MRP-KOLUMNY TO WS-MRP-BUFOR
           PERFORM 864-MRP-PISZ-LINIE

           PERFORM VARYING WS-MRZ-I FROM 1 BY 1
                   UNTIL WS-MRZ-I > WS-MRZ-N
              MOVE WS-MRZ-IDX (WS-MRZ-I) TO WS-MRP-IDX
              MOVE WS-MRP-TOWAR (WS-MRP-IDX) TO WS-MRL-TOWAR
              MOVE WS-MRP-POZIOM (WS-MRP-IDX) TO WS-MRL-POZIOM
              MOVE WS-MRZ-TYDZ-P (WS-MRZ-I) TO WS-MRL-TYDZ-P
              MOVE WS-MRZ-TYDZ-Z (WS-MRZ-I) TO WS-MRL-TYDZ-Z
              MOVE WS-MRZ-BRAK (WS-MRZ-I) TO WS-MRL-BRAK
              MOVE WS-MRZ-ILOSC (WS-MRZ-I) TO WS-MRL-ILOSC
              MOVE WS-MRP-KOD-DOST (WS-MRP-IDX) TO WS-MRL-DOST
              MOVE SPACES TO WS-MRL-UWAGI
              IF WS-MRZ-TYDZ-Z (WS-MRZ-I) < 1
                 MOVE WS-PO-DZIS-6 TO WS-MRL-DATA-Z
                 MOVE "ZALEGLE - ZWOLNIC NATYCHMIAST" TO WS-MRL-UWAGI
              ELSE
                 COMPUTE WS-MRP-DATA-INT = WS-PO-DZIS-INT +
                         7 * (WS-MRZ-TYDZ-Z (WS-MRZ-I) - 1)
                 COMPUTE WS-MRP-DATA-8 = FUNCTION DATE-OF-INTEGER
                         (WS-MRP-DATA-INT)
                 MOVE WS-MRP-DATA-8(3:6) TO WS-MRL-DATA-Z
              END-IF
              IF WS-MRP-ZESTAW (WS-MRP-IDX) = "T"
                 MOVE "MONTAZ" TO WS-MRL-RODZAJ
                 MOVE "ZLECENIE MONTAZU (OPCJA 9)" TO WS-MRL-UWAGI
              ELSE
                 MOVE "ZAKUP" TO WS-MRL-RODZAJ
                 IF WS-MRP-MA-DOST (WS-MRP-IDX) NOT = "T"
                    MOVE "BRAK DOSTAWCY W KARTOTECE" TO WS-MRL-UWAGI
                 END-IF
                 IF WS-MRP-CYKL (WS-MRP-IDX) NOT = "A"
                    MOVE "STATUS CYKLU ZYCIA - NIE ZAMAWIAC"
                         TO WS-MRL-UWAGI
                 END-IF
                 IF WS-MRZ-TYDZ-Z (WS-MRZ-I) <= 1
                    AND WS-MRP-CYKL (WS-MRP-IDX) = "A"
                    ADD 1 TO WS-MRP-DO-ZAKUPU
                 END-IF
              END-IF
              MOVE WS-MRP-LINIA TO WS-MRP-BUFOR
              PERFORM 864-MRP-PISZ-LINIE
           END-PERFORM

           MOVE SPACES TO WS-MRP-BUFOR
           STRING "ZLECEN PLANOWANYCH: " WS-MRZ-N
                  "  ZAKUPOW DO ZWOLNIENIA W TYM TYGODNIU: "
                  WS-MRP-DO-ZAKUPU
                  DELIMITED BY SIZE INTO WS-MRP-BUFOR
           PERFORM 864-MRP-PISZ-LINIE

           CLOSE MRPFILE
           IF WS-MRP-JEST-BLAD-ZAPISU
              DISPLAY "BLAD ZAPISU PLIKU PlanMRP.txt - RAPORT "
                      "NIEKOMPLETNY"
           ELSE
              DISPLAY "PLAN MRP ZAPISANY: PlanMRP.txt"
              MOVE "PlanMRP.txt" TO WS-KR-ZRODLO
              MOVE "PlanMRP" TO WS-KR-BAZA
              MOVE "MAGAZYN" TO WS-KR-PROGRAM
              MOVE SPACES TO WS-KR-PARAMETRY
              STRING "0 HORYZONT " WS-MRP-HORYZONT
                     DELIMITED BY SIZE INTO WS-KR-PARAMETRY
              PERFORM 995-ZACHOWAJ-RAPORT
           END-IF
           .

       859-MRP-ZAMOWIENIA.

      *    ZATWIERDZONE ZAKUPY Z PLANU (ZWOLNIENIE W TYM TYGODNIU
      *    LUB ZALEGLE, TOWAR AKTYWNY) IDA NA PO TA SAMA DROGA CO
      *    W OPCJI H: DOSTAWCA (825/826), UMOWA I KURS (837),
      *    BUDZET I ZAPIS DO ZamowieniaPO.txt I ZamowieniaPOM (838)

           MOVE "N" TO WS-PO-ZAPIS-BLAD

           OPEN INPUT INFILE.
           IF ERR NOT = 0
              MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           END-IF

           MOVE "N" TO DOST-OTWARTY
           OPEN INPUT DOSTFILE.
           IF ERR-D = 0
              MOVE "T" TO DOST-OTWARTY
           ELSE
              IF ERR-D NOT = 35
                 MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
                 MOVE ERR-D TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
              END-IF
           END-IF

           OPEN OUTPUT POFILE.
           IF ERR-P NOT = 0
              MOVE "T" TO WS-PO-ZAPIS-BLAD
              MOVE "OTWARCIE PLIKU ZAMOWIENIOWEGO" TO WS-BLAD-KONTEKST
              MOVE ERR-P TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           END-IF

           MOVE "N" TO WS-POM-ZAPIS-BLAD
           PERFORM 805-OTWORZ-POM
           PERFORM 810-NASTEPNY-NR-PO

           MOVE "N" TO CEND-OTWARTY
           OPEN INPUT CENDFILE
           IF ERR-CD = 0
              MOVE "T" TO CEND-OTWARTY
           END-IF
           PERFORM 822-OTWORZ-UMOWY-RAMOWE

           MOVE 0 TO WS-POM-LICZNIK
           MOVE 0 TO WS-GEN-N
           MOVE "N" TO WS-GEN-LIMIT

           PERFORM VARYING WS-MRZ-I FROM 1 BY 1
                   UNTIL WS-MRZ-I > WS-MRZ-N
              MOVE WS-MRZ-IDX (WS-MRZ-I) TO WS-MRP-IDX
              IF WS-MRP-ZESTAW (WS-MRP-IDX) NOT = "T"
                 AND WS-MRZ-TYDZ-Z (WS-MRZ-I) <= 1
                 AND WS-MRP-CYKL (WS-MRP-IDX) = "A"
                 MOVE WS-MRP-TOWAR (WS-MRP-IDX) TO TOWAR
                 MOVE WS-MRP-LOK (WS-MRP-IDX) TO LOKALIZACJA
                 START INFILE KEY = TOWAR-KLUCZ
                 IF ERR NOT = 0
                    MOVE WS-MRP-TOWAR (WS-MRP-IDX) TO TOWAR
                    START INFILE KEY = TOWAR
                 END-IF
                 IF ERR = 0
                    READ INFILE
                 END-IF
                 IF ERR NOT = 0
                    DISPLAY "TOWAR " WS-MRP-TOWAR (WS-MRP-IDX)
                            " POMINIETO - BRAK KARTOTEKI W Baza5"
                 ELSE
                    MOVE WS-MRZ-BRAK (WS-MRZ-I) TO WS-BRAK
                    IF DOST-JEST-OTWARTY AND WS-UR-SA-OTWARTE
                       PERFORM 817-POZYCJA-Z-UMOWY-RAMOWEJ
                    END-IF
                    IF WS-BRAK > 0
                       MOVE "N" TO WS-PO-MA-DOSTAWCE
                       IF DOST-JEST-OTWARTY
                          PERFORM 825-WYBIERZ-DOSTAWCE
                          IF WS-PO-JEST-DOSTAWCA
                             DISPLAY "TOWAR " TOWAR OF IN-REC
                                     " DOSTAWCA (RANGA " WS-DOST-RANGA
                                     "): " WS-PO-KOD-DOST " "
                                     WS-DOST-NAZWA
                             DISPLAY "ZMIENIC DOSTAWCE DLA TEJ "
                                     "POZYCJI? T/N"
                             ACCEPT KASUJ
                             IF T
                                PERFORM 826-WYBIERZ-RECZNIE
                             END-IF
                          END-IF
                       END-IF

                       IF WS-PO-JEST-DOSTAWCA AND WS-PO-OPAK > 1
                          DIVIDE WS-BRAK BY WS-PO-OPAK
                             GIVING WS-OPAK-CALE
                             REMAINDER WS-OPAK-RESZTA
                          IF WS-OPAK-RESZTA > 0
                             ADD 1 TO WS-OPAK-CALE
                          END-IF
                          COMPUTE WS-PO-ZAMOWIONA =
                                  WS-OPAK-CALE * WS-PO-OPAK
                       ELSE
                          MOVE WS-BRAK TO WS-PO-ZAMOWIONA
                       END-IF

                       PERFORM 837-DODAJ-POZYCJE-PO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE INFILE
           IF DOST-JEST-OTWARTY
              CLOSE DOSTFILE
           END-IF
           IF CEND-JEST-OTWARTY
              CLOSE CENDFILE
           END-IF

           IF WS-GEN-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: OSIAGNIETO LIMIT 500 POZYCJI - "
                      "NIEKTORE TOWARY POMINIETO W GENEROWANIU"
           END-IF

           PERFORM 838-ZAPISZ-WYGENEROWANE
           PERFORM 824-ZAMKNIJ-UMOWY-RAMOWE
           .

       860-MRP-DODAJ-TOWAR.

      *    INDEKS TOWARU WS-MRP-SZUKANY W TABELI MRP - NOWY TOWAR
      *    JEST DOPISYWANY; PRZY PELNEJ TABELI INDEKS 0

           PERFORM 861-MRP-ZNAJDZ-TOWAR
           IF WS-MRP-IDX = 0
              IF WS-MRP-N < 200
                 ADD 1 TO WS-MRP-N
                 MOVE WS-MRP-N TO WS-MRP-IDX
                 MOVE WS-MRP-SZUKANY TO WS-MRP-TOWAR (WS-MRP-IDX)
                 MOVE SPACES TO WS-MRP-LOK (WS-MRP-IDX)
                 MOVE 0 TO WS-MRP-POZIOM (WS-MRP-IDX)
                 MOVE "N" TO WS-MRP-ZESTAW (WS-MRP-IDX)
                 MOVE 0 TO WS-MRP-STAN (WS-MRP-IDX)
                 MOVE 0 TO WS-MRP-CZAS (WS-MRP-IDX)
                 MOVE 0 TO WS-MRP-PRZESUN (WS-MRP-IDX)
                 MOVE 1 TO WS-MRP-OPAK (WS-MRP-IDX)
                 MOVE "N" TO WS-MRP-MA-DOST (WS-MRP-IDX)
                 MOVE SPACES TO WS-MRP-KOD-DOST (WS-MRP-IDX)
                 MOVE "A" TO WS-MRP-CYKL (WS-MRP-IDX)
                 PERFORM VARYING WS-MRP-M FROM 1 BY 1
                         UNTIL WS-MRP-M > 12
                    MOVE 0 TO WS-MRP-PROGN (WS-MRP-IDX, WS-MRP-M)
                 END-PERFORM
                 PERFORM VARYING WS-MRP-T FROM 1 BY 1
                         UNTIL WS-MRP-T > 26
                    MOVE 0 TO WS-MRP-BRUTTO (WS-MRP-IDX, WS-MRP-T)
                    MOVE 0 TO WS-MRP-ZAMOW (WS-MRP-IDX, WS-MRP-T)
                    MOVE 0 TO WS-MRP-PRZYJ (WS-MRP-IDX, WS-MRP-T)
                 END-PERFORM
              ELSE
                 MOVE "T" TO WS-MRP-LIMIT
              END-IF
           END-IF
           IF WS-MRP-IDX > 0
              IF WS-MRP-LOK (WS-MRP-IDX) = SPACES
                 MOVE WS-MRP-LOK-SZUK TO WS-MRP-LOK (WS-MRP-IDX)
              END-IF
           END-IF
           .

       861-MRP-ZNAJDZ-TOWAR.

           MOVE 0 TO WS-MRP-IDX
           PERFORM VARYING WS-MRP-I FROM 1 BY 1
                   UNTIL WS-MRP-I > WS-MRP-N OR WS-MRP-IDX > 0
              IF WS-MRP-TOWAR (WS-MRP-I) = WS-MRP-SZUKANY
                 MOVE WS-MRP-I TO WS-MRP-IDX
              END-IF
           END-PERFORM
           .

       862-MRP-TYDZIEN.

      *    TYDZIEN HORYZONTU DLA DATY WS-MRP-DATA-6 (RRMMDD);
      *    BRAK DATY I DATA MINIONA DAJA TYDZIEN 1

           MOVE 1 TO WS-MRP-TYDZ
           IF WS-MRP-DATA-6 > 0
              STRING "20" WS-MRP-DATA-6 DELIMITED BY SIZE
                     INTO WS-MRP-DATA-8
              COMPUTE WS-MRP-DATA-INT = FUNCTION INTEGER-OF-DATE
                      (WS-MRP-DATA-8)
              IF WS-MRP-DATA-INT > WS-PO-DZIS-INT
                 COMPUTE WS-MRP-TYDZ =
                         (WS-MRP-DATA-INT - WS-PO-DZIS-INT) / 7 + 1
              END-IF
           END-IF
           .

       863-MRP-BILANS-TOWARU.

           MOVE WS-MRP-STAN (WS-MRP-I) TO WS-MRP-SALDO
           PERFORM VARYING WS-MRP-T FROM 1 BY 1
                   UNTIL WS-MRP-T > WS-MRP-HORYZONT
              COMPUTE WS-MRP-SALDO = WS-MRP-SALDO +
                      WS-MRP-PRZYJ (WS-MRP-I, WS-MRP-T) -
                      WS-MRP-BRUTTO (WS-MRP-I, WS-MRP-T)
              IF WS-MRP-SALDO < 0
                 COMPUTE WS-MRP-BRAK = 0 - WS-MRP-SALDO
                 IF WS-MRP-OPAK (WS-MRP-I) > 1
                    DIVIDE WS-MRP-BRAK BY WS-MRP-OPAK (WS-MRP-I)
                       GIVING WS-OPAK-CALE
                       REMAINDER WS-OPAK-RESZTA
                    IF WS-OPAK-RESZTA > 0
                       ADD 1 TO WS-OPAK-CALE
                    END-IF
                    COMPUTE WS-MRP-ILOSC =
                            WS-OPAK-CALE * WS-MRP-OPAK (WS-MRP-I)
                 ELSE
                    MOVE WS-MRP-BRAK TO WS-MRP-ILOSC
                 END-IF
                 ADD WS-MRP-ILOSC TO WS-MRP-SALDO
                 COMPUTE WS-MRP-TYDZ =
                         WS-MRP-T - WS-MRP-PRZESUN (WS-MRP-I)

                 IF WS-MRZ-N < 500
                    ADD 1 TO WS-MRZ-N
                    MOVE WS-MRP-I TO WS-MRZ-IDX (WS-MRZ-N)
                    MOVE WS-MRP-T TO WS-MRZ-TYDZ-P (WS-MRZ-N)
                    MOVE WS-MRP-TYDZ TO WS-MRZ-TYDZ-Z (WS-MRZ-N)
                    MOVE WS-MRP-BRAK TO WS-MRZ-BRAK (WS-MRZ-N)
                    MOVE WS-MRP-ILOSC TO WS-MRZ-ILOSC (WS-MRZ-N)
                 ELSE
                    MOVE "T" TO WS-MRZ-LIMIT
                 END-IF

                 IF WS-MRP-ZESTAW (WS-MRP-I) = "T"
                    PERFORM VARYING WS-MRR-I FROM 1 BY 1
                            UNTIL WS-MRR-I > WS-MRR-N
                       IF WS-MRR-ZESTAW (WS-MRR-I) = WS-MRP-I
                          MOVE WS-MRR-SKLADNIK (WS-MRR-I)
                               TO WS-MRP-IDX
                          COMPUTE WS-MRP-BRUTTO
                                  (WS-MRP-IDX, WS-MRP-T) =
                                  WS-MRP-BRUTTO
                                  (WS-MRP-IDX, WS-MRP-T) +
                                  WS-MRP-ILOSC * WS-MRR-ILOSC (WS-MRR-I)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           .

       864-MRP-PISZ-LINIE.

           DISPLAY WS-MRP-BUFOR
           IF NOT WS-MRP-JEST-BLAD-ZAPISU
              WRITE MRP-REC FROM WS-MRP-BUFOR
              IF ERR-MRP NOT = 0
                 MOVE "T" TO WS-MRP-ZAPIS-BLAD
              END-IF
           END-IF
           .

       640-UZUPELNIENIE-POBRAN.

      *    UZUPELNIENIE MIEJSC POBRAN: DLA POZYCJI PONIZEJ MINIMUM
      *    SZUKAMY NADWYZEK W INNYCH LOKALIZACJACH TEGO SAMEGO
      *    TOWARU I ZAMIAST ZAMOWIENIA EMITUJEMY LISTE ZADAN
      *    TRANSFERU WEWNETRZNEGO (ZadaniaTransferu.txt)

           MOVE 0 TO WS-UZ-N
           MOVE "N" TO WS-UZ-LIMIT
           MOVE 0 TO WS-UZ-ZADAN

           OPEN INPUT INFILE
           IF ERR NOT = 0
              MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              READ INFILE
              PERFORM UNTIL ERR > 0
                 MOVE MIN-ILOSC OF IN-REC TO WS-PROG-EFEKTYWNY
                 IF WS-PROG-EFEKTYWNY = 0
                    MOVE PROG-NISKI-STAN TO WS-PROG-EFEKTYWNY
                 END-IF
                 IF ILOSC OF IN-REC < WS-PROG-EFEKTYWNY
                    IF WS-UZ-N < 300
                       ADD 1 TO WS-UZ-N
                       MOVE TOWAR OF IN-REC
                            TO WS-UZ-TOWAR (WS-UZ-N)
                       MOVE LOKALIZACJA OF IN-REC
                            TO WS-UZ-LOK (WS-UZ-N)
                       MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                       COMPUTE WS-UZ-BRAK (WS-UZ-N) =
                               WS-PROG-EFEKTYWNY - WS-ILOSC-LICZBA
                    ELSE
                       MOVE "T" TO WS-UZ-LIMIT
                    END-IF
                 END-IF
                 READ INFILE
              END-PERFORM

              OPEN OUTPUT ZADANIAFILE
              IF ERR-ZAD NOT = 0
                 MOVE "OTWARCIE ZADAN" TO WS-BLAD-KONTEKST
                 MOVE ERR-ZAD TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
              ELSE
                 DISPLAY "ZADANIA TRANSFERU WEWNETRZNEGO:"
                 PERFORM VARYING WS-UZ-I FROM 1 BY 1
                         UNTIL WS-UZ-I > WS-UZ-N
                    PERFORM 645-ZADANIA-DLA-POZYCJI
                 END-PERFORM
                 CLOSE ZADANIAFILE
              END-IF

              CLOSE INFILE
              DISPLAY "---------------------"
              DISPLAY "POZYCJI PONIZEJ MINIMUM: " WS-UZ-N
              DISPLAY "WYGENEROWANYCH ZADAN   : " WS-UZ-ZADAN
              IF WS-UZ-LIMIT-PRZEKROCZONY
                 DISPLAY "UWAGA: OSIAGNIETO LIMIT 300 POZYCJI"
              END-IF
           END-IF
           .

       645-ZADANIA-DLA-POZYCJI.

           MOVE WS-UZ-BRAK (WS-UZ-I) TO WS-UZ-POZOSTALO
           MOVE WS-UZ-TOWAR (WS-UZ-I) TO TOWAR
           START INFILE KEY = TOWAR
           IF ERR = 0
              READ INFILE
              PERFORM UNTIL ERR > 0
                      OR TOWAR OF IN-REC NOT =
                         WS-UZ-TOWAR (WS-UZ-I)
                      OR WS-UZ-POZOSTALO = 0
                 IF LOKALIZACJA OF IN-REC NOT =
                    WS-UZ-LOK (WS-UZ-I)
                    MOVE MIN-ILOSC OF IN-REC TO WS-UZ-PROG
                    IF WS-UZ-PROG = 0
                       MOVE PROG-NISKI-STAN TO WS-UZ-PROG
                    END-IF
                    MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                    COMPUTE WS-UZ-NADWYZKA =
                            WS-ILOSC-LICZBA - WS-UZ-PROG
                    IF WS-UZ-NADWYZKA > 0
                       IF WS-UZ-NADWYZKA > WS-UZ-POZOSTALO
                          MOVE WS-UZ-POZOSTALO TO WS-UZ-PRZESUN
                       ELSE
                          MOVE WS-UZ-NADWYZKA TO WS-UZ-PRZESUN
                       END-IF
                       MOVE WS-UZ-TOWAR (WS-UZ-I)
                            TO WS-ZAD-TOWAR-O
                       MOVE LOKALIZACJA OF IN-REC TO WS-ZAD-Z-O
                       MOVE WS-UZ-LOK (WS-UZ-I) TO WS-ZAD-DO-O
                       MOVE WS-UZ-PRZESUN TO WS-ZAD-ILOSC-O
                       WRITE ZADANIE-REC FROM WS-ZADANIE-LINIA
                       DISPLAY WS-ZADANIE-LINIA
                       ADD 1 TO WS-UZ-ZADAN
                       SUBTRACT WS-UZ-PRZESUN FROM WS-UZ-POZOSTALO
                    END-IF
                 END-IF
                 READ INFILE
              END-PERFORM
           END-IF
           .

       650-STAWKI-VAT.

           DISPLAY "S. POKAZ STAWKE  Z. ZAPISZ / ZMIEN STAWKE"
           ACCEPT WYBOR-VAT

           OPEN I-O VATFILE
           IF ERR-VAT = 35
              CLOSE VATFILE
              OPEN OUTPUT VATFILE
              CLOSE VATFILE
              OPEN I-O VATFILE
           END-IF
           IF ERR-VAT NOT = 0
              MOVE "OTWARCIE STAWEK VAT" TO WS-BLAD-KONTEKST
              MOVE ERR-VAT TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              DISPLAY "PODAJ KATEGORIE"
              ACCEPT KATEGORIA-V

              IF VAT-ZAPISZ
                 READ VATFILE
                 IF ERR-VAT = 0
                    DISPLAY "ZMIANA STAWKI (OBECNIE " STAWKA-V ")"
                    MOVE "Z" TO WS-HI-OPERACJA
                    MOVE VAT-REC TO WS-HI-PRZED
                    DISPLAY "PODAJ STAWKE VAT W PROCENTACH"
                    ACCEPT STAWKA-V
                    REWRITE VAT-REC
                 ELSE
                    MOVE "D" TO WS-HI-OPERACJA
                    MOVE SPACES TO WS-HI-PRZED
                    DISPLAY "PODAJ STAWKE VAT W PROCENTACH"
                    ACCEPT STAWKA-V
                    WRITE VAT-REC
                 END-IF
                 IF ERR-VAT NOT = 0
                    MOVE "ZAPIS STAWKI" TO WS-BLAD-KONTEKST
                    MOVE ERR-VAT TO WS-BLAD-KOD
                    PERFORM 950-OPISZ-BLAD
                 ELSE
                    DISPLAY "ZAPISANO STAWKE VAT"
                    MOVE "StawkiVAT" TO WS-HI-PLIK
                    MOVE KATEGORIA-V TO WS-HI-KLUCZ
                    MOVE VAT-REC TO WS-HI-PO
                    PERFORM 915-HISTORIA-KARTOTEKI
                 END-IF
              ELSE
                 READ VATFILE
                 IF ERR-VAT = 0
                    DISPLAY "KATEGORIA " KATEGORIA-V " STAWKA "
                            STAWKA-V " %"
                 ELSE
                    DISPLAY "BRAK STAWKI DLA TEJ KATEGORII"
                 END-IF
              END-IF
              CLOSE VATFILE
           END-IF
           .

       948-SZUKAJ-VAT.

      *    STAWKA VAT WG KATEGORII; GDY KARTOTEKI StawkiVAT
      *    JESZCZE NIE MA, PRZYJMOWANE JEST 23%

           MOVE "N" TO WS-VAT-ZNALEZIONY
           MOVE 23 TO WS-VAT-STAWKA
           OPEN INPUT VATFILE
           IF ERR-VAT NOT = 0
              MOVE "T" TO WS-VAT-ZNALEZIONY
           ELSE
              MOVE WS-VAT-KATEGORIA TO KATEGORIA-V
              READ VATFILE
              IF ERR-VAT = 0
                 MOVE "T" TO WS-VAT-ZNALEZIONY
                 MOVE STAWKA-V TO WS-VAT-STAWKA
              END-IF
              CLOSE VATFILE
           END-IF
           .

       485-RECEPTURY.

           DISPLAY "S. POKAZ RECEPTURE  Z. DOPISZ / ZMIEN LINIE  "
                   "U. USUN LINIE"
           ACCEPT WYBOR-RECEPT

           OPEN I-O RECEPTFILE
           IF ERR-REC = 35
              CLOSE RECEPTFILE
              OPEN OUTPUT RECEPTFILE
              CLOSE RECEPTFILE
              OPEN I-O RECEPTFILE
           END-IF
           IF ERR-REC NOT = 0
              MOVE "OTWARCIE RECEPTUR" TO WS-BLAD-KONTEKST
              MOVE ERR-REC TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              DISPLAY "PODAJ TOWAR-ZESTAW"
              ACCEPT WS-BOM-ZESTAW

              EVALUATE TRUE
                 WHEN RECEPT-ZAPISZ
                    DISPLAY "PODAJ NUMER LINII RECEPTURY (LP)"
                    ACCEPT LP-R
                    MOVE WS-BOM-ZESTAW TO ZESTAW-R
                    READ RECEPTFILE
                    IF ERR-REC = 0
                       DISPLAY "ZMIANA LINII: " SKLADNIK-R
                       PERFORM 486-WCZYTAJ-LINIE-RECEPTURY
                       REWRITE RECEPT-REC
                    ELSE
                       MOVE WS-BOM-ZESTAW TO ZESTAW-R
                       PERFORM 486-WCZYTAJ-LINIE-RECEPTURY
                       WRITE RECEPT-REC
                    END-IF
                    IF ERR-REC NOT = 0
                       MOVE "ZAPIS RECEPTURY" TO WS-BLAD-KONTEKST
                       MOVE ERR-REC TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                    ELSE
                       DISPLAY "ZAPISANO LINIE RECEPTURY"
                    END-IF
                 WHEN RECEPT-USUN
                    DISPLAY "PODAJ NUMER LINII RECEPTURY (LP)"
                    ACCEPT LP-R
                    MOVE WS-BOM-ZESTAW TO ZESTAW-R
                    READ RECEPTFILE
                    IF ERR-REC NOT = 0
                       DISPLAY "NIE ZNALEZIONO LINII"
                    ELSE
                       DELETE RECEPTFILE
                       IF ERR-REC = 0
                          DISPLAY "LINIA USUNIETA"
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 0 TO WS-BOM-LICZNIK
                    MOVE WS-BOM-ZESTAW TO ZESTAW-R
                    MOVE 0 TO LP-R
                    START RECEPTFILE KEY NOT < KLUCZ-REC
                    IF ERR-REC = 0
                       READ RECEPTFILE NEXT
                       PERFORM UNTIL ERR-REC > 0
                               OR ZESTAW-R NOT = WS-BOM-ZESTAW
                          DISPLAY "LP " LP-R " " SKLADNIK-R " "
                                  LOK-SKLADNIKA-R " ILOSC/SZT "
                                  ILOSC-R
                          ADD 1 TO WS-BOM-LICZNIK
                          READ RECEPTFILE NEXT
                       END-PERFORM
                    END-IF
                    IF WS-BOM-LICZNIK = 0
                       DISPLAY "BRAK RECEPTURY DLA TEGO ZESTAWU"
                    END-IF
              END-EVALUATE
              CLOSE RECEPTFILE
           END-IF
           .

       486-WCZYTAJ-LINIE-RECEPTURY.

           DISPLAY "PODAJ TOWAR-SKLADNIK"
           ACCEPT SKLADNIK-R
           DISPLAY "PODAJ LOKALIZACJE SKLADNIKA"
           ACCEPT LOK-SKLADNIKA-R
           DISPLAY "PODAJ ILOSC SKLADNIKA NA JEDEN ZESTAW"
           ACCEPT ILOSC-R
           .

       475-MONTAZ.

      *    MONTAZ: SKLADNIKI SCHODZA ZE STANU, ZESTAW WCHODZI -
      *    WSZYSTKO W JEDNEJ OPERACJI Z WYCOFANIEM PO BLEDZIE
      *    (WZOR Z 310-WYCOFAJ-REALIZACJE). DEMONTAZ DZIALA
      *    W DRUGA STRONE. MONTAZ ROZLOZONY W CZASIE IDZIE PRZEZ
      *    ZLECENIA MONTAZU (880)

           DISPLAY "M. MONTAZ ZESTAWU  D. DEMONTAZ ZESTAWU  "
                   "Z. ZLECENIA MONTAZU"
           ACCEPT WS-BOM-KIERUNEK
           IF BOM-ZLECENIA
              PERFORM 880-ZLECENIA-MONTAZU
           ELSE
              IF NOT BOM-MONTAZ AND NOT BOM-DEMONTAZ
                 DISPLAY "NIEZNANY KIERUNEK"
              ELSE
                 DISPLAY "PODAJ TOWAR-ZESTAW"
                 ACCEPT WS-BOM-ZESTAW
                 DISPLAY "PODAJ LOKALIZACJE ZESTAWU"
                 ACCEPT WS-BOM-LOK
                 DISPLAY "PODAJ LICZBE ZESTAWOW"
                 ACCEPT WS-BOM-ILE

                 PERFORM 476-WCZYTAJ-RECEPTURE
                 IF WS-BOM-N = 0
                    DISPLAY "BRAK RECEPTURY DLA TEGO ZESTAWU"
                 ELSE
                    OPEN I-O INFILE
                    IF ERR NOT = 0
                       MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
                       MOVE ERR TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                    ELSE
                       PERFORM 477-SPRAWDZ-DOSTEPNOSC
                       IF WS-BOM-JEST-OK
                          DISPLAY "ZATWIERDZIC OPERACJE? T/N"
                          ACCEPT KASUJ
                          IF T
                             PERFORM 478-WYKONAJ-MONTAZ
                          ELSE
                             DISPLAY "OPERACJA ANULOWANA"
                          END-IF
                       END-IF
                       CLOSE INFILE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       476-WCZYTAJ-RECEPTURE.

           MOVE 0 TO WS-BOM-N
           OPEN INPUT RECEPTFILE
           IF ERR-REC = 0
              MOVE WS-BOM-ZESTAW TO ZESTAW-R
              MOVE 0 TO LP-R
              START RECEPTFILE KEY NOT < KLUCZ-REC
              IF ERR-REC = 0
                 READ RECEPTFILE NEXT
                 PERFORM UNTIL ERR-REC > 0
                         OR ZESTAW-R NOT = WS-BOM-ZESTAW
                         OR WS-BOM-N = 20
                    ADD 1 TO WS-BOM-N
                    MOVE SKLADNIK-R
                         TO WS-BOM-SKLADNIK (WS-BOM-N)
                    MOVE LOK-SKLADNIKA-R
                         TO WS-BOM-SKL-LOK (WS-BOM-N)
                    MOVE ILOSC-R TO WS-BOM-NA-SZT (WS-BOM-N)
                    READ RECEPTFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE RECEPTFILE
           END-IF
           .

       477-SPRAWDZ-DOSTEPNOSC.

           MOVE "T" TO WS-BOM-OK

           IF BOM-MONTAZ
              PERFORM VARYING WS-BOM-I FROM 1 BY 1
                      UNTIL WS-BOM-I > WS-BOM-N
                 MOVE WS-BOM-SKLADNIK (WS-BOM-I) TO TOWAR
                 MOVE WS-BOM-SKL-LOK (WS-BOM-I) TO LOKALIZACJA
                 PERFORM 471-CZYTAJ-REKORD
                 COMPUTE WS-BOM-POTRZEBA =
                         WS-BOM-NA-SZT (WS-BOM-I) * WS-BOM-ILE
                 IF ERR NOT = 0
                    DISPLAY "BRAK SKLADNIKA "
                            WS-BOM-SKLADNIK (WS-BOM-I)
                            " W BAZA5"
                    MOVE "N" TO WS-BOM-OK
                 ELSE
                    MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                    IF WS-ILOSC-LICZBA < WS-BOM-POTRZEBA
                       DISPLAY "ZA MALO SKLADNIKA "
                               WS-BOM-SKLADNIK (WS-BOM-I)
                               " (JEST " WS-ILOSC-LICZBA
                               ", POTRZEBA " WS-BOM-POTRZEBA ")"
                       MOVE "N" TO WS-BOM-OK
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           MOVE WS-BOM-ZESTAW TO TOWAR
           MOVE WS-BOM-LOK TO LOKALIZACJA
           PERFORM 471-CZYTAJ-REKORD
           IF ERR NOT = 0
              DISPLAY "BRAK REKORDU ZESTAWU W BAZA5 - ZALOZ GO "
                      "OPCJA B"
              MOVE "N" TO WS-BOM-OK
           ELSE
              IF BOM-DEMONTAZ
                 MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                 IF WS-ILOSC-LICZBA < WS-BOM-ILE
                    DISPLAY "ZA MALO ZESTAWOW NA STANIE (JEST "
                            WS-ILOSC-LICZBA ")"
                    MOVE "N" TO WS-BOM-OK
                 END-IF
              END-IF
           END-IF
           .

       478-WYKONAJ-MONTAZ.

           MOVE 0 TO WS-BOM-ZROBIONE
           MOVE "T" TO WS-BOM-OK

           PERFORM VARYING WS-BOM-I FROM 1 BY 1
                   UNTIL WS-BOM-I > WS-BOM-N
                   OR NOT WS-BOM-JEST-OK
              PERFORM 479-RUSZ-SKLADNIK
           END-PERFORM

           IF WS-BOM-JEST-OK
              PERFORM 481-RUSZ-ZESTAW
           END-IF

           IF NOT WS-BOM-JEST-OK
              PERFORM 482-WYCOFAJ-MONTAZ
           ELSE
              IF BOM-MONTAZ
                 DISPLAY "MONTAZ WYKONANY"
              ELSE
                 DISPLAY "DEMONTAZ WYKONANY"
              END-IF
           END-IF
           .

       479-RUSZ-SKLADNIK.

           MOVE WS-BOM-SKLADNIK (WS-BOM-I) TO TOWAR
           MOVE WS-BOM-SKL-LOK (WS-BOM-I) TO LOKALIZACJA
           PERFORM 471-CZYTAJ-REKORD
           IF ERR NOT = 0
              MOVE "N" TO WS-BOM-OK
           ELSE
              MOVE ILOSC OF IN-REC TO WS-AUD-PRZED
              COMPUTE WS-BOM-POTRZEBA =
                      WS-BOM-NA-SZT (WS-BOM-I) * WS-BOM-ILE
              MOVE ILOSC OF IN-REC TO ILOSC-ZMIANA
              IF BOM-MONTAZ
                 SUBTRACT WS-BOM-POTRZEBA FROM ILOSC-ZMIANA
              ELSE
                 ADD WS-BOM-POTRZEBA TO ILOSC-ZMIANA
              END-IF
              IF ILOSC-ZMIANA < 0
                 MOVE "N" TO WS-BOM-OK
              ELSE
                 MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
                 ACCEPT DATA-AKT FROM DATE
                 ACCEPT CZAS-AKT FROM TIME
                 REWRITE IN-REC
                 IF ERR = 0
                    PERFORM 906-DZIENNIK-REWRITE
                 END-IF
                 IF ERR NOT = 0
                    MOVE "N" TO WS-BOM-OK
                 ELSE
                    ADD 1 TO WS-BOM-ZROBIONE
                    MOVE ILOSC OF IN-REC TO WS-AUD-PO
                    MOVE "MONTAZ" TO WS-AUD-OPERACJA
                    IF BOM-MONTAZ
                       MOVE "MONTAZ" TO WS-AUD-TYP
                    ELSE
                       MOVE "DEMONTAZ" TO WS-AUD-TYP
                    END-IF
                    PERFORM 900-AUDYT-ZAPISZ
                 END-IF
              END-IF
           END-IF
           .

       481-RUSZ-ZESTAW.

           MOVE WS-BOM-ZESTAW TO TOWAR
           MOVE WS-BOM-LOK TO LOKALIZACJA
           PERFORM 471-CZYTAJ-REKORD
           IF ERR NOT = 0
              MOVE "N" TO WS-BOM-OK
           ELSE
              MOVE ILOSC OF IN-REC TO WS-AUD-PRZED
              MOVE ILOSC OF IN-REC TO ILOSC-ZMIANA
              IF BOM-MONTAZ
                 ADD WS-BOM-ILE TO ILOSC-ZMIANA
              ELSE
                 SUBTRACT WS-BOM-ILE FROM ILOSC-ZMIANA
              END-IF
              IF ILOSC-ZMIANA < 0
                 MOVE "N" TO WS-BOM-OK
              ELSE
                 MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
                 ACCEPT DATA-AKT FROM DATE
                 ACCEPT CZAS-AKT FROM TIME
                 REWRITE IN-REC
                 IF ERR = 0
                    PERFORM 906-DZIENNIK-REWRITE
                 END-IF
                 IF ERR NOT = 0
                    MOVE "N" TO WS-BOM-OK
                 ELSE
                    MOVE ILOSC OF IN-REC TO WS-AUD-PO
                    MOVE "MONTAZ" TO WS-AUD-OPERACJA
                    IF BOM-MONTAZ
                       MOVE "MONTAZ" TO WS-AUD-TYP
                    ELSE
                       MOVE "DEMONTAZ" TO WS-AUD-TYP
                    END-IF
                    PERFORM 900-AUDYT-ZAPISZ
                 END-IF
              END-IF
           END-IF
           .

       482-WYCOFAJ-MONTAZ.

      *    WYCOFANIE JUZ WYKONANYCH RUCHOW SKLADNIKOW

           DISPLAY "OPERACJA NIE POWIODLA SIE - WYCOFUJE "
                   "WYKONANE RUCHY SKLADNIKOW"
           PERFORM VARYING WS-BOM-J FROM 1 BY 1
                   UNTIL WS-BOM-J > WS-BOM-ZROBIONE
              MOVE WS-BOM-SKLADNIK (WS-BOM-J) TO TOWAR
              MOVE WS-BOM-SKL-LOK (WS-BOM-J) TO LOKALIZACJA
              PERFORM 471-CZYTAJ-REKORD
              IF ERR = 0
                 MOVE ILOSC OF IN-REC TO WS-AUD-PRZED
                 COMPUTE WS-BOM-POTRZEBA =
                         WS-BOM-NA-SZT (WS-BOM-J) * WS-BOM-ILE
                 MOVE ILOSC OF IN-REC TO ILOSC-ZMIANA
                 IF BOM-MONTAZ
                    ADD WS-BOM-POTRZEBA TO ILOSC-ZMIANA
                 ELSE
                    SUBTRACT WS-BOM-POTRZEBA FROM ILOSC-ZMIANA
                 END-IF
                 MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
                 REWRITE IN-REC
                 IF ERR = 0
                    PERFORM 906-DZIENNIK-REWRITE
                 END-IF
                 IF ERR = 0
                    MOVE ILOSC OF IN-REC TO WS-AUD-PO
                    MOVE "MONTAZ" TO WS-AUD-OPERACJA
                    MOVE "KOREKTA" TO WS-AUD-TYP
                    PERFORM 900-AUDYT-ZAPISZ
                 ELSE
                    DISPLAY "KRYTYCZNY BLAD: NIE UDALO SIE "
                            "WYCOFAC SKLADNIKA " TOWAR
                            " - SPRAWDZ REKORD RECZNIE"
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "RUCHY WYCOFANE - STANY BEZ ZMIAN"
           .

       880-ZLECENIA-MONTAZU.

      *    ZLECENIA MONTAZU: MONTAZ TRWA DNI, WIEC SKLADNIKI SA
      *    OD ZALOZENIA ZLECENIA REZERWOWANE (WIDZI JE ATP
      *    ZAMOWIEN, 150-ZALADUJ-REZERWACJE I MRP), A ZE STANU
      *    SCHODZA DOPIERO PRZY ZGLOSZENIU WYKONANIA - CZESCIOWEGO
      *    LUB PELNEGO - Z FAKTYCZNYM ZUZYCIEM. ODCHYLENIE OD
      *    NORMY RECEPTURY IDZIE DO OdchyleniaMontazu.txt

           DISPLAY "N. NOWE ZLECENIE  L. LISTA POBRANIA SKLADNIKOW  "
                   "W. ZGLOS WYKONANIE"
           DISPLAY "A. ANULUJ / ZAMKNIJ ZLECENIE  "
                   "S. RAPORT OTWARTYCH ZLECEN"
           ACCEPT WYBOR-ZMO

           EVALUATE TRUE
              WHEN ZMO-NOWE
                 PERFORM 881-ZMO-NOWE
              WHEN ZMO-LISTA
                 PERFORM 885-ZMO-LISTA-POBRAN
              WHEN ZMO-WYKONANIE
                 PERFORM 886-ZMO-WYKONANIE
              WHEN ZMO-ZAMKNIJ
                 PERFORM 890-ZMO-ZAMKNIJ
              WHEN ZMO-RAPORT
                 PERFORM 893-ZMO-RAPORT
              WHEN OTHER
                 DISPLAY "NIEZNANA OPCJA"
           END-EVALUATE
           .

       881-ZMO-NOWE.

           DISPLAY "PODAJ TOWAR-ZESTAW"
           ACCEPT WS-BOM-ZESTAW
           PERFORM 476-WCZYTAJ-RECEPTURE
           IF WS-BOM-N = 0
              DISPLAY "BRAK RECEPTURY DLA TEGO ZESTAWU"
           ELSE
              DISPLAY "PODAJ LOKALIZACJE ZESTAWU"
              ACCEPT WS-BOM-LOK
              DISPLAY "PODAJ LICZBE ZESTAWOW"
              ACCEPT WS-BOM-ILE
              DISPLAY "PODAJ TERMIN WYKONANIA (RRMMDD, 0 = DZIS)"
              ACCEPT WS-ZMO-TERMIN
              ACCEPT WS-ZMO-DZIS FROM DATE
              IF WS-ZMO-TERMIN = 0
                 MOVE WS-ZMO-DZIS TO WS-ZMO-TERMIN
              END-IF

              MOVE "T" TO WS-ZMO-OK
              IF WS-BOM-ILE = 0
                 DISPLAY "LICZBA ZESTAWOW MUSI BYC WIEKSZA OD ZERA"
                 MOVE "N" TO WS-ZMO-OK
              END-IF
              IF WS-ZMO-TERMIN < WS-ZMO-DZIS
                 DISPLAY "TERMIN WYKONANIA W PRZESZLOSCI"
                 MOVE "N" TO WS-ZMO-OK
              END-IF

              IF WS-ZMO-JEST-OK
                 PERFORM 882-ZMO-SPRAWDZ-SKLADNIKI
              END-IF

              IF WS-ZMO-JEST-OK AND WS-ZMO-BRAKI > 0
                 DISPLAY "ZALOZYC ZLECENIE MIMO NIEDOBORU "
                         "SKLADNIKOW? T/N"
                 ACCEPT KASUJ
                 IF NOT T
                    MOVE "N" TO WS-ZMO-OK
                    DISPLAY "ZLECENIE NIE ZALOZONE"
                 END-IF
              END-IF

              IF WS-ZMO-JEST-OK
                 PERFORM 895-ZMO-OTWORZ-PLIKI
                 IF WS-ZMO-PLIKI-OTWARTE
                    PERFORM 883-ZMO-NUMER
                    IF WS-NUMERY-BLAD = "T"
                       DISPLAY "BLAD NUMERACJI ZLECEN - ZLECENIE "
                               "NIE ZALOZONE"
                    ELSE
                       PERFORM 884-ZMO-ZAPISZ-NOWE
                    END-IF
                    CLOSE ZMOFILE
                    CLOSE ZMOLFILE
                 END-IF
              END-IF
           END-IF
           .

       882-ZMO-SPRAWDZ-SKLADNIKI.

      *    ZESTAW MUSI MIEC REKORD W Baza5, SKLADNIKI TEZ; BRAK
      *    POKRYCIA (STAN MINUS REZERWACJE ZAMOWIEN I INNYCH
      *    ZLECEN) TYLKO OSTRZEGA - ZLECENIE MOZE CZEKAC NA DOSTAWE

           MOVE 0 TO WS-ZMO-BRAKI
           OPEN INPUT INFILE
           IF ERR NOT = 0
              MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
              MOVE ERR TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
              MOVE "N" TO WS-ZMO-OK
           ELSE
              MOVE WS-BOM-ZESTAW TO TOWAR
              MOVE WS-BOM-LOK TO LOKALIZACJA
              PERFORM 471-CZYTAJ-REKORD
              IF ERR NOT = 0
                 DISPLAY "BRAK REKORDU ZESTAWU W BAZA5 - ZALOZ GO "
                         "OPCJA B"
                 MOVE "N" TO WS-ZMO-OK
              END-IF

              PERFORM 150-ZALADUJ-REZERWACJE
              PERFORM VARYING WS-BOM-I FROM 1 BY 1
                      UNTIL WS-BOM-I > WS-BOM-N
                 MOVE WS-BOM-SKLADNIK (WS-BOM-I) TO TOWAR
                 MOVE WS-BOM-SKL-LOK (WS-BOM-I) TO LOKALIZACJA
                 PERFORM 471-CZYTAJ-REKORD
                 IF ERR NOT = 0
                    DISPLAY "BRAK SKLADNIKA "
                            WS-BOM-SKLADNIK (WS-BOM-I)
                            " W BAZA5"
                    MOVE "N" TO WS-ZMO-OK
                 ELSE
                    PERFORM 152-REZERWACJA-DLA-TOWARU
                    COMPUTE WS-ZMO-POTRZEBA =
                            WS-BOM-NA-SZT (WS-BOM-I) * WS-BOM-ILE
                    IF WS-DOSTEPNE < WS-ZMO-POTRZEBA
                       DISPLAY "UWAGA: NIEDOBOR SKLADNIKA "
                               WS-BOM-SKLADNIK (WS-BOM-I)
                               " (DOSTEPNE " WS-DOSTEPNE
                               ", POTRZEBA " WS-ZMO-POTRZEBA ")"
                       ADD 1 TO WS-ZMO-BRAKI
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE INFILE
           END-IF
           .

       883-ZMO-NUMER.

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
              MOVE "ZM" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "ZM" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-ZMO
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       884-ZMO-ZAPISZ-NOWE.

      *    NAGLOWEK I LINIE SKLADNIKOW; REZERWACJA LINII =
      *    NORMA NA SZTUKE RAZY LICZBA ZLECONYCH ZESTAWOW

           MOVE WS-NR-ZMO TO NR-ZMO
           MOVE WS-BOM-ZESTAW TO ZESTAW-ZMO
           MOVE WS-BOM-LOK TO LOK-ZMO
           MOVE WS-BOM-ILE TO ILOSC-ZMO
           MOVE 0 TO ILOSC-WYK-ZMO
           MOVE WS-ZMO-DZIS TO DATA-ZMO
           MOVE WS-ZMO-TERMIN TO DATA-PLAN-ZMO
           MOVE 0 TO DATA-ZAMK-ZMO
           MOVE WS-UZYTKOWNIK TO OPERATOR-ZMO
           MOVE "O" TO STATUS-ZMO
           WRITE ZMO-REC
           IF ERR-ZMO NOT = 0
              MOVE "ZAPIS ZLECENIA MONTAZU" TO WS-BLAD-KONTEKST
              MOVE ERR-ZMO TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              PERFORM VARYING WS-BOM-I FROM 1 BY 1
                      UNTIL WS-BOM-I > WS-BOM-N
                 MOVE WS-NR-ZMO TO NR-ZMOL
                 MOVE WS-BOM-I TO LP-ZMOL
                 MOVE WS-BOM-SKLADNIK (WS-BOM-I) TO SKLADNIK-ZMOL
                 MOVE WS-BOM-SKL-LOK (WS-BOM-I) TO LOK-ZMOL
                 MOVE WS-BOM-NA-SZT (WS-BOM-I) TO NA-SZT-ZMOL
                 MOVE 0 TO NORMA-ZMOL
                 MOVE 0 TO POBRANO-ZMOL
                 COMPUTE REZ-ZMOL =
                         WS-BOM-NA-SZT (WS-BOM-I) * WS-BOM-ILE
                 WRITE ZMOL-REC
                 IF ERR-ZMOL NOT = 0
                    DISPLAY "BLAD ZAPISU LINII " WS-BOM-I
                            " ZLECENIA - KOD " ERR-ZMOL
                 END-IF
              END-PERFORM
              DISPLAY "ZLECENIE MONTAZU ZM/" WS-NR-ZMO
                      " ZALOZONE NA " WS-ZMO-TERMIN
                      " - SKLADNIKI ZAREZERWOWANE"
           END-IF
           .

       885-ZMO-LISTA-POBRAN.

      *    LISTA POBRANIA SKLADNIKOW DO NIEWYKONANEJ RESZTY
      *    ZLECENIA W KOLEJNOSCI TRASY Z KARTOTEKI Lokalizacje
      *    (LOKALIZACJA SPOZA KARTOTEKI NA KONCU, JAK W 118
      *    PROGRAMU ZAMOWIENIA)

           PERFORM 895-ZMO-OTWORZ-PLIKI
           IF WS-ZMO-PLIKI-OTWARTE
              PERFORM 889-ZMO-CZYTAJ
              IF WS-ZMO-JEST-OK
                 PERFORM 891-ZMO-TRASA
                 PERFORM 892-ZMO-SORTUJ-TRASE

                 MOVE "ListaPobranZM.txt" TO WS-ZMO-PLIK
                 PERFORM 896-ZMO-OTWORZ-DRUK
                 MOVE SPACES TO WS-ZMO-BUFOR
                 STRING "LISTA POBRANIA - ZLECENIE MONTAZU ZM/"
                        WS-NR-ZMO "  TERMIN " DATA-PLAN-ZMO
                        DELIMITED BY SIZE INTO WS-ZMO-BUFOR
                 PERFORM 897-ZMO-PISZ-LINIE
                 MOVE SPACES TO WS-ZMO-BUFOR
                 STRING "ZESTAW " ZESTAW-ZMO " W " LOK-ZMO
                        "  DO WYKONANIA: " WS-ZMO-RESZTA
                        DELIMITED BY SIZE INTO WS-ZMO-BUFOR
                 PERFORM 897-ZMO-PISZ-LINIE
                 MOVE WS-LPZ-KOLUMNY TO WS-ZMO-BUFOR
                 PERFORM 897-ZMO-PISZ-LINIE

                 PERFORM VARYING WS-ZMO-I FROM 1 BY 1
                         UNTIL WS-ZMO-I > WS-ZMO-N
                    IF WS-ZMO-REZ (WS-ZMO-I) > 0
                       MOVE WS-ZMO-KOLEJNOSC (WS-ZMO-I)
                            TO WS-LPZ-KOLEJNOSC-O
                       MOVE WS-ZMO-LOK (WS-ZMO-I) TO WS-LPZ-LOK-O
                       MOVE WS-ZMO-SKLADNIK (WS-ZMO-I)
                            TO WS-LPZ-SKLADNIK-O
                       MOVE WS-ZMO-REZ (WS-ZMO-I) TO WS-LPZ-ILOSC-O
                       MOVE WS-ZMO-STAN (WS-ZMO-I) TO WS-LPZ-STAN-O
                       MOVE SPACES TO WS-LPZ-UWAGI-O
                       IF WS-ZMO-KOLEJNOSC (WS-ZMO-I) = 99999
                          MOVE "LOKALIZACJA POZA TRASA"
                               TO WS-LPZ-UWAGI-O
                       END-IF
                       IF WS-ZMO-STAN (WS-ZMO-I) <
                          WS-ZMO-REZ (WS-ZMO-I)
                          MOVE "ZA MALO NA STANIE" TO WS-LPZ-UWAGI-O
                       END-IF
                       MOVE WS-LPZ-LINIA TO WS-ZMO-BUFOR
                       PERFORM 897-ZMO-PISZ-LINIE
                    END-IF
                 END-PERFORM

                 IF WS-ZMO-DRUK-BLAD
                    DISPLAY "BLAD ZAPISU PLIKU ListaPobranZM.txt"
                 ELSE
                    CLOSE ZMODRUKFILE
                    DISPLAY "LISTA POBRANIA ZAPISANA: "
                            "ListaPobranZM.txt"
                 END-IF
              END-IF
              CLOSE ZMOFILE
              CLOSE ZMOLFILE
           END-IF
           .

       886-ZMO-WYKONANIE.

      *    ZGLOSZENIE WYKONANIA: LICZBA ZESTAWOW I FAKTYCZNE
      *    ZUZYCIE KAZDEGO SKLADNIKA (PUSTE = NORMA). RUCHY STANU
      *    IDA PRZEZ 479/481 Z WYCOFANIEM 482 JAK MONTAZ
      *    NATYCHMIASTOWY - SKLADNIK SCHODZI O ZUZYCIE FAKTYCZNE
      *    (NA-SZT = FAKT, ILE = 1), ZESTAW WCHODZI O LICZBE
      *    WYKONANYCH; AUDYT NOSI DOKUMENT ZM/NUMER

           PERFORM 895-ZMO-OTWORZ-PLIKI
           IF WS-ZMO-PLIKI-OTWARTE
              PERFORM 889-ZMO-CZYTAJ
              IF WS-ZMO-JEST-OK
                 DISPLAY "ZESTAW " ZESTAW-ZMO " W " LOK-ZMO
                         " - DO WYKONANIA " WS-ZMO-RESZTA
                 DISPLAY "PODAJ LICZBE WYKONANYCH ZESTAWOW"
                 ACCEPT WS-ZMO-ILE
                 IF WS-ZMO-ILE = 0 OR WS-ZMO-ILE > WS-ZMO-RESZTA
                    DISPLAY "NIEPOPRAWNA LICZBA ZESTAWOW"
                    MOVE "N" TO WS-ZMO-OK
                 END-IF
              END-IF

              IF WS-ZMO-JEST-OK
                 PERFORM VARYING WS-ZMO-I FROM 1 BY 1
                         UNTIL WS-ZMO-I > WS-ZMO-N
                    COMPUTE WS-ZMO-NORMA (WS-ZMO-I) =
                            WS-ZMO-NA-SZT (WS-ZMO-I) * WS-ZMO-ILE
                    DISPLAY "SKLADNIK " WS-ZMO-SKLADNIK (WS-ZMO-I)
                            " W " WS-ZMO-LOK (WS-ZMO-I)
                            " NORMA " WS-ZMO-NORMA (WS-ZMO-I)
                    DISPLAY "PODAJ ZUZYCIE FAKTYCZNE (PUSTE = "
                            "NORMA)"
                    MOVE SPACES TO WS-ZMO-ILOSC-A
                    ACCEPT WS-ZMO-ILOSC-A
                    IF WS-ZMO-ILOSC-A = SPACES
                       MOVE WS-ZMO-NORMA (WS-ZMO-I)
                            TO WS-ZMO-FAKT (WS-ZMO-I)
                    ELSE
                       IF FUNCTION TEST-NUMVAL (WS-ZMO-ILOSC-A) NOT = 0
                          DISPLAY "NIEPOPRAWNA ILOSC"
                          MOVE "N" TO WS-ZMO-OK
                          MOVE 0 TO WS-ZMO-FAKT (WS-ZMO-I)
                       ELSE
                          COMPUTE WS-ZMO-FAKT (WS-ZMO-I) =
                                  FUNCTION NUMVAL (WS-ZMO-ILOSC-A)
                       END-IF
                    END-IF
                    IF WS-ZMO-FAKT (WS-ZMO-I) > 99999.99
                       DISPLAY "ZUZYCIE PONAD 99999.99 - ZGLOS "
                               "WYKONANIE W CZESCIACH"
                       MOVE "N" TO WS-ZMO-OK
                    END-IF
                 END-PERFORM
              END-IF

              IF WS-ZMO-JEST-OK
                 OPEN I-O INFILE
                 IF ERR NOT = 0
                    MOVE "OTWARCIE PLIKU" TO WS-BLAD-KONTEKST
                    MOVE ERR TO WS-BLAD-KOD
                    PERFORM 950-OPISZ-BLAD
                 ELSE
                    MOVE "M" TO WS-BOM-KIERUNEK
                    MOVE ZESTAW-ZMO TO WS-BOM-ZESTAW
                    MOVE LOK-ZMO TO WS-BOM-LOK
                    MOVE WS-ZMO-N TO WS-BOM-N
                    PERFORM VARYING WS-ZMO-I FROM 1 BY 1
                            UNTIL WS-ZMO-I > WS-ZMO-N
                       MOVE WS-ZMO-SKLADNIK (WS-ZMO-I)
                            TO WS-BOM-SKLADNIK (WS-ZMO-I)
                       MOVE WS-ZMO-LOK (WS-ZMO-I)
                            TO WS-BOM-SKL-LOK (WS-ZMO-I)
                       MOVE WS-ZMO-FAKT (WS-ZMO-I)
                            TO WS-BOM-NA-SZT (WS-ZMO-I)
                    END-PERFORM
                    MOVE 1 TO WS-BOM-ILE
                    PERFORM 477-SPRAWDZ-DOSTEPNOSC
                    IF WS-BOM-JEST-OK
                       DISPLAY "ZATWIERDZIC WYKONANIE? T/N"
                       ACCEPT KASUJ
                       IF T
                          PERFORM 887-ZMO-KSIEGUJ
                       ELSE
                          DISPLAY "OPERACJA ANULOWANA"
                       END-IF
                    END-IF
                    CLOSE INFILE
                 END-IF
              END-IF
              CLOSE ZMOFILE
              CLOSE ZMOLFILE
           END-IF
           .

       887-ZMO-KSIEGUJ.

           MOVE SPACES TO WS-AUD-DOKUMENT
           STRING "ZM/" WS-NR-ZMO DELIMITED BY SIZE
                  INTO WS-AUD-DOKUMENT
           MOVE 0 TO WS-BOM-ZROBIONE
           MOVE "T" TO WS-BOM-OK

           END-PERFORM

           IF WS-BOM-JEST-OK
              MOVE WS-ZMO-ILE TO WS-BOM-ILE
              PERFORM 481-RUSZ-ZESTAW
              MOVE 1 TO WS-BOM-ILE
           END-IF

           IF NOT WS-BOM-JEST-OK
              PERFORM 482-WYCOFAJ-MONTAZ
           ELSE
              PERFORM 888-ZMO-ZAPISZ-WYKONANIE
           END-IF
           MOVE SPACES TO WS-AUD-DOKUMENT
           .

       888-ZMO-ZAPISZ-WYKONANIE.

      *    ZLECENIE: WYKONANA ILOSC, STATUS; LINIE: NARASTAJACO
      *    NORMA I ZUZYCIE, REZERWACJA NA POZOSTALA RESZTE;
      *    KAZDY SKLADNIK DOSTAJE WPIS W OdchyleniaMontazu.txt

           ACCEPT WS-ZMO-DZIS FROM DATE
           ADD WS-ZMO-ILE TO ILOSC-WYK-ZMO
           COMPUTE WS-ZMO-RESZTA = ILOSC-ZMO - ILOSC-WYK-ZMO
           IF WS-ZMO-RESZTA = 0
              MOVE "Z" TO STATUS-ZMO
              MOVE WS-ZMO-DZIS TO DATA-ZAMK-ZMO
           ELSE
              MOVE "C" TO STATUS-ZMO
           END-IF
           REWRITE ZMO-REC
           IF ERR-ZMO NOT = 0
              DISPLAY "KRYTYCZNY BLAD: STANY ZAKSIEGOWANE, ALE "
                      "ZLECENIE ZM/" WS-NR-ZMO " NIE ZAPISANE - KOD "
                      ERR-ZMO
           END-IF

           OPEN EXTEND ODMFILE
           IF ERR-ODM NOT = 0
              CLOSE ODMFILE
              OPEN OUTPUT ODMFILE
           END-IF

           PERFORM VARYING WS-ZMO-I FROM 1 BY 1
                   UNTIL WS-ZMO-I > WS-ZMO-N
              MOVE WS-NR-ZMO TO NR-ZMOL
              MOVE WS-ZMO-LP (WS-ZMO-I) TO LP-ZMOL
              READ ZMOLFILE
              IF ERR-ZMOL = 0
                 ADD WS-ZMO-NORMA (WS-ZMO-I) TO NORMA-ZMOL
                 ADD WS-ZMO-FAKT (WS-ZMO-I) TO POBRANO-ZMOL
                 COMPUTE REZ-ZMOL = NA-SZT-ZMOL * WS-ZMO-RESZTA
                 REWRITE ZMOL-REC
              END-IF
              IF ERR-ZMOL NOT = 0
                 DISPLAY "KRYTYCZNY BLAD: LINIA " WS-ZMO-LP (WS-ZMO-I)
                         " ZLECENIA NIE ZAPISANA - KOD " ERR-ZMOL
              END-IF

              MOVE WS-ZMO-DZIS TO WS-ODM-DATA-O
              MOVE WS-AUD-DOKUMENT TO WS-ODM-NR-O
              MOVE ZESTAW-ZMO TO WS-ODM-ZESTAW-O
              MOVE WS-ZMO-ILE TO WS-ODM-ILE-O
              MOVE WS-ZMO-SKLADNIK (WS-ZMO-I) TO WS-ODM-SKLADNIK-O
              MOVE WS-ZMO-NORMA (WS-ZMO-I) TO WS-ODM-NORMA-O
              MOVE WS-ZMO-FAKT (WS-ZMO-I) TO WS-ODM-FAKT-O
              COMPUTE WS-ZMO-ODCHYLENIE = WS-ZMO-FAKT (WS-ZMO-I)
                      - WS-ZMO-NORMA (WS-ZMO-I)
              MOVE WS-ZMO-ODCHYLENIE TO WS-ODM-ODCH-O
              MOVE WS-UZYTKOWNIK TO WS-ODM-OPER-O
              IF ERR-ODM = 0
                 WRITE ODM-REC FROM WS-ODM-LINIA
              END-IF
              IF WS-ZMO-ODCHYLENIE NOT = 0
                 DISPLAY "ODCHYLENIE " WS-ZMO-SKLADNIK (WS-ZMO-I)
                         ": " WS-ODM-ODCH-O
              END-IF
           END-PERFORM
           CLOSE ODMFILE

           IF WS-ZMO-RESZTA = 0
              DISPLAY "ZLECENIE ZM/" WS-NR-ZMO " WYKONANE I ZAMKNIETE"
           ELSE
              DISPLAY "WYKONANIE CZESCIOWE ZAPISANE - POZOSTALO "
                      WS-ZMO-RESZTA " ZESTAWOW"
           END-IF
           .

       889-ZMO-CZYTAJ.

      *    ZLECENIE WG NUMERU PODANEGO PRZEZ OPERATORA (TYLKO
      *    OTWARTE I CZESCIOWO WYKONANE) ORAZ JEGO LINIE

           MOVE "T" TO WS-ZMO-OK
           MOVE 0 TO WS-ZMO-N
           DISPLAY "PODAJ NUMER ZLECENIA MONTAZU"
           ACCEPT WS-NR-ZMO
           MOVE WS-NR-ZMO TO NR-ZMO
           READ ZMOFILE
           IF ERR-ZMO NOT = 0
              DISPLAY "BRAK ZLECENIA ZM/" WS-NR-ZMO
              MOVE "N" TO WS-ZMO-OK
           ELSE
              IF ZMO-ZAKONCZONE OR ZMO-ANULOWANE
                 DISPLAY "ZLECENIE ZM/" WS-NR-ZMO
                         " JEST JUZ ZAMKNIETE"
                 MOVE "N" TO WS-ZMO-OK
              END-IF
           END-IF

           IF WS-ZMO-JEST-OK
              COMPUTE WS-ZMO-RESZTA = ILOSC-ZMO - ILOSC-WYK-ZMO
              MOVE WS-NR-ZMO TO NR-ZMOL
              MOVE 0 TO LP-ZMOL
              START ZMOLFILE KEY NOT < KLUCZ-ZMOL
              IF ERR-ZMOL = 0
                 READ ZMOLFILE NEXT
                 PERFORM UNTIL ERR-ZMOL > 0
                         OR NR-ZMOL NOT = WS-NR-ZMO
                         OR WS-ZMO-N = 20
                    ADD 1 TO WS-ZMO-N
                    MOVE LP-ZMOL TO WS-ZMO-LP (WS-ZMO-N)
                    MOVE SKLADNIK-ZMOL TO WS-ZMO-SKLADNIK (WS-ZMO-N)
                    MOVE LOK-ZMOL TO WS-ZMO-LOK (WS-ZMO-N)
                    MOVE NA-SZT-ZMOL TO WS-ZMO-NA-SZT (WS-ZMO-N)
                    MOVE REZ-ZMOL TO WS-ZMO-REZ (WS-ZMO-N)
                    MOVE 0 TO WS-ZMO-NORMA (WS-ZMO-N)
                    MOVE 0 TO WS-ZMO-FAKT (WS-ZMO-N)
                    MOVE 99999 TO WS-ZMO-KOLEJNOSC (WS-ZMO-N)
                    MOVE 0 TO WS-ZMO-STAN (WS-ZMO-N)
                    READ ZMOLFILE NEXT
                 END-PERFORM
              END-IF
              IF WS-ZMO-N = 0
                 DISPLAY "ZLECENIE BEZ LINII SKLADNIKOW"
                 MOVE "N" TO WS-ZMO-OK
              END-IF
           END-IF
           .

       890-ZMO-ZAMKNIJ.

      *    ANULOWANIE (NIC NIE WYKONANO) ALBO ZAMKNIECIE RESZTY
      *    ZLECENIA WYKONANEGO CZESCIOWO - REZERWACJE ZWALNIANE

           PERFORM 895-ZMO-OTWORZ-PLIKI
           IF WS-ZMO-PLIKI-OTWARTE
              PERFORM 889-ZMO-CZYTAJ
              IF WS-ZMO-JEST-OK
                 DISPLAY "ZESTAW " ZESTAW-ZMO " ZLECONO " ILOSC-ZMO
                         " WYKONANO " ILOSC-WYK-ZMO
                 DISPLAY "ZAMKNAC ZLECENIE I ZWOLNIC REZERWACJE? T/N"
                 ACCEPT KASUJ
                 IF T
                    ACCEPT WS-ZMO-DZIS FROM DATE
                    IF ILOSC-WYK-ZMO = 0
                       MOVE "X" TO STATUS-ZMO
                    ELSE
                       MOVE "Z" TO STATUS-ZMO
                    END-IF
                    MOVE WS-ZMO-DZIS TO DATA-ZAMK-ZMO
                    REWRITE ZMO-REC
                    IF ERR-ZMO NOT = 0
                       MOVE "ZAPIS ZLECENIA MONTAZU"
                            TO WS-BLAD-KONTEKST
                       MOVE ERR-ZMO TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                    ELSE
                       PERFORM VARYING WS-ZMO-I FROM 1 BY 1
                               UNTIL WS-ZMO-I > WS-ZMO-N
                          MOVE WS-NR-ZMO TO NR-ZMOL
                          MOVE WS-ZMO-LP (WS-ZMO-I) TO LP-ZMOL
                          READ ZMOLFILE
                          IF ERR-ZMOL = 0
                             MOVE 0 TO REZ-ZMOL
                             REWRITE ZMOL-REC
                          END-IF
                       END-PERFORM
                       IF ZMO-ANULOWANE
                          DISPLAY "ZLECENIE ZM/" WS-NR-ZMO
                                  " ANULOWANE"
                       ELSE
                          DISPLAY "ZLECENIE ZM/" WS-NR-ZMO
                                  " ZAMKNIETE PO WYKONANIU "
                                  ILOSC-WYK-ZMO " Z " ILOSC-ZMO
                       END-IF
                    END-IF
                 ELSE
                    DISPLAY "OPERACJA ANULOWANA"
                 END-IF
              END-IF
              CLOSE ZMOFILE
              CLOSE ZMOLFILE
           END-IF
           .

       891-ZMO-TRASA.

      *    KOLEJNOSC TRASY LOKALIZACJI I STAN FIZYCZNY SKLADNIKA

           OPEN INPUT LOKFILE
           IF ERR-LK = 0
              PERFORM VARYING WS-ZMO-I FROM 1 BY 1
                      UNTIL WS-ZMO-I > WS-ZMO-N
                 MOVE WS-ZMO-LOK (WS-ZMO-I) TO KOD-LOKALIZACJI
                 READ LOKFILE
                 IF ERR-LK = 0
                    MOVE KOLEJNOSC-LK TO WS-ZMO-KOLEJNOSC (WS-ZMO-I)
                 END-IF
              END-PERFORM
              CLOSE LOKFILE
           END-IF

           OPEN INPUT INFILE
           IF ERR = 0
              PERFORM VARYING WS-ZMO-I FROM 1 BY 1
                      UNTIL WS-ZMO-I > WS-ZMO-N
                 MOVE WS-ZMO-SKLADNIK (WS-ZMO-I) TO TOWAR
                 MOVE WS-ZMO-LOK (WS-ZMO-I) TO LOKALIZACJA
                 PERFORM 471-CZYTAJ-REKORD
                 IF ERR = 0
                    MOVE ILOSC OF IN-REC TO WS-ZMO-STAN (WS-ZMO-I)
                 END-IF
              END-PERFORM
              CLOSE INFILE
           END-IF
           .

       892-ZMO-SORTUJ-TRASE.

      *    SORTOWANIE BABELKOWE: KOLEJNOSC TRASY, POTEM
      *    LOKALIZACJA

           PERFORM VARYING WS-ZMO-I FROM 1 BY 1
                   UNTIL WS-ZMO-I >= WS-ZMO-N
              PERFORM VARYING WS-ZMO-J FROM 1 BY 1
                      UNTIL WS-ZMO-J >= WS-ZMO-N
                 IF WS-ZMO-KOLEJNOSC (WS-ZMO-J) >
                    WS-ZMO-KOLEJNOSC (WS-ZMO-J + 1)
                    OR (WS-ZMO-KOLEJNOSC (WS-ZMO-J) =
                        WS-ZMO-KOLEJNOSC (WS-ZMO-J + 1)
                        AND WS-ZMO-LOK (WS-ZMO-J) >
                            WS-ZMO-LOK (WS-ZMO-J + 1))
                    MOVE WS-ZMO-TAB (WS-ZMO-J) TO WS-ZMO-ZAPAS
                    MOVE WS-ZMO-TAB (WS-ZMO-J + 1)
                         TO WS-ZMO-TAB (WS-ZMO-J)
                    MOVE WS-ZMO-ZAPAS
                         TO WS-ZMO-TAB (WS-ZMO-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       893-ZMO-RAPORT.

      *    RAPORT OTWARTYCH I CZESCIOWO WYKONANYCH ZLECEN ZE
      *    SKLADNIKAMI NADAL ZAREZERWOWANYMI I STANEM FIZYCZNYM
      *    (RaportZlecenMontazu.txt, KOPIA PRZEZ 995); DOSTEPNY
      *    TEZ W PODGLADZIE I W TRYBIE WSADOWYM

           MOVE 0 TO WS-ZMO-LICZNIK
           MOVE 0 TO WS-ZMO-PO-TERMINIE
           ACCEPT WS-ZMO-DZIS FROM DATE
           OPEN INPUT ZMOFILE
           IF ERR-ZMO NOT = 0
              DISPLAY "BRAK ZLECEN MONTAZU"
           ELSE
              OPEN INPUT ZMOLFILE
              MOVE "N" TO WS-ZMO-BAZA
              OPEN INPUT INFILE
              IF ERR = 0
                 MOVE "T" TO WS-ZMO-BAZA
              END-IF

              MOVE "RaportZlecenMontazu.txt" TO WS-ZMO-PLIK
              PERFORM 896-ZMO-OTWORZ-DRUK
              MOVE SPACES TO WS-ZMO-BUFOR
              STRING "OTWARTE ZLECENIA MONTAZU NA DZIEN "
                     WS-ZMO-DZIS DELIMITED BY SIZE INTO WS-ZMO-BUFOR
              PERFORM 897-ZMO-PISZ-LINIE
              MOVE WS-RZM-KOLUMNY TO WS-ZMO-BUFOR
              PERFORM 897-ZMO-PISZ-LINIE

              MOVE 0 TO NR-ZMO
              START ZMOFILE KEY NOT < NR-ZMO
              IF ERR-ZMO = 0
                 READ ZMOFILE NEXT
                 PERFORM UNTIL ERR-ZMO > 0
                    IF ZMO-OTWARTE OR ZMO-CZESCIOWE
                       PERFORM 894-ZMO-RAPORT-ZLECENIE
                    END-IF
                    READ ZMOFILE NEXT
                 END-PERFORM
              END-IF

              MOVE SPACES TO WS-ZMO-BUFOR
              STRING "OTWARTYCH ZLECEN: " WS-ZMO-LICZNIK
                     "  PO TERMINIE: " WS-ZMO-PO-TERMINIE
                     DELIMITED BY SIZE INTO WS-ZMO-BUFOR
              PERFORM 897-ZMO-PISZ-LINIE

              IF WS-ZMO-BAZA-OTWARTA
                 CLOSE INFILE
              END-IF
              CLOSE ZMOLFILE
              CLOSE ZMOFILE

              IF WS-ZMO-DRUK-BLAD
                 DISPLAY "BLAD ZAPISU PLIKU RaportZlecenMontazu.txt"
              ELSE
                 CLOSE ZMODRUKFILE
                 DISPLAY "RAPORT ZAPISANY: RaportZlecenMontazu.txt"
                 MOVE "RaportZlecenMontazu.txt" TO WS-KR-ZRODLO
                 MOVE "RaportZlecenMontazu" TO WS-KR-BAZA
                 MOVE "MAGAZYN" TO WS-KR-PROGRAM
                 MOVE "9 ZLECENIA MONTAZU" TO WS-KR-PARAMETRY
                 PERFORM 995-ZACHOWAJ-RAPORT
              END-IF
           END-IF
           .

       894-ZMO-RAPORT-ZLECENIE.

           ADD 1 TO WS-ZMO-LICZNIK
           MOVE SPACES TO WS-RZM-NR-O
           STRING "ZM/" NR-ZMO DELIMITED BY SIZE INTO WS-RZM-NR-O
           MOVE ZESTAW-ZMO TO WS-RZM-ZESTAW-O
           MOVE LOK-ZMO TO WS-RZM-LOK-O
           MOVE ILOSC-ZMO TO WS-RZM-ILOSC-O
           MOVE ILOSC-WYK-ZMO TO WS-RZM-WYK-O
           MOVE DATA-PLAN-ZMO TO WS-RZM-TERMIN-O
           IF ZMO-OTWARTE
              MOVE "OTWARTE" TO WS-RZM-STATUS-O
           ELSE
              MOVE "CZESCIOWE" TO WS-RZM-STATUS-O
           END-IF
           MOVE SPACES TO WS-RZM-UWAGI-O
           IF DATA-PLAN-ZMO < WS-ZMO-DZIS
              MOVE "PO TERMINIE" TO WS-RZM-UWAGI-O
              ADD 1 TO WS-ZMO-PO-TERMINIE
           END-IF
           MOVE WS-RZM-LINIA TO WS-ZMO-BUFOR
           PERFORM 897-ZMO-PISZ-LINIE

           MOVE NR-ZMO TO NR-ZMOL
           MOVE 0 TO LP-ZMOL
           START ZMOLFILE KEY NOT < KLUCZ-ZMOL
           IF ERR-ZMOL = 0
              READ ZMOLFILE NEXT
              PERFORM UNTIL ERR-ZMOL > 0 OR NR-ZMOL NOT = NR-ZMO
                 IF REZ-ZMOL > 0
                    MOVE SKLADNIK-ZMOL TO WS-RZS-SKLADNIK-O
                    MOVE LOK-ZMOL TO WS-RZS-LOK-O
                    MOVE REZ-ZMOL TO WS-RZS-REZ-O
                    MOVE 0 TO WS-ILOSC-LICZBA
                    IF WS-ZMO-BAZA-OTWARTA
                       MOVE SKLADNIK-ZMOL TO TOWAR
                       MOVE LOK-ZMOL TO LOKALIZACJA
                       PERFORM 471-CZYTAJ-REKORD
                       IF ERR = 0
                          MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                       END-IF
                    END-IF
                    MOVE WS-ILOSC-LICZBA TO WS-RZS-STAN-O
                    MOVE SPACES TO WS-RZS-UWAGI-O
                    IF WS-ILOSC-LICZBA < REZ-ZMOL
                       MOVE "BRAK POKRYCIA" TO WS-RZS-UWAGI-O
                    END-IF
                    MOVE WS-RZM-SKLADNIK TO WS-ZMO-BUFOR
                    PERFORM 897-ZMO-PISZ-LINIE
                 END-IF
                 READ ZMOLFILE NEXT
              END-PERFORM
           END-IF
           .

       895-ZMO-OTWORZ-PLIKI.

           MOVE "N" TO WS-ZMO-PLIKI
           OPEN I-O ZMOFILE
           IF ERR-ZMO = 35
              CLOSE ZMOFILE
              OPEN OUTPUT ZMOFILE
              CLOSE ZMOFILE
              OPEN I-O ZMOFILE
           END-IF
           IF ERR-ZMO NOT = 0
              MOVE "OTWARCIE ZLECEN MONTAZU" TO WS-BLAD-KONTEKST
              MOVE ERR-ZMO TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
           ELSE
              OPEN I-O ZMOLFILE
              IF ERR-ZMOL = 35
                 CLOSE ZMOLFILE
                 OPEN OUTPUT ZMOLFILE
                 CLOSE ZMOLFILE
                 OPEN I-O ZMOLFILE
              END-IF
              IF ERR-ZMOL NOT = 0
                 MOVE "OTWARCIE LINII ZLECEN" TO WS-BLAD-KONTEKST
                 MOVE ERR-ZMOL TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
                 CLOSE ZMOFILE
              ELSE
                 MOVE "T" TO WS-ZMO-PLIKI
              END-IF
           END-IF
           .

       896-ZMO-OTWORZ-DRUK.

           MOVE "N" TO WS-ZMO-DRUK
           OPEN OUTPUT ZMODRUKFILE
           IF ERR-ZMD NOT = 0
              MOVE "T" TO WS-ZMO-DRUK
           END-IF
           .

       897-ZMO-PISZ-LINIE.

           DISPLAY WS-ZMO-BUFOR
           IF NOT WS-ZMO-DRUK-BLAD
              WRITE ZMODRUK-REC FROM WS-ZMO-BUFOR
              IF ERR-ZMD NOT = 0
                 MOVE "T" TO WS-ZMO-DRUK
              END-IF
           END-IF
           .

       870-SKANUJ-AUDYT.

      *    RUCHY Z ZAKRESU DAT Z KSIEGI RuchyMagazynowe (DZIEN PO
      *    DNIU PO KLUCZU DATA/TYP, DLA SUGESTII - PO KLUCZU
      *    TOWAR/LOKALIZACJA) ORAZ LINIE Audyt.txt DOPISANE PO
      *    OSTATNIM KSIEGOWANIU; KAZDA LINIA TRAFIA DO
      *    876-LINIA-AUDYTU WG WS-AUD-SKAN-TRYB

           PERFORM 871-STAN-KSIEGI
           OPEN INPUT RUCHYFILE
           IF ERR-RUCH NOT = 0
              DISPLAY "BRAK KSIEGI RUCHOW RuchyMagazynowe - "
                      "UWZGLEDNIONY TYLKO BIEZACY Audyt.txt"
              MOVE 0 TO WS-RM-DATA
              MOVE 0 TO WS-RM-CZAS
              MOVE "T" TO WS-RM-OGON
           ELSE
              IF SKAN-SUGESTIE
                 PERFORM 873-SKANUJ-TOWAR
              ELSE
                 PERFORM 872-SKANUJ-KSIEGE
              END-IF
              CLOSE RUCHYFILE
           END-IF

           IF WS-RM-JEST-OGON
              PERFORM 874-SKANUJ-BIEZACY
           END-IF
           .

       871-STAN-KSIEGI.

      *    NAJPOZNIEJSZA ZAKSIEGOWANA LINIA; Audyt.txt TRZEBA
      *    DOCZYTAC, GDY KONIEC LANCUCHA (SWIADEK) JEST DALEJ NIZ
      *    OSTATNIE KSIEGOWANIE

           MOVE 0 TO WS-RM-DATA
           MOVE 0 TO WS-RM-CZAS
           MOVE "T" TO WS-RM-OGON
           OPEN INPUT RUCHSTANFILE
           IF ERR-RSTAN = 0
              READ RUCHSTANFILE INTO WS-RST-LINIA
              IF ERR-RSTAN = 0
                 MOVE WS-RST-DATA-O TO WS-RM-DATA
                 MOVE WS-RST-CZAS-O TO WS-RM-CZAS
                 OPEN INPUT SWIADEKFILE
                 IF ERR-SW = 0
                    READ SWIADEKFILE INTO WS-SWIADEK-LINIA
                    IF ERR-SW = 0
                       AND WS-SW-NR-O = WS-RST-NR-O
                       AND WS-SW-KONTROLA-O = WS-RST-KONTROLA-O
                       MOVE "N" TO WS-RM-OGON
                    END-IF
                    CLOSE SWIADEKFILE
                 END-IF
              END-IF
              CLOSE RUCHSTANFILE
           END-IF
           .

       872-SKANUJ-KSIEGE.

      *    RAPORTY WYDAN CZYTAJA TYLKO KLUCZE (DZIEN, WYDANIE);
      *    RUCH DNIA - WSZYSTKIE TYPY DNIA

           STRING "20" WS-AUD-ZAKRES-OD DELIMITED BY SIZE
                  INTO WS-SKAN-DZIEN-8
           COMPUTE WS-SKAN-DZIEN-INT =
                   FUNCTION INTEGER-OF-DATE (WS-SKAN-DZIEN-8)
           STRING "20" WS-AUD-ZAKRES-DO DELIMITED BY SIZE
                  INTO WS-SKAN-DZIEN-8
           COMPUTE WS-SKAN-DO-INT =
                   FUNCTION INTEGER-OF-DATE (WS-SKAN-DZIEN-8)

           PERFORM UNTIL WS-SKAN-DZIEN-INT > WS-SKAN-DO-INT
              COMPUTE WS-SKAN-DZIEN-8 = FUNCTION DATE-OF-INTEGER
                      (WS-SKAN-DZIEN-INT)
              MOVE WS-SKAN-DZIEN-8(3:6) TO WS-SKAN-DZIEN
              MOVE WS-SKAN-DZIEN TO DATA-DT-RM
              IF SKAN-RUCH
                 MOVE LOW-VALUES TO TYP-DT-RM
              ELSE
                 MOVE "WYDANIE" TO TYP-DT-RM
              END-IF
              START RUCHYFILE KEY NOT < KLUCZ-DT-RM
              IF ERR-RUCH = 0
                 READ RUCHYFILE NEXT
              END-IF
              PERFORM UNTIL ERR-RUCH > 0
                      OR DATA-DT-RM NOT = WS-SKAN-DZIEN
                      OR (NOT SKAN-RUCH
                          AND TYP-DT-RM NOT = "WYDANIE")
                 MOVE LINIA-RM TO WS-AUDYT-LINE
                 PERFORM 876-LINIA-AUDYTU
                 READ RUCHYFILE NEXT
              END-PERFORM
              ADD 1 TO WS-SKAN-DZIEN-INT
           END-PERFORM
           .

       873-SKANUJ-TOWAR.

           MOVE TOWAR OF IN-REC TO TOWAR-RM
           MOVE LOKALIZACJA OF IN-REC TO LOK-RM
           MOVE WS-AUD-ZAKRES-OD TO DATA-RM
           MOVE 0 TO CZAS-RM
           MOVE 0 TO NR-LAN-RM
           MOVE LOW-VALUES TO TYP-RM
           START RUCHYFILE KEY NOT < KLUCZ-RM
           IF ERR-RUCH = 0
              READ RUCHYFILE NEXT
           END-IF
           PERFORM UNTIL ERR-RUCH > 0
                   OR TOWAR-RM NOT = TOWAR OF IN-REC
                   OR LOK-RM NOT = LOKALIZACJA OF IN-REC
                   OR DATA-RM > WS-AUD-ZAKRES-DO
              MOVE LINIA-RM TO WS-AUDYT-LINE
              PERFORM 876-LINIA-AUDYTU
              READ RUCHYFILE NEXT
           END-PERFORM
           .

       874-SKANUJ-BIEZACY.
           ELSE
              READ AUDYTFILE INTO WS-AUDYT-LINE
              PERFORM UNTIL ERR-AUD > 0
                 IF WS-AUD-DATA-O > WS-RM-DATA
                    OR (WS-AUD-DATA-O = WS-RM-DATA
                        AND WS-AUD-CZAS-O > WS-RM-CZAS)
                    PERFORM 876-LINIA-AUDYTU
                 END-IF
                 READ AUDYTFILE INTO WS-AUDYT-LINE
              END-PERFORM
              CLOSE AUDYTFILE
                       AND WS-AUD-TYP-O = "WYDANIE"
                       PERFORM 878-RUCH-SUGESTII
                    END-IF
      *          LINIE ZMIAN ZAMOWIEN NIOSA ILOSCI ZAMAWIANE,
      *          NIE RUCH MAGAZYNOWY
                 WHEN SKAN-RUCH
                    IF WS-AUD-OPER-O NOT = "ANULOWANIE"
                       AND WS-AUD-OPER-O NOT = "ZMIANA-ZAM"
                       MOVE WS-AUD-PRZED-O TO WS-RUCH-PRZED-N
                       MOVE WS-AUD-PO-O TO WS-RUCH-PO-N
                       PERFORM 996-ZAKTUALIZUJ-RUCH
                    END-IF
              END-EVALUATE
           END-IF
           .
           END-IF
           .

       841-WCZYTAJ-LIMITY-PO.

      *    LIMITY Z LimityZatwierdzenPO.txt; BRAK PLIKU = PO BEZ
      *    ZATWIERDZANIA. PRZY JAKIMKOLWIEK LIMICIE OTWIERANY JEST
      *    REJESTR ZatwierdzeniaPO (BEZ NIEGO PO NIE MOZE CZEKAC
      *    NA ZATWIERDZENIE, WIEC GENEROWANIE IDZIE JAK DOTAD)

           MOVE 0 TO WS-LZ-N
           MOVE 0 TO WS-ZT-LICZNIK
           MOVE "N" TO WS-ZT-OTWARTY
           OPEN INPUT LIMPOFILE
           IF ERR-LZ = 0
              READ LIMPOFILE INTO WS-LZ-LINIA
              PERFORM UNTIL ERR-LZ > 0 OR WS-LZ-N = 50
                 IF (WS-LZ-TYP-A = "R" OR WS-LZ-TYP-A = "K")
                    AND WS-LZ-KOD-A NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-LZ-KWOTA-A) = 0
                    ADD 1 TO WS-LZ-N
                    MOVE WS-LZ-TYP-A TO WS-LZ-TYP (WS-LZ-N)
                    MOVE WS-LZ-KOD-A TO WS-LZ-KOD (WS-LZ-N)
                    COMPUTE WS-LZ-KWOTA (WS-LZ-N) =
                            FUNCTION NUMVAL (WS-LZ-KWOTA-A)
                 END-IF
                 READ LIMPOFILE INTO WS-LZ-LINIA
              END-PERFORM
              CLOSE LIMPOFILE
           END-IF

           IF WS-LZ-N > 0
              OPEN I-O ZATWFILE
              IF ERR-ZT = 35
                 CLOSE ZATWFILE
                 OPEN OUTPUT ZATWFILE
                 CLOSE ZATWFILE
                 OPEN I-O ZATWFILE
              END-IF
              IF ERR-ZT = 0
                 MOVE "T" TO WS-ZT-OTWARTY
              ELSE
                 MOVE "OTWARCIE ZatwierdzeniaPO" TO WS-BLAD-KONTEKST
                 MOVE ERR-ZT TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
                 DISPLAY "UWAGA: LIMITY ZATWIERDZEN PO NIE SA "
                         "STOSOWANE W TYM PRZEBIEGU"
                 MOVE 0 TO WS-LZ-N
              END-IF
           END-IF
           .

       843-LIMIT-ZATWIERDZENIA.

      *    NAJNIZSZY LIMIT DLA POZYCJI WS-GEN-I: LIMIT ROLI
      *    GENERUJACEGO I LIMIT KATEGORII TOWARU

           MOVE "N" TO WS-LZ-JEST
           MOVE 0 TO WS-LZ-LIMIT
           MOVE SPACES TO WS-LZ-ZRODLO
           IF TRYB-JEST-WSADOWY
              MOVE "W" TO WS-LZ-ROLA
           ELSE
              MOVE WS-ROLA-OPERATORA TO WS-LZ-ROLA
           END-IF
           PERFORM VARYING WS-LZ-I FROM 1 BY 1
                   UNTIL WS-LZ-I > WS-LZ-N
              IF (WS-LZ-TYP (WS-LZ-I) = "R"
                  AND WS-LZ-KOD (WS-LZ-I) = WS-LZ-ROLA)
                 OR (WS-LZ-TYP (WS-LZ-I) = "K"
                     AND WS-LZ-KOD (WS-LZ-I) =
                         WS-GEN-KATEGORIA (WS-GEN-I))
                 IF NOT WS-LZ-LIMIT-JEST
                    OR WS-LZ-KWOTA (WS-LZ-I) < WS-LZ-LIMIT
                    MOVE "T" TO WS-LZ-JEST
                    MOVE WS-LZ-KWOTA (WS-LZ-I) TO WS-LZ-LIMIT
                    MOVE SPACES TO WS-LZ-ZRODLO
                    IF WS-LZ-TYP (WS-LZ-I) = "R"
                       STRING "ROLA " WS-LZ-ROLA
                              DELIMITED BY SIZE INTO WS-LZ-ZRODLO
                    ELSE
                       STRING "KAT " WS-LZ-KOD (WS-LZ-I)
                              DELIMITED BY SIZE INTO WS-LZ-ZRODLO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       844-ZAPISZ-DO-ZATWIERDZENIA.

           ADD 1 TO WS-ZT-LICZNIK
           MOVE NR-PO TO NR-PO-ZT
           MOVE WS-UZYTKOWNIK TO TWORCA-ZT
           MOVE WS-PO-DZIS-6 TO DATA-UTW-ZT
           MOVE WS-GEN-WARTOSC (WS-GEN-I) TO WARTOSC-ZT
           MOVE WS-LZ-LIMIT TO LIMIT-ZT
           MOVE WS-LZ-ZRODLO TO ZRODLO-LIMITU-ZT
           MOVE "O" TO STATUS-ZT
           MOVE SPACES TO ZATWIERDZAJACY-ZT
           MOVE 0 TO DATA-DECYZJI-ZT
           MOVE SPACES TO UZASADNIENIE-ZT
           WRITE ZATW-REC
           IF ERR-ZT NOT = 0
              DISPLAY "BLAD ZAPISU DO ZatwierdzeniaPO DLA PO NR "
                      NR-PO
           END-IF
           DISPLAY "PO NR " NR-PO " " WS-GEN-TOWAR (WS-GEN-I)
                   " WARTOSC " WS-GEN-WARTOSC (WS-GEN-I)
                   " > LIMIT " WS-LZ-LIMIT " (" WS-LZ-ZRODLO
                   ") - OCZEKUJE NA ZATWIERDZENIE"
           .

       805-OTWORZ-POM.

           OPEN I-O POMFILE
              MOVE WS-PO-OCZEK-8(3:6) TO DATA-OCZEK-P
              MOVE WS-GEN-CENA-ZAK (WS-GEN-I) TO CENA-PO
              MOVE WS-GEN-WALUTA (WS-GEN-I) TO WALUTA-P
              MOVE SPACE TO TYP-PO-P
              MOVE 0 TO ZAM-DS-P
              MOVE 0 TO LP-DS-P
              MOVE SPACES TO ODBIORCA-DS-P
              MOVE SPACES TO ADRES-DS-P
              PERFORM 843-LIMIT-ZATWIERDZENIA
              IF WS-LZ-LIMIT-JEST
                 AND WS-GEN-WARTOSC (WS-GEN-I) > WS-LZ-LIMIT
                 MOVE "A" TO STATUS-PO
              ELSE
                 MOVE "O" TO STATUS-PO
              END-IF
              WRITE POM-REC
              IF ERR-POM NOT = 0
                 MOVE "T" TO WS-POM-ZAPIS-BLAD
              ELSE
                 ADD 1 TO WS-POM-LICZNIK
                 IF PO-DO-ZATWIERDZENIA
                    PERFORM 844-ZAPISZ-DO-ZATWIERDZENIA
                 END-IF
                 IF WS-GEN-UMOWA (WS-GEN-I) NOT = SPACES
                    AND WS-UR-SA-OTWARTE
                    PERFORM 821-ZAPISZ-WYWOLANIE
                 END-IF
                 ADD 1 TO WS-NASTEPNY-NR-PO
              END-IF
           END-IF
                 IF TOWAR-P = TOWAR OF IN-REC
                    AND LOKALIZACJA-P = LOKALIZACJA OF IN-REC
                    AND NOT PO-ZAMKNIETE
                    AND NOT PO-DROPSHIP
                    MOVE "T" TO WS-PO-OTW-ZNALEZIONY
                    MOVE NR-PO TO WS-PO-OTW-NR
                 END-IF
           END-IF
           .

       817-POZYCJA-Z-UMOWY-RAMOWEJ.

      *    BRAK WS-BRAK TOWARU Z IN-REC POKRYWA NAJPIERW WAZNA
      *    UMOWA RAMOWA (818): POZYCJA PO U DOSTAWCY UMOWY, PO
      *    CENIE UMOWY, NAJWYZEJ DO NIEWYWOLANEJ RESZTY UMOWY;
      *    WS-BRAK ZOSTAJE POMNIEJSZONY O POKRYTA CZESC, A RESZTA
      *    BRAKU IDZIE DALEJ ZWYKLA DROGA (825)

           PERFORM 818-SZUKAJ-UMOWY-RAMOWEJ
           IF WS-UR-JEST
              PERFORM 819-DOSTAWCA-UMOWY-RAMOWEJ
              IF WS-PO-OPAK > 1
                 DIVIDE WS-BRAK BY WS-PO-OPAK
                    GIVING WS-OPAK-CALE
                    REMAINDER WS-OPAK-RESZTA
                 IF WS-OPAK-RESZTA > 0
                    ADD 1 TO WS-OPAK-CALE
                 END-IF
                 COMPUTE WS-PO-ZAMOWIONA =
                         WS-OPAK-CALE * WS-PO-OPAK
              ELSE
                 MOVE WS-BRAK TO WS-PO-ZAMOWIONA
              END-IF
              IF WS-PO-ZAMOWIONA > WS-UR-POZOSTALO
                 MOVE WS-UR-POZOSTALO TO WS-PO-ZAMOWIONA
              END-IF

              MOVE WS-BRAK TO WS-UR-BRAK-CALY
              IF WS-BRAK > WS-PO-ZAMOWIONA
                 MOVE WS-PO-ZAMOWIONA TO WS-BRAK
              END-IF
              MOVE "T" TO WS-UR-UZYCIE
              PERFORM 837-DODAJ-POZYCJE-PO
              MOVE "N" TO WS-UR-UZYCIE
              DISPLAY "TOWAR " TOWAR OF IN-REC " Z UMOWY RAMOWEJ "
                      WS-UR-DOSTAWCA " OD " WS-UR-DATA-OD ": "
                      WS-PO-ZAMOWIONA
              COMPUTE WS-BRAK = WS-UR-BRAK-CALY - WS-BRAK
              MOVE "N" TO WS-PO-MA-DOSTAWCE
           END-IF
           .

       818-SZUKAJ-UMOWY-RAMOWEJ.

      *    AKTYWNA UMOWA RAMOWA TOWARU Z IN-REC WAZNA W DNIU
      *    WS-PO-DZIS-6 Z NIEWYWOLANA RESZTA (PO ODJECIU POZYCJI
      *    JUZ PRZYDZIELONYCH W TYM PRZEBIEGU); PRZY KILKU
      *    WYGRYWA TA, KTORA WYGASA NAJWCZESNIEJ

           MOVE "N" TO WS-UR-ZNALEZIONA
           MOVE 0 TO WS-UR-POZOSTALO
           MOVE TOWAR OF IN-REC TO TOWAR-UR
           MOVE SPACES TO DOSTAWCA-UR
           MOVE 0 TO DATA-OD-UR
           START UMRFILE KEY NOT < KLUCZ-UR
           IF ERR-UR = 0
              READ UMRFILE NEXT
              PERFORM UNTIL ERR-UR > 0
                      OR TOWAR-UR NOT = TOWAR OF IN-REC
                 IF UR-AKTYWNA
                    AND DATA-OD-UR <= WS-PO-DZIS-6
                    AND DATA-DO-UR >= WS-PO-DZIS-6
                    PERFORM 823-WYWOLANE-W-PRZEBIEGU
                    COMPUTE WS-UR-WOLNE = ILOSC-UR - ILOSC-WYWOL-UR
                                        - WS-UR-W-PRZEBIEGU
                    IF WS-UR-WOLNE > 0
                       AND (NOT WS-UR-JEST
                            OR DATA-DO-UR < WS-UR-DATA-DO)
                       MOVE "T" TO WS-UR-ZNALEZIONA
                       MOVE KLUCZ-UR TO WS-UR-KLUCZ
                       MOVE DATA-DO-UR TO WS-UR-DATA-DO
                       MOVE CENA-UR TO WS-UR-CENA
                       MOVE WALUTA-UR TO WS-UR-WALUTA
                       IF WS-UR-WALUTA = SPACES
                          MOVE "PLN" TO WS-UR-WALUTA
                       END-IF
                       MOVE WS-UR-WOLNE TO WS-UR-POZOSTALO
                    END-IF
                 END-IF
                 READ UMRFILE NEXT
              END-PERFORM
           END-IF
           .

       819-DOSTAWCA-UMOWY-RAMOWEJ.

      *    DOSTAWCA UMOWY RAMOWEJ Z KARTOTEKI Dostawcy (NAZWA,
      *    CZAS DOSTAWY, OPAKOWANIE); WALUTE NADPISUJE UMOWA (837)

           MOVE "T" TO WS-PO-MA-DOSTAWCE
           MOVE WS-UR-DOSTAWCA TO WS-PO-KOD-DOST
           MOVE SPACES TO WS-DOST-NAZWA
           MOVE 0 TO WS-PO-CZAS-DOST
           MOVE 0 TO WS-DOST-RANGA
           MOVE 1 TO WS-PO-OPAK
           MOVE "N" TO WS-UR-DOST

           MOVE TOWAR OF IN-REC TO KOD-TOWARU-D
           MOVE 0 TO RANGA-D
           START DOSTFILE KEY NOT < KLUCZ-DOST
           IF ERR-D = 0
              READ DOSTFILE NEXT
              PERFORM UNTIL ERR-D > 0
                      OR KOD-TOWARU-D NOT = TOWAR OF IN-REC
                      OR WS-UR-DOST-JEST
                 IF KOD-DOSTAWCY = WS-UR-DOSTAWCA
                    MOVE "T" TO WS-UR-DOST
                    MOVE NAZWA-DOSTAWCY TO WS-DOST-NAZWA
                    MOVE CZAS-DOSTAWY-D TO WS-PO-CZAS-DOST
                    MOVE RANGA-D TO WS-DOST-RANGA
                    PERFORM 827-PRZEJMIJ-OPAKOWANIE
                 ELSE
                    READ DOSTFILE NEXT
                 END-IF
              END-PERFORM
           END-IF
           .

       821-ZAPISZ-WYWOLANIE.

      *    POZYCJA Z UMOWY RAMOWEJ ZAPISANA W ZamowieniaPOM POD
      *    NUMEREM NR-PO: ILOSC DOPISANA DO WYWOLANEJ NA UMOWIE
      *    I WYWOLANIE ZAPISANE W WywolaniaUmow

           MOVE WS-GEN-UMOWA (WS-GEN-I) TO KLUCZ-UR
           READ UMRFILE
           IF ERR-UR = 0
              ADD WS-GEN-ZAMOWIONA (WS-GEN-I) TO ILOSC-WYWOL-UR
              REWRITE UMR-REC
           END-IF
           IF ERR-UR NOT = 0
              DISPLAY "BLAD AKTUALIZACJI UMOWY RAMOWEJ DLA PO NR "
                      NR-PO
           END-IF

           MOVE NR-PO TO NR-PO-WU
           MOVE WS-GEN-UMOWA (WS-GEN-I) TO KLUCZ-UR-WU
           MOVE WS-GEN-ZAMOWIONA (WS-GEN-I) TO ILOSC-WU
           MOVE WS-PO-DZIS-6 TO DATA-WU
           WRITE WYW-REC
           IF ERR-WU NOT = 0
              DISPLAY "BLAD ZAPISU WYWOLANIA UMOWY RAMOWEJ DLA PO NR "
                      NR-PO
           END-IF
           .

       822-OTWORZ-UMOWY-RAMOWE.

      *    BRAK PLIKU UmowyRamowe = BRAK UMOW RAMOWYCH; BEZ
      *    REJESTRU WYWOLAN UMOWY NIE SA UZYWANE, ZEBY NIE
      *    WYWOLYWAC ILOSCI BEZ SLADU

           MOVE "N" TO WS-UR-OTWARTE
           MOVE "N" TO WS-UR-UZYCIE
           OPEN I-O UMRFILE
           IF ERR-UR = 0
              OPEN I-O WYWFILE
              IF ERR-WU = 35
                 CLOSE WYWFILE
                 OPEN OUTPUT WYWFILE
                 CLOSE WYWFILE
                 OPEN I-O WYWFILE
              END-IF
              IF ERR-WU = 0
                 MOVE "T" TO WS-UR-OTWARTE
              ELSE
                 DISPLAY "BLAD OTWARCIA REJESTRU WywolaniaUmow - "
                         "UMOWY RAMOWE POMINIETE"
                 CLOSE UMRFILE
              END-IF
           ELSE
              IF ERR-UR NOT = 35
                 MOVE "OTWARCIE UMOW RAMOWYCH" TO WS-BLAD-KONTEKST
                 MOVE ERR-UR TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
              END-IF
           END-IF
           .

       823-WYWOLANE-W-PRZEBIEGU.

      *    ILOSC UMOWY RAMOWEJ Z UMR-REC PRZYDZIELONA JUZ POZYCJOM
      *    TABELI GENEROWANYCH PO (JESZCZE NIE ZAPISANYM)

           MOVE 0 TO WS-UR-W-PRZEBIEGU
           PERFORM VARYING WS-UR-I FROM 1 BY 1
                   UNTIL WS-UR-I > WS-GEN-N
              IF WS-GEN-UMOWA (WS-UR-I) = KLUCZ-UR
                 ADD WS-GEN-ZAMOWIONA (WS-UR-I) TO WS-UR-W-PRZEBIEGU
              END-IF
           END-PERFORM
           .

       824-ZAMKNIJ-UMOWY-RAMOWE.

           IF WS-UR-SA-OTWARTE
              CLOSE WYWFILE
              CLOSE UMRFILE
              MOVE "N" TO WS-UR-OTWARTE
           END-IF
           .

       150-ZALADUJ-REZERWACJE.

      *    SUMA NIEWYDANYCH ILOSCI Z OTWARTYCH I BACKORDEROWYCH
      *    LINII ZAMOWIEN WG TOWAR/LOKALIZACJA (REZERWACJE) ORAZ
      *    SKLADNIKOW OTWARTYCH ZLECEN MONTAZU

           MOVE 0 TO WS-REZ-N
           MOVE "N" TO WS-REZ-LIMIT
              IF ERR-ZL = 0
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-ZL > 0
                    IF (LIN-OTWARTA OR LIN-BACKORDER)
                       AND NOT LIN-DROPSHIP
                       COMPUTE WS-REZ-POZOSTALO =
                               ILOSC-L - ILOSC-WYDANA-L
                       IF WS-REZ-POZOSTALO > 0
              CLOSE ZAMLFILE
           END-IF

      *    SKLADNIKI ZAREZERWOWANE POD OTWARTE ZLECENIA MONTAZU

           OPEN INPUT ZMOLFILE
           IF ERR-ZMOL = 0
              MOVE 0 TO NR-ZMOL
              MOVE 0 TO LP-ZMOL
              START ZMOLFILE KEY NOT < KLUCZ-ZMOL
              IF ERR-ZMOL = 0
                 READ ZMOLFILE NEXT
                 PERFORM UNTIL ERR-ZMOL > 0
                    IF REZ-ZMOL > 0
                       MOVE SKLADNIK-ZMOL TO TOWAR-L
                       MOVE LOK-ZMOL TO LOKALIZACJA-L
                       MOVE REZ-ZMOL TO WS-REZ-POZOSTALO
                       PERFORM 151-DOLICZ-REZERWACJE
                    END-IF
                    READ ZMOLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZMOLFILE
           END-IF

           IF WS-REZ-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: OSIAGNIETO LIMIT 500 REZERWACJI - "
                      "STANY DOSTEPNE MOGA BYC ZAWYZONE"
              DISPLAY "KOPIA ZAPASOWA ZAPISANA: " WS-BACKUP-NAZWA
              MOVE "KASOWANIE" TO WS-KAT-OPERACJA
              PERFORM 978-KATALOG-ZAPISZ
              PERFORM 979-KOPIA-WARSTW
           END-IF
           .

              DISPLAY "ARCHIWUM OKRESOWE ZAPISANE: " WS-BACKUP-NAZWA
              MOVE "ARCHIWUM" TO WS-KAT-OPERACJA
              PERFORM 978-KATALOG-ZAPISZ
              PERFORM 979-KOPIA-WARSTW
           END-IF
           .

           CLOSE KATALOGFILE
           .

       979-KOPIA-WARSTW.

      *    WARSTWY KOSZTU FIFO KOPIOWANE RAZEM Z BAZA5 DO PLIKU
      *    Warstwy_... O TYM SAMYM ZNACZNIKU CZASU - ODTWORZ
      *    PRZYWRACA JE RAZEM Z KOPIA

           MOVE "K" TO WS-WR-FUNKCJA
           MOVE WS-BACKUP-NAZWA TO WS-WR-NAZWA
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0 AND WS-WR-WYNIK NOT = 35
              DISPLAY "UWAGA: KOPIA WARSTW KOSZTU NIEZAPISANA - KOD "
                      WS-WR-WYNIK
           END-IF
           .

       976-ARCHIWIZUJ-TOWAR.

           ACCEPT WS-ARCH-DATA FROM DATE
           MOVE "N" TO WS-RUCH-LIMIT
           ACCEPT WS-RUCH-DZIS FROM DATE

           MOVE WS-RUCH-DZIS TO WS-AUD-ZAKRES-OD
           MOVE WS-RUCH-DZIS TO WS-AUD-ZAKRES-DO
           MOVE 5 TO WS-AUD-SKAN-TRYB
           PERFORM 870-SKANUJ-AUDYT

           IF WS-RUCH-N = 0
              DISPLAY "BRAK ZAREJESTROWANEGO RUCHU DZISIAJ"
           ELSE
              DISPLAY "TOWAR                LOKALIZACJA  ZMIANA"
                      " NETTO  ILOSC WPIS"
              PERFORM VARYING WS-RUCH-I FROM 1 BY 1
                      UNTIL WS-RUCH-I > WS-RUCH-N
                 DISPLAY WS-RUCH-TOWAR (WS-RUCH-I) "  "
                         WS-RUCH-LOK (WS-RUCH-I) "  "
                         WS-RUCH-NETTO (WS-RUCH-I) "  "
                         WS-RUCH-LICZNIK (WS-RUCH-I)
              END-PERFORM
           END-IF
           IF WS-RUCH-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: OSIAGNIETO LIMIT 500 POZYCJI - "
                      "NIEKTORE TOWARY/LOKALIZACJE POMINIETO"
           END-IF

           DISPLAY "---------------------"
           MOVE WS-LAN-NR TO WS-LAN-NR-O
           PERFORM 902-POLICZ-KONTROLE
           MOVE WS-LAN-NOWA TO WS-LAN-KONTROLA-O
           MOVE WS-AUD-DOKUMENT TO WS-LAN-DOKUMENT-O

           OPEN EXTEND AUDYTFILE
           IF ERR-AUD NOT = 0
           END-IF
           WRITE DZIENNIK-REC FROM WS-DZIENNIK-LINIA
           CLOSE DZIENNIKFILE

           IF NOT WS-WR-POMIJAJ
              PERFORM 909-WARSTWY-UZGODNIJ
           END-IF
           .

       909-WARSTWY-UZGODNIJ.

      *    WARSTWY KOSZTU FIFO (PODPROGRAM WARSTWY) NADAZAJA ZA
      *    STANEM WLASNYM TOWARU/LOKALIZACJI (ILOSC + KWARANTANNA,
      *    KOMIS DOSTAWCY I USUNIETY REKORD = 0): PRZYROST TWORZY
      *    WARSTWE PO WS-WR-KOSZT (DOMYSLNIE CENA-ZAKUP), UBYTEK
      *    ZDEJMUJE WARSTWY OD NAJSTARSZEJ
      *    (PRZENIESIENIE MIEDZY LOKALIZACJAMI PRZENOSI WARSTWY
      *    SAMO - 474-PRZENIES-WARSTWY - I WTEDY 908 TEGO POMIJA)

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

       915-HISTORIA-KARTOTEKI.

      *    WPIS DO HISTORII ZMIAN KARTOTEK (PODPROGRAM HISTORIA);
      *    PLIK, OPERACJE, KLUCZ I OBRAZY PRZED/PO USTAWIA
      *    WOLAJACY

           MOVE WS-UZYTKOWNIK TO WS-HI-OPERATOR
           MOVE "MAGAZYN" TO WS-HI-PROGRAM
           CALL "HISTORIA" USING WS-HISTORIA
           IF WS-HI-WYNIK NOT = 0
              DISPLAY "UWAGA: ZAPIS HISTORII KARTOTEK - KOD "
                      WS-HI-WYNIK
           END-IF
           .

       998-PROGNOZA-MIESIACA.
