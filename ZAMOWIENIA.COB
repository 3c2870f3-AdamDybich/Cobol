      *    Z ODJECIEM ILOSCI Z BAZA5 (TA SAMA LOGIKA CO 400-ZMIEN
      *    W MAGAZYN.COB)
      *
      *    PRZY WPISYWANIU LINII LICZONY JEST TERMIN OBIETNICY
      *    (DATA-OBIECANA-L) Z ZAPASU I OTWARTYCH DOSTAW
      *    ZamowieniaPOM, A ZAPISANE ZAMOWIENIE DOSTAJE NUMEROWANE
      *    POTWIERDZENIE DLA KLIENTA (SERIA POTWZAM, WYDRUK DO
      *    PotwierdzeniaZamowien.txt)
      *
      *    LINIA MOZE BYC WYSYLKA BEZPOSREDNIA OD DOSTAWCY
      *    (TRYB-DOSTAWY-L = D): ZAMIAST REZERWACJI Z BAZA5
      *    POWSTAJE POWIAZANE PO W ZamowieniaPOM Z ADRESEM DOSTAWY
      *    KLIENTA, A LINIE REALIZUJE POTWIERDZENIE WYSYLKI OD
      *    DOSTAWCY (IMPORT POTWIERDZEN W PRZYJECIE.COB)
      *
      *    CENA NETTO KAZDEJ LINII (PO UMOWIE I RABACIE) JEST
      *    POROWNYWANA ZE SREDNIA WAZONA CENA ZAKUPU; LINIA PONIZEJ
      *    MINIMALNEJ MARZY KATEGORII (MarzeMinimalne.txt) STAWIA
      *    ZAMOWIENIE NA WSTRZYMANIU MARZOWYM - BEZ PICK-LISTY,
      *    FALI I REALIZACJI DO DECYZJI W OPCJI M
      *
      *    KLIENT MA PRZYPISANEGO PRZEDSTAWICIELA HANDLOWEGO
      *    (KARTOTEKA Przedstawiciele, OPCJA 5 / P); NAGLOWEK
      *    ZAMOWIENIA MOZE WSKAZAC INNEGO - PROWIZJE LICZY
      *    PROWIZJE.COB
      *
      *    KLIENT MOZE WYMAGAC MINIMALNEJ POZOSTALEJ WAZNOSCI
      *    TOWARU W DNIACH (TerminyKlientow.txt, OGOLNIE LUB DLA
      *    KATEGORII) - WYDANIE FEFO POMIJA DLA NIEGO PARTIE ZA
      *    KROTKIE, A BRAKUJACA ILOSC IDZIE NA BACKORDER
      *
      *    TOWAR NA KONSYGNACJI U KLIENTA (LOKALIZACJE TYPU K)
      *    NIE JEST DO SPRZEDAZY Z MAGAZYNU - ZUZYCIE ZE SPISU NA
      *    MIEJSCU LUB Z RAPORTU KLIENTA STAJE SIE ZREALIZOWANYM
      *    ZAMOWIENIEM DO FAKTURY (OPCJA U, TAM TEZ SALDO)
      *
      *    SPRZEDAZ Z LADY (OPCJA K) PROWADZI JEDNA TRANSAKCJE OD
      *    ZAMOWIENIA PRZEZ WYDANIE Z WZ I FAKTURE LUB PARAGON
      *    (FAKTURY.COB W TRYBIE L) DO ZAPLATY GOTOWKA Z DOWODEM KP
      *    (SERIA KP, WYDRUK DO DowodyKP.txt) ALBO KARTA; WPLATY
      *    TRAFIAJA DO KSIAZKI KASOWEJ Kasa.txt, Z KTOREJ OPCJA Z
      *    LICZY RAPORT KASOWY ZMIANY OPERATORA (RaportyKasowe.txt,
      *    ROZNICE DO RozniceKasowe.txt I AUDYTU)
      *
      *    ZAMOWIENIE SKLADA SIE Z NAGLOWKA (PLIK Zamowienia) I
      *    DOWOLNEJ LICZBY LINII (PLIK ZamowieniaLinie) - WSZYSTKIE
      *    LINIE WPROWADZA SIE ZA JEDNYM POSIEDZENIEM, PICK-LISTA
      *    DRUKUJE CALE ZAMOWIENIE RAZEM, A REALIZACJA PRZECHODZI
      *    WSZYSTKIE LINIE ZAMOWIENIA W JEDNYM PRZEBIEGU
      *
      *    KAZDY ZAPIS KARTOTEKI Klienci I UMOWY CenyKlientow IDZIE
      *    OBRAZEM PRZED/PO DO HISTORII ZMIAN KARTOTEK (PODPROGRAM
      *    HISTORIA, PLIK HistoriaKartotek.txt)

       PROGRAM-ID. ZAMOWIENIA.

               RECORD KEY OKRES-OK
               STATUS ERR-OK.

           SELECT WARUNKIFILE ASSIGN TO "WarunkiPlatnosci.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WP.
           SELECT ZMOLFILE ASSIGN TO "ZleceniaMontazuLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ZMOL
               STATUS ERR-ZMOL.
           SELECT POMFILE ASSIGN TO "ZamowieniaPOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO
               STATUS ERR-POM.
           SELECT POTWZFILE ASSIGN TO "PotwierdzeniaZamowien.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PTZ.
           SELECT TERMFILE ASSIGN TO "PrzesunieteTerminy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-TPR.
           SELECT DOSTFILE ASSIGN TO "Dostawcy"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-DOST
               STATUS ERR-D.
           SELECT CENDFILE ASSIGN TO "CenyDostawcow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-CEND
               STATUS ERR-CD.
           SELECT LIMPOFILE ASSIGN TO "LimityZatwierdzenPO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-LZ.
           SELECT ZATWFILE ASSIGN TO "ZatwierdzeniaPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO-ZT
               STATUS ERR-ZT.
           SELECT TKFILE ASSIGN TO "TowaryKlientow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-TK
               ALTERNATE RECORD KEY KLUCZ-NASZ-TK WITH DUPLICATES
               STATUS ERR-TK.
           SELECT ADRDFILE ASSIGN TO "AdresyDostaw"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ADRD
               STATUS ERR-AD.
           SELECT MARZFILE ASSIGN TO "MarzeMinimalne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-MM.
           SELECT MZFILE ASSIGN TO "ZatwierdzeniaMarzy"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAM-MZ
               STATUS ERR-MZ.
           SELECT RMZFILE ASSIGN TO "WstrzymaniaMarzowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RMZ.
           SELECT PRZFILE ASSIGN TO "Przedstawiciele"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-PRZ
               STATUS ERR-PRZ.
           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               LOCK MODE IS AUTOMATIC
               STATUS ERR-R.
           SELECT WPLATYFILE ASSIGN TO "WplatyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.
           SELECT KPFILE ASSIGN TO "DowodyKP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KP.
           SELECT KASAFILE ASSIGN TO "Kasa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KAS.
           SELECT RKASFILE ASSIGN TO "RaportyKasowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RKS.
           SELECT RZKFILE ASSIGN TO "RozniceKasowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RZK.
           SELECT IMPKFILE ASSIGN TO "ZuzycieKonsygnacji.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ZKI.
           SELECT RAPKFILE ASSIGN TO "ZuzycieKonsygnacjiRaport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ZKR.
           SELECT TWKFILE ASSIGN TO "TerminyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-TWK.

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

       FD KONTRFILE.
       01 KONTR-REC PIC X(40).
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

       FD DZIENNIKFILE.
       01 DZIENNIK-REC PIC X(180).
       01 SWIADEK-REC PIC X(16).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD STAWKIFILE.
       01 STAWKI-REC PIC X(60).
          05 ALEJA-LK        PIC X(4).
          05 KOLEJNOSC-LK    PIC 9(5).
          05 TYP-LK          PIC X(1).
             88 LOK-U-KLIENTA    VALUE "K".
          05 MAX-WAGA-LK     PIC 9(7)V99.
          05 MAX-ILOSC-LK    PIC 9(7)V99.
          05 KLIENT-LK       PIC X(10).
          05 DLUGOSC-LK      PIC 9(4)V9.
          05 SZEROKOSC-LK    PIC 9(4)V9.
          05 WYSOKOSC-LK     PIC 9(4)V9.

       FD VATFILE  BLOCK CONTAINS 0.
       01 VAT-REC.
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

       FD ZAMIENFILE  BLOCK CONTAINS 0.
       01 ZAMIEN-REC.
             10 NR-PARTII-PA    PIC X(10).
          05 DATA-WAZNOSCI-PA   PIC 9(6).
          05 ILOSC-PA           PIC 9(7)V99.
          05 STATUS-PA          PIC X(1).
             88 PARTIA-WYCOFANA VALUE "W".

       FD PARTIEWYDFILE.
       01 PARTIAWYD-REC PIC X(80).
             88 PRZESYLKA-WYJATEK    VALUE "E".
          05 DATA-NADANIA-PS PIC 9(6).
          05 DATA-STATUSU-PS PIC 9(6).
          05 POBRANIE-PS     PIC X(1).
             88 PRZESYLKA-ZA-POBRANIEM VALUE "T".
          05 KWOTA-POBRANIA-PS PIC 9(9)V99.
          05 DATA-POBRANIA-PS PIC 9(6).

       FD OKRESYFILE  BLOCK CONTAINS 0.
       01 OKRES-REC.
             88 OKRES-ZAMKNIETY VALUE "Z".
          05 DATA-ZAMKN-OK   PIC 9(6).

       FD WARUNKIFILE.
       01 WARUNKI-REC PIC X(50).

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

       FD POTWZFILE.
       01 POTWZ-REC PIC X(120).

       FD TERMFILE.
       01 TERM-REC PIC X(120).

       FD DOSTFILE  BLOCK CONTAINS 0.
       01 DOST-REC.
          05 KLUCZ-DOST.
             10 KOD-TOWARU-D   PIC X(20).
             10 RANGA-D        PIC 9(2).
          05 KOD-DOSTAWCY      PIC X(10).
          05 NAZWA-DOSTAWCY    PIC X(30).
          05 CZAS-DOSTAWY-D    PIC 9(3).
          05 OPAKOWANIE-D      PIC 9(5).
          05 WALUTA-D          PIC X(3).
          05 AKTYWNY-D         PIC X(1).
             88 DOST-AKTYWNY       VALUE "T".
          05 KOD-TOW-DOST-D    PIC X(20).

       FD CENDFILE  BLOCK CONTAINS 0.
       01 CEND-REC.
          05 KLUCZ-CEND.
             10 KOD-DOSTAWCY-C PIC X(10).
             10 KOD-TOWARU-C   PIC X(20).
             10 DATA-OD-C      PIC 9(6).
          05 DATA-DO-C         PIC 9(6).
          05 CENA-ZAKUPU-C     PIC 9(7)V99.

       FD LIMPOFILE.
       01 LIMPO-REC PIC X(80).

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

       FD TKFILE  BLOCK CONTAINS 0.
       01 TK-REC.
          05 KLUCZ-TK.
             10 KLIENT-TK      PIC X(10).
             10 KOD-TOW-KL-TK  PIC X(20).
          05 KLUCZ-NASZ-TK.
             10 KLIENT-NASZ-TK PIC X(10).
             10 TOWAR-TK       PIC X(20).
          05 OPIS-TK         PIC X(40).

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

       FD MARZFILE.
       01 MARZ-REC PIC X(80).

      *    ZAMOWIENIA WSTRZYMANE Z POWODU MARZY PONIZEJ PROGU:
      *    KTO I SKAD JE WPROWADZIL ORAZ DECYZJA ZWALNIAJACEGO

       FD MZFILE  BLOCK CONTAINS 0.
       01 MZ-REC.
          05 NR-ZAM-MZ          PIC 9(7).
          05 KLIENT-MZ          PIC X(10).
          05 TWORCA-MZ          PIC X(8).
          05 DATA-UTW-MZ        PIC 9(6).
          05 ZRODLO-MZ          PIC X(10).
          05 LINIE-PONIZEJ-MZ   PIC 9(3).
          05 MARZA-MIN-MZ       PIC S9(5)V99.
          05 PROG-MIN-MZ        PIC 9(3)V99.
          05 STATUS-MZ          PIC X(1).
             88 MZ-OCZEKUJE        VALUE "O".
             88 MZ-ZWOLNIONE       VALUE "Z".
             88 MZ-ODRZUCONE       VALUE "R".
          05 DECYDENT-MZ        PIC X(8).
          05 DATA-DECYZJI-MZ    PIC 9(6).
          05 UZASADNIENIE-MZ    PIC X(40).

       FD RMZFILE.
       01 RMZ-REC PIC X(132).

      *    PRZEDSTAWICIELE HANDLOWI: STAWKA PROWIZJI W PROCENTACH
      *    MARZY I NUMER KADROWY DO ZESTAWIENIA DLA PLAC

       FD PRZFILE  BLOCK CONTAINS 0.
       01 PRZ-REC.
          05 KOD-PRZ            PIC X(6).
          05 NAZWA-PRZ          PIC X(30).
          05 PROWIZJA-PRZ       PIC 9(2)V99.
          05 NR-KADROWY-PRZ     PIC X(10).
          05 AKTYWNY-PRZ        PIC X(1).
             88 PRZ-AKTYWNY        VALUE "T".

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
       01 WPLATA-REC PIC X(80).

       FD KPFILE.
       01 KP-REC PIC X(132).

      *    KSIAZKA KASOWA: WPLATY Z LADY (W) I ZAMKNIECIA ZMIAN (Z)
      *    KAZDEGO OPERATORA - UKLAD W WS-KASA-LINIA

       FD KASAFILE.
       01 KASA-REC PIC X(80).

       FD RKASFILE.
       01 RKAS-REC PIC X(80).

       FD RZKFILE.
       01 RZK-REC PIC X(80).

       FD IMPKFILE.
       01 IMPK-REC PIC X(80).

       FD RAPKFILE.
       01 RAPK-REC PIC X(100).

       FD TWKFILE.
       01 TWK-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HASLO-ZGODNE PIC X(1).
          88 WS-HASLO-JEST-ZGODNE VALUE "T".
       01 WS-HAS-HASLA-INT PIC 9(9).
       01 WS-HAS-WIEK PIC S9(5).
       01 ERR-OK PIC 99.
       01 ERR-WP PIC 99.
       01 WS-BLOKADA-POPRZ PIC X(1).
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
       01 WS-WARUNKI-OK PIC X(1).
          88 WS-WARUNKI-SA-OK VALUE "T".
       01 WS-OKRES-ZAMKNIETY PIC X(1).
          88 WS-OKRES-JEST-ZAMKNIETY VALUE "T".
       01 WS-OKRES-DZIS PIC 9(6).
          88 WYB-FILLRATE   VALUE "L".
          88 WYB-CENNIK     VALUE "C".
          88 WYB-ZAMIENNIKI VALUE "S".
          88 WYB-TERMINY    VALUE "T".
          88 WYB-MARZA      VALUE "M".
          88 WYB-LADA       VALUE "K".
          88 WYB-KASA       VALUE "Z".
          88 WYB-KONSYG     VALUE "U".
          88 WYB-KONIEC     VALUE "4".
       01 ERR-KTR PIC 99.
       01 WS-KTR-LINIA.
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
       01 WS-DZIENNIK-LINIA.
          05 WS-DZN-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
       01 WYBOR-KLIENT PIC X(1).
          88 KLIENT-POKAZ  VALUE "S".
          88 KLIENT-ZAPISZ VALUE "Z".
          88 KLIENT-ADRESY VALUE "A".
          88 KLIENT-TOWARY VALUE "T".
          88 KLIENT-PRZEDST VALUE "P".
       01 WS-RAP-NAGLOWKI PIC 9(5).
       01 WS-NR-ZAM PIC 9(7).
       01 WS-LINIA-TOWAR PIC X(20).
       01 WS-LINIE-ZREALIZOWANE PIC 9(3).
       01 WS-LINIE-BRAK-TOWARU PIC 9(3).
       01 WS-LINIE-BACKORDER PIC 9(3).
       01 WS-LINIE-DS-OTWARTE PIC 9(3).
       01 WS-LINIE-MAG-WYDANE PIC 9(3).
       01 WS-WYSYLKA-MAG PIC X(1).
          88 WS-JEST-WYSYLKA-MAG VALUE "T".
       01 WS-BACK-LICZNIK PIC 9(5).
       01 WS-BACK-MOZLIWE PIC 9(5).
       01 WS-POZOSTALO-L PIC 9(7)V99.
       01 WS-WYDANIE-CZESC PIC 9(7)V99.
       01 WS-ATP-REZERWACJE PIC 9(9)V99.
       01 ERR-ZMOL PIC 99.
       01 WS-ATP-DOSTEPNE PIC S9(9)V99.
       01 WS-ATP-TOWAR PIC X(20).
       01 WS-ATP-LOK PIC X(10).
       01 WS-ZAML-ZAPAS PIC X(80).
       01 ERR-POM PIC 99.
       01 ERR-PTZ PIC 99.
       01 ERR-TPR PIC 99.
       01 ERR-D PIC 99.
       01 ERR-CD PIC 99.
       01 ERR-LZ PIC 99.
       01 ERR-ZT PIC 99.
       01 ERR-AD PIC 99.
       01 ERR-TK PIC 99.
       01 WS-TK-KOD PIC X(20).
       01 WS-TK-WYBOR PIC X(1).
          88 WS-TK-LISTA VALUE "L".
          88 WS-TK-USUN  VALUE "U".
       01 WS-TK-ILE PIC 9(5).
       01 WS-KODKL-TEKST PIC X(34).
       01 WS-ADRES-DOST PIC X(6).
       01 WS-POBR-ODP PIC X(1).
       01 WS-POBR-KWOTA-A PIC X(12).
       01 WS-POBR-OK PIC X(1).
          88 WS-POBR-JEST-OK VALUE "T".
       01 WS-AD-OK PIC X(1).
          88 WS-AD-JEST-OK VALUE "T".
       01 WS-AD-WYBOR PIC X(1).
          88 WS-AD-LISTA VALUE "L".
       01 WS-AD-ILE PIC 9(3).
       01 WS-AD-NAZWA PIC X(30).
       01 WS-AD-ADRES PIC X(40).
       01 WS-AD-REGION PIC X(4).
       01 WS-AD-KONTAKT PIC X(30).
       01 WS-AD-GODZINY PIC X(20).

      *    PROG MARZY LINII I WSTRZYMANIA MARZOWE

       01 ERR-MM PIC 99.
       01 ERR-MZ PIC 99.
       01 ERR-RMZ PIC 99.
       01 WS-MM-LINIA.
          05 WS-MM-KAT-A     PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-MM-PROC-A    PIC X(8).
       01 WS-MZ-KATEGORIA PIC X(10).
       01 WS-MZ-KOSZT PIC 9(7)V99.
       01 WS-MZ-MARZA PIC S9(9)V99.
       01 WS-MZ-PROG PIC 9(3)V99.
       01 WS-MZ-PROG-JEST PIC X(1).
          88 WS-MZ-JEST-PROG VALUE "T".
       01 WS-MZ-ZRODLO PIC X(10).
       01 WS-MZ-LINIA PIC X(1).
          88 WS-MZ-LINIA-PONIZEJ VALUE "T".
       01 WS-MZ-LINIE PIC 9(3).
       01 WS-MZ-MARZA-MIN PIC S9(5)V99.
       01 WS-MZ-PROG-MIN PIC 9(3)V99.
       01 WS-MZ-MARZA-O PIC -(5)9.99.
       01 WS-MZ-PROG-O PIC ZZ9.99.
       01 WYBOR-MARZA PIC X(1).
          88 MARZA-DECYZJE VALUE "D".
          88 MARZA-RAPORT  VALUE "R".
       01 WS-MZ-DECYZJA PIC X(1).
          88 WS-MZ-ZWOLNIJ VALUE "Z".
          88 WS-MZ-ODRZUC  VALUE "R".
          88 WS-MZ-KONIEC  VALUE "K".
       01 WS-MZ-POWOD PIC X(40).
       01 WS-MZ-REKORD PIC X(1).
          88 WS-MZ-JEST-REKORD VALUE "T".
       01 WS-MZ-PLIK PIC X(1).
          88 WS-MZ-PLIK-OTWARTY VALUE "T".
       01 WS-MZ-LICZNIK PIC 9(5).
       01 WS-MZ-ZWOLNIONE PIC 9(5).
       01 WS-MZ-ODRZUCONE PIC 9(5).

      *    PRZEDSTAWICIELE HANDLOWI

       01 ERR-PRZ PIC 99.
       01 WS-PRZ-KOD PIC X(6).
       01 WS-PRZ-KLIENTA PIC X(6).
       01 WS-PRZ-OK PIC X(1).
          88 WS-PRZ-JEST-OK VALUE "T".
       01 WS-PRZ-WYBOR PIC X(1).
          88 WS-PRZ-LISTA VALUE "L".
       01 WS-PRZ-ILE PIC 9(3).
       01 WS-PRZ-PROC-O PIC Z9.99.
       01 ERR-R PIC 99.
       01 ERR-W PIC 99.
       01 ERR-KP PIC 99.
       01 ERR-KAS PIC 99.
       01 ERR-RKS PIC 99.
       01 ERR-RZK PIC 99.
       01 WS-LADA-TRYB PIC X(1) VALUE "N".
          88 WS-LADA-AKTYWNA VALUE "T".
       01 WS-LADA-ZAPISANE PIC X(1).
          88 WS-LADA-JEST-ZAPISANE VALUE "T".
       01 WS-LADA-NR PIC 9(7).
       01 WS-LADA-FAKT PIC 9(7).
       01 WS-LADA-NAZWA PIC X(30).
       01 WS-LADA-DOKUMENT PIC X(1).
          88 WS-LADA-PARAGON VALUE "P".
          88 WS-LADA-FAKTURA VALUE "F".
       01 WS-LADA-FORMA PIC X(1).
          88 WS-LADA-GOTOWKA VALUE "G".
          88 WS-LADA-KARTA   VALUE "K".
       01 WS-LADA-KWOTA PIC 9(11)V99.
       01 WS-LADA-WPLACONO PIC 9(11)V99.
       01 WS-LADA-RESZTA PIC 9(11)V99.
       01 WS-LADA-KWOTA-O PIC Z(10)9.99.
       01 WS-LADA-RESZTA-O PIC Z(10)9.99.
       01 WS-KOMENDA PIC X(52).
       01 WS-NR-KP PIC 9(7).
       01 WS-KP-ZLOTE PIC 9(9).
       01 WS-KP-GROSZE PIC 9(2).
       01 WS-KP-SLOWNIE PIC X(200).
       01 WS-KP-WIERSZ PIC X(132).
       01 WS-KP-NAGLOWEK.
          05 FILLER          PIC X(30)
             VALUE "KP - DOWOD WPLATY KASOWEJ NR ".
          05 WS-KP-NR-O      PIC 9(7).
          05 FILLER          PIC X(8) VALUE "  DATA ".
          05 WS-KP-DATA-O    PIC 9(6).
          05 FILLER          PIC X(10) VALUE "  KASJER ".
          05 WS-KP-OPER-O    PIC X(8).
       01 WS-KP-WPLACAJACY.
          05 FILLER          PIC X(12) VALUE "WPLACAJACY: ".
          05 WS-KP-KLIENT-O  PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KP-NAZWA-O   PIC X(30).
       01 WS-KP-TYTUL.
          05 FILLER          PIC X(24)
             VALUE "TYTULEM: ZAPLATA ZA DOK.".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KP-DOK-O     PIC X(8).
          05 FILLER          PIC X(4) VALUE " NR ".
          05 WS-KP-FAKT-O    PIC 9(7).
          05 FILLER          PIC X(11) VALUE " ZAMOWIENIE".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KP-ZAM-O     PIC 9(7).
       01 WS-KP-KWOTA.
          05 FILLER          PIC X(7) VALUE "KWOTA: ".
          05 WS-KP-KWOTA-O   PIC Z(10)9.99.
          05 FILLER          PIC X(4) VALUE " PLN".
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
       01 WS-KASA-LINIA.
          05 WS-KS-DATA      PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KS-CZAS      PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KS-OPER      PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KS-TYP       PIC X(1).
             88 WS-KS-WPLATA      VALUE "W".
             88 WS-KS-ZAMKNIECIE  VALUE "Z".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KS-NR-KP     PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KS-FAKT      PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KS-KLIENT    PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KS-FORMA     PIC X(1).
             88 WS-KS-GOTOWKA     VALUE "G".
             88 WS-KS-KARTA       VALUE "K".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KS-KWOTA     PIC 9(11)V99.
       01 WS-KASA-DZIS PIC 9(6).
       01 WS-KASA-CZAS PIC 9(8).
       01 WS-KASA-SUMA-G PIC 9(11)V99.
       01 WS-KASA-SUMA-K PIC 9(11)V99.
       01 WS-KASA-ILE-G PIC 9(5).
       01 WS-KASA-ILE-K PIC 9(5).
       01 WS-KASA-POGOTOWIE PIC 9(9)V99.
       01 WS-KASA-POLICZONO PIC 9(11)V99.
       01 WS-KASA-OCZEKIWANE PIC 9(11)V99.
       01 WS-KASA-ROZNICA PIC S9(11)V99.
       01 WS-KASA-KWOTA-O PIC -(10)9.99.
       01 WS-RKS-NAGLOWEK.
          05 FILLER          PIC X(22) VALUE "RAPORT KASOWY ZMIANY  ".
          05 FILLER          PIC X(5) VALUE "DATA ".
          05 WS-RKS-DATA-O   PIC 9(6).
          05 FILLER          PIC X(7) VALUE "  CZAS ".
          05 WS-RKS-CZAS-O   PIC 9(8).
          05 FILLER          PIC X(11) VALUE "  OPERATOR ".
          05 WS-RKS-OPER-O   PIC X(8).
       01 WS-RKS-WIERSZ.
          05 WS-RKS-OPIS-O   PIC X(30).
          05 WS-RKS-ILE-O    PIC Z(4)9.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-RKS-KWOTA-O  PIC -(10)9.99.
       01 ERR-ZKI PIC 99.
       01 ERR-ZKR PIC 99.
       01 WS-KK-TRYB PIC X(1) VALUE "N".
          88 WS-KK-AKTYWNA VALUE "T".
       01 WS-KK-WYBOR PIC X(1).
       01 WS-KK-KLIENT PIC X(10).
       01 WS-KK-KLIENT-OK PIC X(1).
          88 WS-KK-KLIENT-JEST-OK VALUE "T".
       01 WS-KK-LOK-N PIC 9(2).
       01 WS-KK-I PIC 9(2).
       01 WS-KK-LOKI.
          05 WS-KK-LOK PIC X(10) OCCURS 20.
       01 WS-KK-NA-LOK PIC X(1).
          88 WS-KK-JEST-NA-LOK VALUE "T".
       01 WS-KK-POKRYCIE PIC X(1).
          88 WS-KK-JEST-POKRYCIE VALUE "T".
       01 WS-KK-LINIA-OK PIC X(1).
          88 WS-KK-LINIA-JEST-OK VALUE "T".
       01 WS-KK-ZAPISANE PIC X(1).
          88 WS-KK-JEST-ZAPISANE VALUE "T".
       01 WS-KK-LINIE PIC 9(3).
       01 WS-KK-ZAMOWIEN PIC 9(5).
       01 WS-KK-PRZYJETE PIC 9(5).
       01 WS-KK-ODRZUCONE PIC 9(5).
       01 WS-KK-TOWAR PIC X(20).
       01 WS-KK-LOKALIZACJA PIC X(10).
       01 WS-KK-ILOSC-KS PIC 9(7)V99.
       01 WS-KK-SPIS PIC 9(7)V99.
       01 WS-KK-ZUZYCIE PIC 9(7)V99.
       01 WS-KK-WYNIK PIC X(40).
       01 WS-ZK-LINIA.
          05 WS-ZK-KLIENT-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-ZK-TOWAR-A   PIC X(20).
          05 FILLER          PIC X.
          05 WS-ZK-ILOSC-A   PIC X(12).
          05 FILLER          PIC X.
          05 WS-ZK-LOK-A     PIC X(10).
       01 WS-ZKR-LINIA.
          05 WS-ZKR-KLIENT-O PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ZKR-TOWAR-O  PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ZKR-LOK-O    PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ZKR-ILOSC-O  PIC Z(6)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ZKR-WYNIK-O  PIC X(40).
       01 WS-SK-FILTR PIC X(10).
       01 WS-SK-N PIC 9(3).
       01 WS-SK-I PIC 9(3).
       01 WS-SK-J PIC 9(3).
       01 WS-SK-TAB OCCURS 100.
          05 WS-SK-KLIENT    PIC X(10).
          05 WS-SK-POZYCJI   PIC 9(5).
          05 WS-SK-KOSZT     PIC 9(11)V99.
          05 WS-SK-SPRZEDAZ  PIC 9(11)V99.
       01 WS-SK-ILOSC-N PIC 9(7)V99.
       01 WS-SK-CENA-N PIC 9(7)V99.
       01 WS-SK-WARTOSC PIC 9(11)V99.
       01 WS-SK-KOSZT-O PIC Z(10)9.99.
       01 WS-SK-SPRZ-O PIC Z(10)9.99.
       01 WS-RZK-LINIA.
          05 WS-RZK-DATA-O   PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RZK-CZAS-O   PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RZK-OPER-O   PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RZK-OCZEK-O  PIC Z(10)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RZK-POLICZ-O PIC Z(10)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RZK-ROZN-O   PIC -(10)9.99.
       01 WS-MZ-OCZEKUJACE PIC 9(5).
       01 WS-MZ-POMINIETE PIC 9(5).
       01 WS-MZ-DATA-RAP PIC 9(6).
       01 WS-RMZ-LINIA.
          05 WS-RMZ-NR-O      PIC 9(7).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-KLIENT-O  PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-ZRODLO-O  PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-TWORCA-O  PIC X(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-LINIE-O   PIC ZZ9.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-MARZA-O   PIC -(5)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-STATUS-O  PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-DECYD-O   PIC X(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-DATA-D-O  PIC X(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-RMZ-POWOD-O   PIC X(40).

      *    TERMIN OBIETNICY: BRAKUJACA ILOSC POKRYWANA OTWARTYMI
      *    DOSTAWAMI ZamowieniaPOM W KOLEJNOSCI DATY OCZEKIWANEJ

       01 WS-OB-DZIS PIC 9(6).
       01 WS-OB-DATA PIC 9(6).
       01 WS-OB-PO PIC 9(7).
       01 WS-OB-POTRZEBA PIC S9(9)V99.
       01 WS-OB-NARASTA PIC 9(9)V99.
       01 WS-OB-N PIC 9(3).
       01 WS-OB-I PIC 9(3).
       01 WS-OB-J PIC 9(3).
       01 WS-OB-TAB OCCURS 100.
          05 WS-OB-T-DATA  PIC 9(6).
          05 WS-OB-T-PO    PIC 9(7).
          05 WS-OB-T-ILOSC PIC 9(7)V99.
       01 WS-OB-ZAPAS PIC X(22).
       01 WS-DS-ODP PIC X(1).
       01 WS-DS-ODBIORCA PIC X(30).
       01 WS-DS-ADRES-K PIC X(40).
       01 WS-DS-ADRES PIC X(40).
       01 WS-DS-JEST PIC X(1).
          88 WS-DS-JEST-DOSTAWCA VALUE "T".
       01 WS-DS-DOSTAWCA PIC X(10).
       01 WS-DS-NAZWA-DOST PIC X(30).
       01 WS-DS-CZAS PIC 9(3).
       01 WS-DS-WALUTA PIC X(3).
       01 WS-DS-CENA PIC 9(7)V99.
       01 WS-DS-UMOWA PIC X(1).
          88 WS-DS-JEST-UMOWA VALUE "T".
       01 WS-DS-CENA-PLN PIC 9(7)V99.
       01 WS-DS-WARTOSC PIC 9(11)V99.
       01 WS-DS-KATEGORIA PIC X(10).
       01 WS-DS-DZIS PIC 9(6).
       01 WS-DS-TERMIN PIC 9(6).
       01 WS-DS-DATA-8 PIC 9(8).
       01 WS-DS-DATA-INT PIC 9(8).
       01 WS-DS-NR-PO PIC 9(7).
       01 WS-DS-BLAD PIC X(1).
          88 WS-DS-JEST-BLAD VALUE "T".
       01 WS-DS-LZ-LINIA.
          05 WS-DS-LZ-TYP-A    PIC X(1).
          05 FILLER            PIC X(1).
          05 WS-DS-LZ-KOD-A    PIC X(10).
          05 FILLER            PIC X(1).
          05 WS-DS-LZ-KWOTA-A  PIC X(15).
       01 WS-DS-LZ-KWOTA PIC 9(11)V99.
       01 WS-DS-LZ-LIMIT PIC 9(11)V99.
       01 WS-DS-LZ-ZRODLO PIC X(12).
       01 WS-DS-LZ-JEST PIC X(1).
          88 WS-DS-LZ-LIMIT-JEST VALUE "T".

      *    POTWIERDZENIE ZAMOWIENIA DLA KLIENTA

       01 WS-NR-POTW PIC 9(7).
       01 WS-PTZ-OSTATNI PIC 9(6).
       01 WS-PTZ-BEZ-TERMINU PIC 9(3).
       01 WS-PTZ-NAGLOWEK.
          05 FILLER          PIC X(28)
             VALUE "POTWIERDZENIE ZAMOWIENIA NR ".
          05 WS-PTZ-NR-O     PIC 9(7).
          05 FILLER          PIC X(8) VALUE " Z DNIA ".
          05 WS-PTZ-DATA-O   PIC 9(6).
          05 FILLER          PIC X(15) VALUE " DO ZAMOWIENIA ".
          05 WS-PTZ-ZAM-O    PIC 9(7).
       01 WS-PTZ-ODBIORCA.
          05 FILLER          PIC X(8) VALUE "KLIENT: ".
          05 WS-PTZ-KLIENT-O PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-NAZWA-O  PIC X(30).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-ADRES-O  PIC X(40).
       01 WS-PTZ-POZYCJA.
          05 WS-PTZ-LP-O     PIC 9(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-TOWAR-O  PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-LOK-O    PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-ILOSC-O  PIC Z(7)9.99.
          05 FILLER          PIC X(9) VALUE " TERMIN: ".
          05 WS-PTZ-TERMIN-O PIC X(12).
       01 WS-PTZ-STOPKA.
          05 FILLER          PIC X(22)
             VALUE "WYMAGANA DATA KLIENTA:".
          05 WS-PTZ-WYMAG-O  PIC X(8).
          05 FILLER          PIC X(23)
             VALUE "   KOMPLETNA DOSTAWA: ".
          05 WS-PTZ-KOMPL-O  PIC X(12).

      *    RAPORT TERMINOW PRZESUNIETYCH PRZEZ SPOZNIONE DOSTAWY

       01 WS-TP-DZIS PIC 9(6).
       01 WS-TP-NOWY PIC 9(6).
       01 WS-TP-DATA-8 PIC 9(8).
       01 WS-TP-DNI PIC S9(5).
       01 WS-TP-LICZNIK PIC 9(5).
       01 WS-TP-KLIENT PIC X(10).
       01 WS-TP-LINIA.
          05 WS-TP-ZAM-O     PIC 9(7).
          05 FILLER          PIC X VALUE "/".
          05 WS-TP-LP-O      PIC 9(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TP-KLIENT-O  PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-TP-TOWAR-O   PIC X(20).
          05 FILLER          PIC X(6) VALUE " OBIE ".
          05 WS-TP-OBIEC-O   PIC 9(6).
          05 FILLER          PIC X(4) VALUE " PO ".
          05 WS-TP-PO-O      PIC 9(7).
          05 FILLER          PIC X(7) VALUE " DOST. ".
          05 WS-TP-OCZEK-O   PIC 9(6).
          05 FILLER          PIC X(6) VALUE " NOWY ".
          05 WS-TP-NOWY-O    PIC 9(6).
          05 FILLER          PIC X(8) VALUE " OPOZN. ".
          05 WS-TP-DNI-O     PIC ZZZZ9.
       01 WYBOR-ZMIANY PIC X(1).
          88 ZMIANA-ANULUJ VALUE "A".
          88 ZMIANA-LINIA  VALUE "L".
       01 WS-FEFO-PARTIA PIC X(10).
       01 WS-FEFO-ZNALEZIONA PIC X(1).
          88 WS-FEFO-JEST VALUE "T".

      *    MINIMALNA POZOSTALA WAZNOSC WYMAGANA PRZEZ KLIENTA

       01 ERR-TWK PIC 99.
       01 WS-TWK-LINIA.
          05 WS-TWK-KLIENT-A PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-TWK-KAT-A    PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-TWK-DNI-A    PIC X(5).
       01 WS-TW-DNI PIC 9(4).
       01 WS-TW-ZRODLO PIC X(10).
       01 WS-TW-MIN-DATA PIC 9(6) VALUE 0.
       01 WS-TW-DZIS PIC 9(6).
       01 WS-TW-DATA-8 PIC 9(8).
       01 WS-TW-DATA-INT PIC 9(9).
       01 WS-TW-ZAKROTKIE PIC 9(7)V99.
       01 WS-TW-DOSTEPNE PIC 9(7)V99.
       01 WS-PW-LINIA.
          05 WS-PW-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PW-PARTIA-O PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-PW-ILOSC-O  PIC Z(7)9.99.
          05 FILLER         PIC X(4) VALUE " DO ".
          05 WS-PW-WAZNOSC-O PIC 9(6).
       01 WS-NR-WZ PIC 9(7).
       01 WS-WZ-WAGA-POZ PIC 9(11)V99.
       01 WS-WZ-WAGA-RAZEM PIC 9(11)V99.
          05 WS-WZ-NAZWA-O   PIC X(30).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WZ-ADRES-O   PIC X(40).
       01 WS-WZ-DOSTAWA.
          05 FILLER          PIC X(10) VALUE "DOSTAWA:  ".
          05 WS-WZ-ADR-KOD-O PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WZ-ADR-NAZWA-O PIC X(30).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WZ-ADR-ADRES-O PIC X(40).
       01 WS-WZ-KONTAKT.
          05 FILLER          PIC X(10) VALUE "KONTAKT:  ".
          05 WS-WZ-KONTAKT-O PIC X(30).
          05 FILLER          PIC X(7) VALUE " GODZ: ".
          05 WS-WZ-GODZINY-O PIC X(20).
       01 WS-WZ-POZYCJA.
          05 FILLER          PIC X(5) VALUE "  LP ".
          05 WS-WZ-LP-O      PIC 9(3).
          05 WS-WZ-ILOSC-O   PIC Z(7)9.99.
          05 FILLER          PIC X(7) VALUE " WAGA: ".
          05 WS-WZ-WAGA-O    PIC Z(9)9.99.
          05 WS-WZ-KODKL-O   PIC X(34).
       01 WS-WZ-SUMA.
          05 FILLER          PIC X(18)
             VALUE "WAGA DOKUMENTU:   ".
          05 WS-AW-TOWAR-O   PIC X(20).
          05 FILLER          PIC X(9) VALUE " WYDANO: ".
          05 WS-AW-ILOSC-O   PIC Z(7)9.99.
          05 WS-AW-KODKL-O   PIC X(34).
       01 WS-CK-ZNALEZIONA PIC X(1).
          88 WS-CK-JEST VALUE "T".
       01 WS-CK-DZIS PIC 9(6).
       01 WS-LOK-OK PIC X(1).
          88 WS-LOK-JEST-OK VALUE "T".
       01 WS-LOK-SEKWENCJA PIC 9(5).
       01 WS-LOK-KLIENTA PIC X(1).
          88 WS-LOK-JEST-KLIENTA VALUE "T".
       01 WS-BRAK-LINIA.
          05 WS-BR-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
              DISPLAY "L. RAPORT FILL-RATE (MIESIAC)"
              DISPLAY "C. CENNIK KLIENTOW (UMOWY CENOWE)"
              DISPLAY "S. ZAMIENNIKI TOWAROW"
              DISPLAY "T. TERMINY PRZESUNIETE PRZEZ SPOZNIONE PO"
              DISPLAY "M. WSTRZYMANIA MARZOWE (DECYZJE / RAPORT)"
              DISPLAY "K. SPRZEDAZ Z LADY (GOTOWKA / KARTA)"
              DISPLAY "Z. RAPORT KASOWY ZMIANY"
              DISPLAY "U. KONSYGNACJA U KLIENTOW (ZUZYCIE / SALDO)"
              DISPLAY "4. WYJDZ"
              ACCEPT WYBOR

                 PERFORM 470-ZAMIENNIKI
              END-IF

              IF WYB-TERMINY
                 PERFORM 290-RAPORT-PRZESUNIEC
              END-IF

              IF WYB-MARZA
                 PERFORM 870-WSTRZYMANIA-MARZOWE
              END-IF

              IF WYB-LADA
                 PERFORM 989-SPRAWDZ-OKRES
                 IF WS-OKRES-JEST-ZAMKNIETY
                    DISPLAY "OKRES KSIEGOWY ZAMKNIETY - "
                            "KSIEGOWANIE ODRZUCONE"
                 ELSE
                    PERFORM 890-SPRZEDAZ-Z-LADY
                 END-IF
              END-IF

              IF WYB-KASA
                 PERFORM 880-RAPORT-KASOWY
              END-IF

              IF WYB-KONSYG
                 PERFORM 740-KONSYGNACJA-KLIENTOW
              END-IF

      *       REKORD KONTROLNY TYLKO PO OPCJACH ZAPISUJACYCH
      *       BAZA5 (REALIZACJA, FALA I SPRZEDAZ Z LADY)
              IF WYB-REALIZUJ OR WYB-FALA OR WYB-LADA
                 PERFORM 985-KONTROLA-ZAPISZ
              END-IF

              PERFORM 120-WARTOSC-OTWARTYCH
              MOVE 0 TO WS-KRED-SUMA
              MOVE 0 TO WS-LINIE-WPISANE
              MOVE 0 TO WS-MZ-LINIE
              MOVE "N" TO WS-POTWIERDZ

              OPEN INPUT INFILE
                 MOVE WS-LINIE-WPISANE TO LICZBA-LINII-Z
                 MOVE "O" TO STATUS-Z
                 MOVE 0 TO FAKTURA-Z
                 IF WS-LADA-AKTYWNA
                    MOVE 1 TO PRIORYTET-Z
                    MOVE 0 TO DATA-WYMAGANA-Z
                    MOVE SPACES TO PRZEWOZNIK-Z
                 ELSE
                 DISPLAY "PODAJ PRIORYTET 1-9 (1 = NAJPILNIEJSZE, "
                         "0 = ZWYKLY)"
                 ACCEPT PRIORYTET-Z
                 DISPLAY "PODAJ KOD PRZEWOZNIKA (PUSTE = ODBIOR "
                         "WLASNY)"
                 ACCEPT PRZEWOZNIK-Z
                 END-IF
                 PERFORM 147-POBRANIE-ZAMOWIENIA
                 MOVE 0 TO DATA-REAL-Z
                 MOVE 0 TO NR-WZ-Z
                 MOVE WS-ADRES-DOST TO ADRES-DOST-Z
                 PERFORM 146-PRZEDSTAWICIEL-ZAMOWIENIA
                 IF WS-MZ-LINIE > 0
                    MOVE "M" TO WSTRZYMANIE-Z
                 ELSE
                    MOVE SPACE TO WSTRZYMANIE-Z
                 END-IF
                 WRITE ZAM-REC
                 IF ERR-Z NOT = 0
                    MOVE ERR-Z TO WS-BLAD-KOD
                 ELSE
                    DISPLAY "ZAMOWIENIE ZAPISANE - LINII: "
                            WS-LINIE-WPISANE
                    MOVE "T" TO WS-LADA-ZAPISANE
                    IF ZAM-WSTRZYMANE-MARZA
                       PERFORM 145-ZAPISZ-WSTRZYMANIE
                    END-IF
                    IF NOT WS-LADA-AKTYWNA
                       PERFORM 140-POTWIERDZENIE-ZAMOWIENIA
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-LINIA-TOWAR = SPACES
              MOVE "T" TO WS-POTWIERDZ
           ELSE
              PERFORM 108-KOD-TOWARU-KLIENTA
              PERFORM 112-STATUS-CYKLU
              IF WS-CYKL-STATUS = "X"
                 DISPLAY "TOWAR " WS-LINIA-TOWAR " WYCOFANY "
                         " - PRZYJAC LINIE MIMO TO? T/N"
                 ACCEPT WS-POTWIERDZ
              ELSE
                 IF WS-LOK-JEST-KLIENTA
                    DISPLAY "LOKALIZACJA " WS-LOK-SPRAWDZANA
                            " JEST U KLIENTA (KONSYGNACJA) - ZUZYCIE "
                            "ROZLICZA OPCJA U"
                    MOVE "N" TO WS-POTWIERDZ
                 ELSE
                    MOVE "T" TO WS-POTWIERDZ
                 END-IF
              END-IF
              IF NOT WS-POTWIERDZONE
                 DISPLAY "LINIA POMINIETA (ZLA LOKALIZACJA)"
              MOVE "N" TO WS-POTWIERDZ
              DISPLAY "PODAJ ILOSC ZAMAWIANA"
              ACCEPT ILOSC-L
              MOVE SPACE TO TRYB-DOSTAWY-L
              DISPLAY "WYSYLKA BEZPOSREDNIA OD DOSTAWCY? T/N"
              ACCEPT WS-DS-ODP
              IF WS-DS-ODP = "T"
                 PERFORM 124-DOSTAWCA-DROPSHIP
              END-IF
              PERFORM 115-SPRAWDZ-KREDYT-LINII
              IF NOT WS-KLIENT-JEST-OK
                 DISPLAY "LINIA POMINIETA (LIMIT KREDYTOWY)"
              ELSE
              MOVE 0 TO ILOSC-WYDANA-L
              MOVE "O" TO STATUS-L
              MOVE WS-OB-DATA TO DATA-OBIECANA-L
              MOVE WS-OB-PO TO PO-OBIETNICY-L
              IF TOWAR-L NOT = WS-LINIA-TOWAR OR WS-TK-KOD = SPACES
                 PERFORM 113-KOD-KLIENTA-DLA-TOWARU
              END-IF
              MOVE WS-TK-KOD TO KOD-TOW-KLIENTA-L
              WRITE ZAML-REC
              IF ERR-L NOT = 0
                 MOVE ERR-L TO WS-BLAD-KOD
                 ADD 1 TO WS-LINIE-WPISANE
                 ADD WS-KRED-LINIA TO WS-KRED-SUMA
                 DISPLAY "LINIA " WS-LINIE-WPISANE " ZAPISANA"
                 IF WS-MZ-LINIA-PONIZEJ
                    ADD 1 TO WS-MZ-LINIE
                    IF WS-MZ-LINIE = 1
                       OR WS-MZ-MARZA < WS-MZ-MARZA-MIN
                       MOVE WS-MZ-MARZA TO WS-MZ-MARZA-MIN
                       MOVE WS-MZ-PROG TO WS-MZ-PROG-MIN
                    END-IF
                 END-IF
                 IF LIN-DROPSHIP
                    PERFORM 126-UTWORZ-PO-DROPSHIP
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           .

       108-KOD-TOWARU-KLIENTA.

      *    OPERATOR MOZE WPISAC NUMER ARTYKULU KLIENTA - WG
      *    TowaryKlientow ZAMIENIA SIE ON NA NASZ TOWAR, A KOD
      *    KLIENTA ZOSTAJE NA LINII DLA FAKTURY, WZ I AWIZA

           MOVE SPACES TO WS-TK-KOD
           OPEN INPUT TKFILE
           IF ERR-TK = 0
              MOVE WS-KLIENT TO KLIENT-TK
              MOVE WS-LINIA-TOWAR TO KOD-TOW-KL-TK
              READ TKFILE
              IF ERR-TK = 0
                 MOVE WS-LINIA-TOWAR TO WS-TK-KOD
                 MOVE TOWAR-TK TO WS-LINIA-TOWAR
                 DISPLAY "KOD KLIENTA " WS-TK-KOD " = TOWAR "
                         WS-LINIA-TOWAR
              END-IF
              CLOSE TKFILE
           END-IF
           .

       113-KOD-KLIENTA-DLA-TOWARU.

      *    KOD KLIENTA DLA NASZEGO TOWARU LINII (MAPOWANIE
      *    ODWROTNE) - PUSTY, GDY KLIENT GO NIE MA

           MOVE SPACES TO WS-TK-KOD
           OPEN INPUT TKFILE
           IF ERR-TK = 0
              MOVE WS-KLIENT TO KLIENT-NASZ-TK
              MOVE TOWAR-L TO TOWAR-TK
              READ TKFILE KEY IS KLUCZ-NASZ-TK
              IF ERR-TK = 0
                 MOVE KOD-TOW-KL-TK TO WS-TK-KOD
              END-IF
              CLOSE TKFILE
           END-IF
           .

      *    ODCZYTYWANA JEST KOLEJNOSC TRASY DO SORTOWANIA FALI

           MOVE "T" TO WS-LOK-OK
           MOVE "N" TO WS-LOK-KLIENTA
           MOVE 99999 TO WS-LOK-SEKWENCJA
           OPEN INPUT LOKFILE
           IF ERR-LK = 0
                 MOVE "N" TO WS-LOK-OK
              ELSE
                 MOVE KOLEJNOSC-LK TO WS-LOK-SEKWENCJA
                 IF LOK-U-KLIENTA
                    MOVE "T" TO WS-LOK-KLIENTA
                 END-IF
              END-IF
              CLOSE LOKFILE
           END-IF
           END-IF
           .

       140-POTWIERDZENIE-ZAMOWIENIA.

      *    NUMEROWANE POTWIERDZENIE ZAMOWIENIA DLA KLIENTA (SERIA
      *    POTWZAM W NumeryKontrolne): KAZDA LINIA Z TERMINEM
      *    OBIETNICY, NA DOLE WYMAGANA DATA KLIENTA I DATA
      *    KOMPLETNEJ DOSTAWY (NAJPOZNIEJSZY TERMIN LINII).
      *    WYDRUK DOPISYWANY DO PotwierdzeniaZamowien.txt

           PERFORM 141-POBIERZ-NUMER-POTW
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU POTWIERDZENIA - "
                      "DOKUMENT NIE POWSTAL"
           ELSE
              OPEN EXTEND POTWZFILE
              IF ERR-PTZ NOT = 0
                 CLOSE POTWZFILE
                 OPEN OUTPUT POTWZFILE
              END-IF

              MOVE WS-NR-POTW TO WS-PTZ-NR-O
              MOVE DATA-ZAM TO WS-PTZ-DATA-O
              MOVE NR-ZAMOWIENIA TO WS-PTZ-ZAM-O
              WRITE POTWZ-REC FROM WS-PTZ-NAGLOWEK

              MOVE KOD-KLIENTA-Z TO WS-PTZ-KLIENT-O
              MOVE SPACES TO WS-PTZ-NAZWA-O
              MOVE SPACES TO WS-PTZ-ADRES-O
              OPEN INPUT KLIENCIFILE
              IF ERR-K = 0
                 MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
                 READ KLIENCIFILE
                 IF ERR-K = 0
                    MOVE NAZWA-K TO WS-PTZ-NAZWA-O
                    MOVE ADRES-K TO WS-PTZ-ADRES-O
                 END-IF
                 CLOSE KLIENCIFILE
              END-IF
              WRITE POTWZ-REC FROM WS-PTZ-ODBIORCA

              MOVE 0 TO WS-PTZ-OSTATNI
              MOVE 0 TO WS-PTZ-BEZ-TERMINU
              MOVE NR-ZAMOWIENIA TO NR-ZAM-L
              MOVE 0 TO LP-L
              START ZAMLFILE KEY NOT < KLUCZ-LINII
              IF ERR-L = 0
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                    PERFORM 142-POZYCJA-POTWIERDZENIA
                    READ ZAMLFILE NEXT
                 END-PERFORM
                 MOVE 0 TO ERR-L
              END-IF

              IF DATA-WYMAGANA-Z = 0
                 MOVE "BRAK" TO WS-PTZ-WYMAG-O
              ELSE
                 MOVE DATA-WYMAGANA-Z TO WS-PTZ-WYMAG-O
              END-IF
              IF WS-PTZ-BEZ-TERMINU > 0
                 MOVE "DO USTALENIA" TO WS-PTZ-KOMPL-O
              ELSE
                 MOVE WS-PTZ-OSTATNI TO WS-PTZ-KOMPL-O
              END-IF
              WRITE POTWZ-REC FROM WS-PTZ-STOPKA
              MOVE SPACES TO POTWZ-REC
              WRITE POTWZ-REC
              CLOSE POTWZFILE
              DISPLAY "POTWIERDZENIE " WS-NR-POTW
                      " ZAPISANE DO PotwierdzeniaZamowien.txt"
              IF DATA-WYMAGANA-Z NOT = 0
                 AND (WS-PTZ-BEZ-TERMINU > 0
                      OR WS-PTZ-OSTATNI > DATA-WYMAGANA-Z)
                 DISPLAY "UWAGA: TERMIN KOMPLETNEJ DOSTAWY "
                         WS-PTZ-KOMPL-O " NIE SPELNIA WYMAGANEJ "
                         "DATY " DATA-WYMAGANA-Z
              END-IF
           END-IF
           .

       145-ZAPISZ-WSTRZYMANIE.

      *    ZAMOWIENIE Z LINIAMI PONIZEJ PROGU MARZY CZEKA NA
      *    DECYZJE W ZatwierdzeniaMarzy (OPCJA M); STATUS-Z
      *    ZOSTAJE O, WIEC POPYT NADAL WIDZA DOSTEPNOSC I KREDYT

           MOVE WS-MZ-MARZA-MIN TO WS-MZ-MARZA-O
           MOVE WS-MZ-PROG-MIN TO WS-MZ-PROG-O
           DISPLAY "ZAMOWIENIE " NR-ZAMOWIENIA " WSTRZYMANE (MARZA) "
                   "- LINII PONIZEJ PROGU: " WS-MZ-LINIE
                   " NAJNIZSZA MARZA " WS-MZ-MARZA-O "%"
           OPEN I-O MZFILE
           IF ERR-MZ = 35
              CLOSE MZFILE
              OPEN OUTPUT MZFILE
              CLOSE MZFILE
              OPEN I-O MZFILE
           END-IF
           IF ERR-MZ NOT = 0
              MOVE "OTWARCIE ZatwierdzeniaMarzy" TO WS-BLAD-KONTEKST
              MOVE ERR-MZ TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
              DISPLAY WS-BLAD-KONTEKST ": KOD " ERR-MZ
                      " - " WS-BLAD-OPIS
           ELSE
              MOVE NR-ZAMOWIENIA TO NR-ZAM-MZ
              MOVE KOD-KLIENTA-Z TO KLIENT-MZ
              MOVE WS-UZYTKOWNIK TO TWORCA-MZ
              MOVE DATA-ZAM TO DATA-UTW-MZ
              MOVE "ZAMOWIENIA" TO ZRODLO-MZ
              MOVE WS-MZ-LINIE TO LINIE-PONIZEJ-MZ
              MOVE WS-MZ-MARZA-MIN TO MARZA-MIN-MZ
              MOVE WS-MZ-PROG-MIN TO PROG-MIN-MZ
              MOVE "O" TO STATUS-MZ
              MOVE SPACES TO DECYDENT-MZ
              MOVE 0 TO DATA-DECYZJI-MZ
              MOVE SPACES TO UZASADNIENIE-MZ
              WRITE MZ-REC
              IF ERR-MZ NOT = 0
                 DISPLAY "BLAD ZAPISU DO ZatwierdzeniaMarzy DLA "
                         "ZAMOWIENIA " NR-ZAMOWIENIA " - KOD " ERR-MZ
              END-IF
              CLOSE MZFILE
           END-IF
           .

       146-PRZEDSTAWICIEL-ZAMOWIENIA.

      *    PUSTE = PROWIZJA DLA PRZEDSTAWICIELA Z KARTOTEKI
      *    KLIENTA; INNY KOD ZAPISANY W NAGLOWKU MA PIERWSZENSTWO

           DISPLAY "PRZEDSTAWICIEL KLIENTA: " WS-PRZ-KLIENTA
           MOVE "N" TO WS-PRZ-OK
           PERFORM UNTIL WS-PRZ-JEST-OK
              DISPLAY "PODAJ PRZEDSTAWICIELA DLA ZAMOWIENIA "
                      "(PUSTE = Z KARTOTEKI KLIENTA)"
              ACCEPT WS-PRZ-KOD
              IF WS-PRZ-KOD = SPACES
                 OR WS-PRZ-KOD = WS-PRZ-KLIENTA
                 MOVE SPACES TO WS-PRZ-KOD
                 MOVE "T" TO WS-PRZ-OK
              ELSE
                 PERFORM 441-SPRAWDZ-PRZEDSTAWICIELA
              END-IF
           END-PERFORM
           MOVE WS-PRZ-KOD TO PRZEDSTAWICIEL-Z
           .

       147-POBRANIE-ZAMOWIENIA.

      *    PRZESYLKA ZA POBRANIEM TYLKO PRZEZ PRZEWOZNIKA; KWOTA 0
      *    = WARTOSC BRUTTO FAKTURY (USTAWIA JA PROGRAM FAKTURY)

           MOVE SPACE TO POBRANIE-Z
           MOVE 0 TO KWOTA-POBRANIA-Z
           IF PRZEWOZNIK-Z NOT = SPACES
              DISPLAY "PRZESYLKA ZA POBRANIEM? (T/N)"
              ACCEPT WS-POBR-ODP
              IF WS-POBR-ODP = "T" OR WS-POBR-ODP = "t"
                 MOVE "T" TO POBRANIE-Z
                 MOVE "N" TO WS-POBR-OK
                 PERFORM UNTIL WS-POBR-JEST-OK
                    DISPLAY "PODAJ KWOTE POBRANIA (0 = WARTOSC "
                            "FAKTURY)"
                    ACCEPT WS-POBR-KWOTA-A
                    IF WS-POBR-KWOTA-A = SPACES
                       MOVE "T" TO WS-POBR-OK
                    ELSE
                       IF FUNCTION TEST-NUMVAL (WS-POBR-KWOTA-A) = 0
                          COMPUTE KWOTA-POBRANIA-Z =
                                  FUNCTION NUMVAL (WS-POBR-KWOTA-A)
                          MOVE "T" TO WS-POBR-OK
                       ELSE
                          DISPLAY "BLEDNA KWOTA"
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           .

       141-POBIERZ-NUMER-POTW.

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
              MOVE "POTWZAM" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "POTWZAM" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-POTW
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       142-POZYCJA-POTWIERDZENIA.

           MOVE LP-L TO WS-PTZ-LP-O
           MOVE TOWAR-L TO WS-PTZ-TOWAR-O
           MOVE LOKALIZACJA-L TO WS-PTZ-LOK-O
           MOVE ILOSC-L TO WS-PTZ-ILOSC-O
           IF DATA-OBIECANA-L = 0
              MOVE "DO USTALENIA" TO WS-PTZ-TERMIN-O
              ADD 1 TO WS-PTZ-BEZ-TERMINU
           ELSE
              MOVE DATA-OBIECANA-L TO WS-PTZ-TERMIN-O
              IF DATA-OBIECANA-L > WS-PTZ-OSTATNI
                 MOVE DATA-OBIECANA-L TO WS-PTZ-OSTATNI
              END-IF
           END-IF
           WRITE POTWZ-REC FROM WS-PTZ-POZYCJA
           .

       105-SPRAWDZ-KLIENTA.

           MOVE "N" TO WS-KLIENT-OK
                 IF KLIENT-ZABLOKOWANY
                    DISPLAY "KLIENT " NAZWA-K " JEST ZABLOKOWANY - "
                            "ZAMOWIENIE ODRZUCONE"
                 ELSE
                 IF WS-LADA-AKTYWNA AND WALUTA-K NOT = SPACES
                                    AND WALUTA-K NOT = "PLN"
                    DISPLAY "KLIENT " NAZWA-K " ROZLICZA SIE W "
                            WALUTA-K " - SPRZEDAZ Z LADY TYLKO W PLN"
                 ELSE
                    MOVE LIMIT-K TO WS-KLIENT-LIMIT
                    MOVE NAZWA-K TO WS-LADA-NAZWA
                    MOVE "T" TO WS-KLIENT-OK
                    MOVE NAZWA-K TO WS-DS-ODBIORCA
                    MOVE ADRES-K TO WS-DS-ADRES-K
                    MOVE PRZEDSTAWICIEL-K TO WS-PRZ-KLIENTA
                    DISPLAY "KLIENT: " NAZWA-K
                 END-IF
                 END-IF
              END-IF
              CLOSE KLIENCIFILE
           END-IF
           MOVE SPACES TO WS-ADRES-DOST
           IF WS-KLIENT-JEST-OK
              PERFORM 106-WYBIERZ-ADRES-DOSTAWY
           END-IF
           .

       106-WYBIERZ-ADRES-DOSTAWY.

      *    KLIENT Z ZALOZONYMI ADRESAMI DOSTAW (AdresyDostaw)
      *    WSKAZUJE, DOKAD JEDZIE TO ZAMOWIENIE - PUSTY KOD TO
      *    ADRES Z KARTOTEKI KLIENTA. FAKTURA ZAWSZE IDZIE NA
      *    KLIENTA, ADRES DOSTAWY IDZIE NA WZ, AWIZO, MANIFEST
      *    I DO PLANU TRAS

           OPEN INPUT ADRDFILE
           IF ERR-AD = 0
              MOVE 0 TO WS-AD-ILE
              MOVE WS-KLIENT TO KOD-KLIENTA-AD
              MOVE SPACES TO KOD-ADRESU-AD
              START ADRDFILE KEY NOT < KLUCZ-ADRD
              IF ERR-AD = 0
                 READ ADRDFILE NEXT
                 IF ERR-AD = 0 AND KOD-KLIENTA-AD = WS-KLIENT
                    MOVE 1 TO WS-AD-ILE
                 END-IF
              END-IF
              IF WS-AD-ILE > 0
                 MOVE "N" TO WS-AD-OK
                 PERFORM UNTIL WS-AD-JEST-OK
                    DISPLAY "PODAJ KOD ADRESU DOSTAWY (PUSTE = "
                            "ADRES KLIENTA, ? = LISTA ADRESOW)"
                    ACCEPT WS-ADRES-DOST
                    IF WS-ADRES-DOST = "?"
                       PERFORM 421-LISTA-ADRESOW
                    ELSE
                       IF WS-ADRES-DOST = SPACES
                          MOVE "T" TO WS-AD-OK
                       ELSE
                          PERFORM 107-SPRAWDZ-ADRES-DOSTAWY
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE ADRDFILE
           END-IF
           .

       107-SPRAWDZ-ADRES-DOSTAWY.

           MOVE "N" TO WS-AD-OK
           MOVE WS-KLIENT TO KOD-KLIENTA-AD
           MOVE WS-ADRES-DOST TO KOD-ADRESU-AD
           READ ADRDFILE
           IF ERR-AD NOT = 0
              DISPLAY "KLIENT NIE MA ADRESU DOSTAWY "
                      WS-ADRES-DOST
           ELSE
              IF NOT ADRES-AKTYWNY
                 DISPLAY "ADRES DOSTAWY " WS-ADRES-DOST
                         " JEST NIEAKTYWNY"
              ELSE
                 MOVE "T" TO WS-AD-OK
                 MOVE NAZWA-AD TO WS-DS-ODBIORCA
                 MOVE ADRES-AD TO WS-DS-ADRES-K
                 DISPLAY "DOSTAWA: " NAZWA-AD
                 DISPLAY "         " ADRES-AD
              END-IF
           END-IF
           .

       109-ADRES-DOSTAWY.

      *    ADRES DOSTAWY BIEZACEGO NAGLOWKA: WSKAZANY ADRES Z
      *    AdresyDostaw, A GDY GO BRAK - NAZWA, ADRES I REGION
      *    Z KARTOTEKI Klienci

           MOVE SPACES TO WS-AD-NAZWA
           MOVE SPACES TO WS-AD-ADRES
           MOVE SPACES TO WS-AD-REGION
           MOVE SPACES TO WS-AD-KONTAKT
           MOVE SPACES TO WS-AD-GODZINY
           MOVE "N" TO WS-AD-OK
           IF ADRES-DOST-Z NOT = SPACES
              OPEN INPUT ADRDFILE
              IF ERR-AD = 0
                 MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-AD
                 MOVE ADRES-DOST-Z TO KOD-ADRESU-AD
                 READ ADRDFILE
                 IF ERR-AD = 0
                    MOVE "T" TO WS-AD-OK
                    MOVE NAZWA-AD TO WS-AD-NAZWA
                    MOVE ADRES-AD TO WS-AD-ADRES
                    MOVE REGION-AD TO WS-AD-REGION
                    MOVE KONTAKT-AD TO WS-AD-KONTAKT
                    MOVE GODZINY-AD TO WS-AD-GODZINY
                 END-IF
                 CLOSE ADRDFILE
              END-IF
           END-IF
           IF NOT WS-AD-JEST-OK OR WS-AD-REGION = SPACES
              OPEN INPUT KLIENCIFILE
              IF ERR-K = 0
                 MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
                 READ KLIENCIFILE
                 IF ERR-K = 0
                    IF NOT WS-AD-JEST-OK
                       MOVE NAZWA-K TO WS-AD-NAZWA
                       MOVE ADRES-K TO WS-AD-ADRES
                    END-IF
                    MOVE REGION-K TO WS-AD-REGION
                 END-IF
                 CLOSE KLIENCIFILE
              END-IF
           END-IF
           .

       115-SPRAWDZ-KREDYT-LINII.

      *    WARTOSC LINII WG CENY Z BAZA5; PRZY LIMIT-K = 0 BRAK
      *    KONTROLI KREDYTU

           MOVE 0 TO WS-KRED-LINIA
           MOVE 0 TO WS-OB-DATA
           MOVE 0 TO WS-OB-PO
           MOVE "N" TO WS-MZ-LINIA
           MOVE TOWAR-L TO TOWAR
           MOVE LOKALIZACJA-L TO LOKALIZACJA
           READ INFILE
           IF ERR = 0
              MOVE CENA OF IN-REC TO WS-CENA-LICZBA
              MOVE WS-KLIENT TO WS-CK-KLIENT
              MOVE TOWAR-L TO WS-CK-TOWAR
              PERFORM 119-CENA-DLA-KLIENTA
              PERFORM 114-SPRAWDZ-MARZE-LINII
              COMPUTE WS-KRED-LINIA = ILOSC-L * WS-CENA-LICZBA
              MOVE CATEGORY OF IN-REC TO WS-VAT-KATEGORIA
              PERFORM 116-SZUKAJ-VAT
              COMPUTE WS-VAT-KWOTA ROUNDED =
                      WS-KRED-LINIA * WS-VAT-STAWKA / 100
              COMPUTE WS-VAT-BRUTTO = WS-KRED-LINIA + WS-VAT-KWOTA
              DISPLAY "WARTOSC LINII: NETTO " WS-KRED-LINIA
                      " VAT " WS-VAT-STAWKA "% = " WS-VAT-KWOTA
                      " BRUTTO " WS-VAT-BRUTTO
              IF NOT WS-VAT-JEST
                 DISPLAY "UWAGA: BRAK STAWKI VAT DLA KATEGORII "
                         WS-VAT-KATEGORIA " - PRZYJETO 23%"
              END-IF
              IF LIN-DROPSHIP
                 MOVE WS-DS-TERMIN TO WS-OB-DATA
                 DISPLAY "WYSYLKA BEZPOSREDNIA: " WS-DS-NAZWA-DOST
                         " - TERMIN " WS-DS-TERMIN
              ELSE
                 PERFORM 117-SPRAWDZ-DOSTEPNOSC
              END-IF
           END-IF

           IF WS-KLIENT-LIMIT > 0
           END-IF
           .

       114-SPRAWDZ-MARZE-LINII.

      *    PROG MARZY: CENA NETTO LINII (PO UMOWIE CenyKlientow I
      *    RABACIE, W WS-CENA-LICZBA) POROWNANA ZE SREDNIA WAZONA
      *    CENA ZAKUPU Z BAZA5; MARZA % = (CENA - KOSZT) / CENA
      *    * 100. LINIA PONIZEJ MINIMUM KATEGORII STAWIA CALE
      *    ZAMOWIENIE NA WSTRZYMANIU MARZOWYM. TOWAR BEZ CENY
      *    ZAKUPU ALBO KATEGORIA BEZ PROGU NIE SA SPRAWDZANE

           MOVE "N" TO WS-MZ-LINIA
           MOVE CENA-ZAKUP OF IN-REC TO WS-MZ-KOSZT
           MOVE CATEGORY OF IN-REC TO WS-MZ-KATEGORIA
           PERFORM 111-PROG-MARZY
           IF WS-MZ-KOSZT > 0 AND WS-MZ-JEST-PROG
              IF WS-CENA-LICZBA > 0
                 COMPUTE WS-MZ-MARZA ROUNDED =
                         (WS-CENA-LICZBA - WS-MZ-KOSZT) * 100
                         / WS-CENA-LICZBA
              ELSE
                 MOVE -100 TO WS-MZ-MARZA
              END-IF
              IF WS-MZ-MARZA < -999
                 MOVE -999 TO WS-MZ-MARZA
              END-IF
              IF WS-MZ-MARZA < WS-MZ-PROG
                 MOVE "T" TO WS-MZ-LINIA
                 MOVE WS-MZ-MARZA TO WS-MZ-MARZA-O
                 MOVE WS-MZ-PROG TO WS-MZ-PROG-O
                 DISPLAY "UWAGA: MARZA LINII " WS-MZ-MARZA-O
                         "% PONIZEJ PROGU " WS-MZ-PROG-O "% ("
                         WS-MZ-ZRODLO ")"
                 DISPLAY "ZAMOWIENIE ZOSTANIE WSTRZYMANE DO "
                         "ZWOLNIENIA (OPCJA M)"
              END-IF
           END-IF
           .

       111-PROG-MARZY.

      *    MINIMALNA MARZA % DLA WS-MZ-KATEGORIA Z MarzeMinimalne.txt
      *    (WIERSZ: KATEGORIA, SPACJA, PROCENT); WIERSZ KATEGORII MA
      *    PIERWSZENSTWO PRZED DOMYSLNYM "*". BRAK PLIKU LUB
      *    WIERSZA = BEZ PROGU

           MOVE "N" TO WS-MZ-PROG-JEST
           MOVE 0 TO WS-MZ-PROG
           MOVE SPACES TO WS-MZ-ZRODLO
           OPEN INPUT MARZFILE
           IF ERR-MM = 0
              READ MARZFILE INTO WS-MM-LINIA
              PERFORM UNTIL ERR-MM > 0
                 IF (WS-MM-KAT-A = WS-MZ-KATEGORIA
                     OR (WS-MM-KAT-A = "*"
                         AND WS-MZ-ZRODLO NOT = "KATEGORIA"))
                    AND WS-MM-KAT-A NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-MM-PROC-A) = 0
                    MOVE "T" TO WS-MZ-PROG-JEST
                    COMPUTE WS-MZ-PROG =
                            FUNCTION NUMVAL (WS-MM-PROC-A)
                    IF WS-MM-KAT-A = "*"
                       MOVE "DOMYSLNY" TO WS-MZ-ZRODLO
                    ELSE
                       MOVE "KATEGORIA" TO WS-MZ-ZRODLO
                    END-IF
                 END-IF
                 READ MARZFILE INTO WS-MM-LINIA
              END-PERFORM
              CLOSE MARZFILE
           END-IF
           .

       119-CENA-DLA-KLIENTA.

      *    UMOWA CENOWA KLIENTA (PLIK CenyKlientow, LUSTRZANE
           ELSE
              MOVE 0 TO RABAT-CK
           END-IF

      *    WPROWADZONA UMOWA W WS-HI-PO - READ ISTNIEJACEJ
      *    NADPISUJE OBSZAR REKORDU

           MOVE CENK-REC TO WS-HI-PO
           MOVE "CenyKlientow" TO WS-HI-PLIK
           MOVE KLUCZ-CENK TO WS-HI-KLUCZ
           READ CENKFILE
           IF ERR-CK = 0
              DISPLAY "UMOWA JUZ ISTNIEJE - NADPISAC? T/N"
              ACCEPT WS-POTWIERDZ
              IF WS-POTWIERDZONE
                 MOVE CENK-REC TO WS-HI-PRZED
                 MOVE WS-HI-PO TO CENK-REC
                 REWRITE CENK-REC
                 IF ERR-CK NOT = 0
                    DISPLAY "ZAPIS UMOWY - KOD " ERR-CK
                 ELSE
                    DISPLAY "UMOWA NADPISANA"
                    MOVE "Z" TO WS-HI-OPERACJA
                    PERFORM 915-HISTORIA-KARTOTEKI
                 END-IF
              END-IF
              MOVE "N" TO WS-POTWIERDZ
           ELSE
              MOVE WS-HI-PO TO CENK-REC
              WRITE CENK-REC
              IF ERR-CK NOT = 0
                 DISPLAY "ZAPIS UMOWY - KOD " ERR-CK
              ELSE
                 DISPLAY "UMOWA ZAPISANA"
                 MOVE "D" TO WS-HI-OPERACJA
                 MOVE SPACES TO WS-HI-PRZED
                 PERFORM 915-HISTORIA-KARTOTEKI
              END-IF
           END-IF
           .

      *    DOSTEPNE DO OBIECANIA = STAN - REZERWACJE OTWARTYCH
      *    I BACKORDEROWYCH LINII (WPISYWANA LINIA JESZCZE NIE
      *    JEST ZAPISANA) ORAZ SKLADNIKOW OTWARTYCH ZLECEN MONTAZU

           MOVE ZAML-REC TO WS-ZAML-ZAPAS
           MOVE TOWAR-L TO WS-ATP-TOWAR
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                 IF (LIN-OTWARTA OR LIN-BACKORDER)
                    AND NOT LIN-DROPSHIP
                    AND TOWAR-L = WS-ATP-TOWAR
                    AND LOKALIZACJA-L = WS-ATP-LOK
                    COMPUTE WS-ATP-REZERWACJE = WS-ATP-REZERWACJE
              END-PERFORM
           END-IF

           OPEN INPUT ZMOLFILE
           IF ERR-ZMOL = 0
              MOVE 0 TO NR-ZMOL
              MOVE 0 TO LP-ZMOL
              START ZMOLFILE KEY NOT < KLUCZ-ZMOL
              IF ERR-ZMOL = 0
                 READ ZMOLFILE NEXT
                 PERFORM UNTIL ERR-ZMOL > 0
                    IF REZ-ZMOL > 0
                       AND SKLADNIK-ZMOL = WS-ATP-TOWAR
                       AND LOK-ZMOL = WS-ATP-LOK
                       ADD REZ-ZMOL TO WS-ATP-REZERWACJE
                    END-IF
                    READ ZMOLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZMOLFILE
           END-IF

           MOVE WS-ZAML-ZAPAS TO ZAML-REC

           MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                      WS-ATP-REZERWACJE ")"
              PERFORM 480-ZAPROPONUJ-ZAMIENNIK
              IF NOT WS-SUB-JEST-UZYTY
                 PERFORM 121-TERMIN-OBIETNICY
                 DISPLAY "ZAPISAC LINIE MIMO BRAKU POKRYCIA? T/N"
                 ACCEPT WS-POTWIERDZ
                 IF NOT WS-POTWIERDZONE
                 MOVE "N" TO WS-POTWIERDZ
              END-IF
           END-IF

           IF WS-OB-DATA = 0 AND WS-OB-PO = 0
              AND (ILOSC-L NOT > WS-ATP-DOSTEPNE
                   OR WS-SUB-JEST-UZYTY)
              ACCEPT WS-OB-DATA FROM DATE
           END-IF
           .

       121-TERMIN-OBIETNICY.

      *    TERMIN OBIETNICY LINII BEZ POKRYCIA: BRAKUJACA ILOSC
      *    (LACZNIE Z DEFICYTEM WCZESNIEJSZYCH REZERWACJI I ALOKACJI,
      *    KTORE SIEDZA W REZERWACJACH LINII) POKRYWAJA OTWARTE
      *    POZYCJE ZamowieniaPOM TEGO TOWARU I LOKALIZACJI WG
      *    DATA-OCZEK-P - IMPORT PotwierdzeniaPO.txt NANOSI TAM
      *    DATY POTWIERDZONE PRZEZ DOSTAWCE. OBIECUJEMY DATE
      *    DOSTAWY, KTORA DOMYKA BRAK; PRZETERMINOWANE PO LICZA
      *    SIE OD DZIS. GDY DOSTAWY NIE WYSTARCZA - TERMIN 0
      *    (DO USTALENIA Z ZAKUPAMI)

           ACCEPT WS-OB-DZIS FROM DATE
           MOVE 0 TO WS-OB-DATA
           MOVE 0 TO WS-OB-PO
           COMPUTE WS-OB-POTRZEBA = ILOSC-L - WS-ATP-DOSTEPNE
           PERFORM 122-ZBIERZ-DOSTAWY
           PERFORM 123-SORTUJ-DOSTAWY

           MOVE 0 TO WS-OB-NARASTA
           PERFORM VARYING WS-OB-I FROM 1 BY 1
                   UNTIL WS-OB-I > WS-OB-N OR WS-OB-DATA > 0
              ADD WS-OB-T-ILOSC (WS-OB-I) TO WS-OB-NARASTA
              IF WS-OB-NARASTA >= WS-OB-POTRZEBA
                 MOVE WS-OB-T-DATA (WS-OB-I) TO WS-OB-DATA
                 MOVE WS-OB-T-PO (WS-OB-I) TO WS-OB-PO
              END-IF
           END-PERFORM

           IF WS-OB-DATA = 0
              DISPLAY "UWAGA: OTWARTE DOSTAWY (" WS-OB-NARASTA
                      ") NIE POKRYWAJA BRAKU " WS-OB-POTRZEBA
                      " - TERMIN DO USTALENIA"
           ELSE
              DISPLAY "TERMIN OBIETNICY: " WS-OB-DATA
                      " (DOSTAWA PO " WS-OB-PO ")"
           END-IF
           .

       122-ZBIERZ-DOSTAWY.

           MOVE 0 TO WS-OB-N
           OPEN INPUT POMFILE
           IF ERR-POM = 0
              MOVE 0 TO NR-PO
              START POMFILE KEY NOT < NR-PO
              IF ERR-POM = 0
                 READ POMFILE NEXT
                 PERFORM UNTIL ERR-POM > 0 OR WS-OB-N = 100
                    IF TOWAR-P = WS-ATP-TOWAR
                       AND LOKALIZACJA-P = WS-ATP-LOK
                       AND NOT PO-DROPSHIP
                       AND (PO-OTWARTE OR PO-WYSLANE
                            OR PO-CZESCIOWE)
                       AND ILOSC-ZAM-P > ILOSC-PRZYJ-P
                       AND DATA-OCZEK-P NOT = 0
                       ADD 1 TO WS-OB-N
                       MOVE NR-PO TO WS-OB-T-PO (WS-OB-N)
                       COMPUTE WS-OB-T-ILOSC (WS-OB-N) =
                               ILOSC-ZAM-P - ILOSC-PRZYJ-P
                       IF DATA-OCZEK-P < WS-OB-DZIS
                          MOVE WS-OB-DZIS TO WS-OB-T-DATA (WS-OB-N)
                       ELSE
                          MOVE DATA-OCZEK-P
                               TO WS-OB-T-DATA (WS-OB-N)
                       END-IF
                    END-IF
                    READ POMFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE POMFILE
           END-IF
           .

       123-SORTUJ-DOSTAWY.

           PERFORM VARYING WS-OB-I FROM 1 BY 1
                   UNTIL WS-OB-I >= WS-OB-N
              PERFORM VARYING WS-OB-J FROM 1 BY 1
                      UNTIL WS-OB-J >= WS-OB-N
                 IF WS-OB-T-DATA (WS-OB-J) >
                    WS-OB-T-DATA (WS-OB-J + 1)
                    MOVE WS-OB-TAB (WS-OB-J) TO WS-OB-ZAPAS
                    MOVE WS-OB-TAB (WS-OB-J + 1)
                         TO WS-OB-TAB (WS-OB-J)
                    MOVE WS-OB-ZAPAS TO WS-OB-TAB (WS-OB-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       124-DOSTAWCA-DROPSHIP.

      *    WYSYLKA BEZPOSREDNIA: DOSTAWCA O NAJNIZSZEJ RANDZE
      *    SPOSROD AKTYWNYCH DOSTAWCOW TOWARU (JAK 825-WYBIERZ-
      *    DOSTAWCE W MAGAZYN.COB), TERMIN = DZIS + CZAS DOSTAWY
      *    DOSTAWCY. BEZ DOSTAWCY LINIA IDZIE ZWYKLA DROGA
      *    Z MAGAZYNU

           MOVE "N" TO WS-DS-JEST
           MOVE SPACES TO WS-DS-DOSTAWCA
           MOVE SPACES TO WS-DS-NAZWA-DOST
           MOVE 0 TO WS-DS-CZAS
           MOVE "PLN" TO WS-DS-WALUTA
           OPEN INPUT DOSTFILE
           IF ERR-D = 0
              MOVE TOWAR-L TO KOD-TOWARU-D
              MOVE 0 TO RANGA-D
              START DOSTFILE KEY NOT < KLUCZ-DOST
              IF ERR-D = 0
                 READ DOSTFILE NEXT
                 PERFORM UNTIL ERR-D > 0
                         OR KOD-TOWARU-D NOT = TOWAR-L
                         OR WS-DS-JEST-DOSTAWCA
                    IF DOST-AKTYWNY
                       MOVE "T" TO WS-DS-JEST
                       MOVE KOD-DOSTAWCY TO WS-DS-DOSTAWCA
                       MOVE NAZWA-DOSTAWCY TO WS-DS-NAZWA-DOST
                       MOVE CZAS-DOSTAWY-D TO WS-DS-CZAS
                       IF WALUTA-D NOT = SPACES
                          MOVE WALUTA-D TO WS-DS-WALUTA
                       END-IF
                    ELSE
                       READ DOSTFILE NEXT
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE DOSTFILE
           END-IF

           IF NOT WS-DS-JEST-DOSTAWCA
              DISPLAY "BRAK AKTYWNEGO DOSTAWCY TOWARU " TOWAR-L
                      " - LINIA REALIZOWANA Z MAGAZYNU"
           ELSE
              MOVE "D" TO TRYB-DOSTAWY-L
              ACCEPT WS-DS-DZIS FROM DATE
              STRING "20" WS-DS-DZIS DELIMITED BY SIZE
                     INTO WS-DS-DATA-8
              COMPUTE WS-DS-DATA-INT = FUNCTION INTEGER-OF-DATE
                      (WS-DS-DATA-8) + WS-DS-CZAS
              COMPUTE WS-DS-DATA-8 = FUNCTION DATE-OF-INTEGER
                      (WS-DS-DATA-INT)
              MOVE WS-DS-DATA-8(3:6) TO WS-DS-TERMIN
              DISPLAY "DOSTAWCA: " WS-DS-DOSTAWCA " "
                      WS-DS-NAZWA-DOST
              DISPLAY "ADRES DOSTAWY (PUSTE = "
                      WS-DS-ADRES-K ")"
              ACCEPT WS-DS-ADRES
              IF WS-DS-ADRES = SPACES
                 MOVE WS-DS-ADRES-K TO WS-DS-ADRES
              END-IF
           END-IF
           .

       125-PO-DO-ZATWIERDZENIA.

           OPEN I-O ZATWFILE
           IF ERR-ZT = 35
              CLOSE ZATWFILE
              OPEN OUTPUT ZATWFILE
              CLOSE ZATWFILE
              OPEN I-O ZATWFILE
           END-IF
           IF ERR-ZT = 0
              MOVE NR-PO TO NR-PO-ZT
              MOVE WS-UZYTKOWNIK TO TWORCA-ZT
              MOVE WS-DS-DZIS TO DATA-UTW-ZT
              MOVE WS-DS-WARTOSC TO WARTOSC-ZT
              MOVE WS-DS-LZ-LIMIT TO LIMIT-ZT
              MOVE WS-DS-LZ-ZRODLO TO ZRODLO-LIMITU-ZT
              MOVE "O" TO STATUS-ZT
              MOVE SPACES TO ZATWIERDZAJACY-ZT
              MOVE 0 TO DATA-DECYZJI-ZT
              MOVE SPACES TO UZASADNIENIE-ZT
              WRITE ZATW-REC
              IF ERR-ZT NOT = 0
                 DISPLAY "BLAD ZAPISU DO ZatwierdzeniaPO DLA PO NR "
                         NR-PO
              END-IF
              CLOSE ZATWFILE
           ELSE
              DISPLAY "BRAK DOSTEPU DO ZatwierdzeniaPO DLA PO NR "
                      NR-PO
           END-IF
           DISPLAY "PO NR " NR-PO " WARTOSC " WS-DS-WARTOSC
                   " > LIMIT " WS-DS-LZ-LIMIT " (" WS-DS-LZ-ZRODLO
                   ") - OCZEKUJE NA ZATWIERDZENIE"
           .

       126-UTWORZ-PO-DROPSHIP.

      *    POWIAZANE PO DLA LINII WYSYLKI BEZPOSREDNIEJ: NUMER
      *    Z SERII PO, CENA Z UMOWY CenyDostawcow WAZNEJ DZIS
      *    (INACZEJ CENA ZAKUPU Z BAZA5 W PLN), NA PO ODBIORCA
      *    I ADRES DOSTAWY KLIENTA ORAZ NUMER ZAMOWIENIA I LINII.
      *    PO POWYZEJ LIMITU Z LimityZatwierdzenPO.txt CZEKA NA
      *    ZATWIERDZENIE JAK PO Z GENEROWANIA W MAGAZYN.COB.
      *    NUMER PO ZOSTAJE NA LINII W PO-OBIETNICY-L

           MOVE "N" TO WS-DS-BLAD
           OPEN I-O POMFILE
           IF ERR-POM = 35
              CLOSE POMFILE
              OPEN OUTPUT POMFILE
              CLOSE POMFILE
              OPEN I-O POMFILE
           END-IF
           IF ERR-POM NOT = 0
              MOVE "T" TO WS-DS-BLAD
           ELSE
              PERFORM 127-NUMER-PO-DROPSHIP
              IF NOT WS-DS-JEST-BLAD
                 PERFORM 128-CENA-DROPSHIP
                 MOVE WS-DS-NR-PO TO NR-PO
                 MOVE WS-DS-DOSTAWCA TO KOD-DOSTAWCY-P
                 MOVE WS-DS-NAZWA-DOST TO NAZWA-DOSTAWCY-P
                 MOVE TOWAR-L TO TOWAR-P
                 MOVE LOKALIZACJA-L TO LOKALIZACJA-P
                 MOVE ILOSC-L TO ILOSC-ZAM-P
                 MOVE 0 TO ILOSC-PRZYJ-P
                 MOVE WS-DS-DZIS TO DATA-PO
                 MOVE WS-DS-TERMIN TO DATA-OCZEK-P
                 MOVE WS-DS-CENA TO CENA-PO
                 MOVE WS-DS-WALUTA TO WALUTA-P
                 MOVE "D" TO TYP-PO-P
                 MOVE NR-ZAM-L TO ZAM-DS-P
                 MOVE LP-L TO LP-DS-P
                 MOVE WS-DS-ODBIORCA TO ODBIORCA-DS-P
                 MOVE WS-DS-ADRES TO ADRES-DS-P
                 PERFORM 129-LIMIT-DROPSHIP
                 IF WS-DS-LZ-LIMIT-JEST
                    AND WS-DS-WARTOSC > WS-DS-LZ-LIMIT
                    MOVE "A" TO STATUS-PO
                 ELSE
                    MOVE "O" TO STATUS-PO
                 END-IF
                 WRITE POM-REC
                 IF ERR-POM NOT = 0
                    MOVE "T" TO WS-DS-BLAD
                 ELSE
                    DISPLAY "PO NR " NR-PO " DO " WS-DS-DOSTAWCA
                            " - WYSYLKA BEZPOSREDNIO DO "
                            WS-DS-ODBIORCA
                    IF PO-DO-ZATWIERDZENIA
                       PERFORM 125-PO-DO-ZATWIERDZENIA
                    END-IF
                 END-IF
              END-IF
              CLOSE POMFILE
           END-IF

           IF WS-DS-JEST-BLAD
              DISPLAY "NIE UDALO SIE ZALOZYC PO WYSYLKI "
                      "BEZPOSREDNIEJ - LINIA " LP-L
                      " ZOSTAJE DO REALIZACJI Z MAGAZYNU"
              MOVE SPACE TO TRYB-DOSTAWY-L
              MOVE 0 TO DATA-OBIECANA-L
              MOVE 0 TO PO-OBIETNICY-L
           ELSE
              MOVE WS-DS-NR-PO TO PO-OBIETNICY-L
           END-IF
           REWRITE ZAML-REC
           IF ERR-L NOT = 0
              MOVE ERR-L TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
              DISPLAY "REWRITE LINII - KOD " ERR-L " - "
                      WS-BLAD-OPIS
           END-IF
           .

       127-NUMER-PO-DROPSHIP.

      *    SERIA PO W NumeryKontrolne; GDY BRAK WPISU SERII, SIEW
      *    NAJWYZSZYM NUMEREM Z ZamowieniaPOM (JAK 810-NASTEPNY-
      *    NR-PO W MAGAZYN.COB). NUMER JUZ ZAJETY W REJESTRZE PO
      *    JEST POMIJANY

           OPEN I-O NUMERYFILE
           IF ERR-N = 35
              CLOSE NUMERYFILE
              OPEN OUTPUT NUMERYFILE
              CLOSE NUMERYFILE
              OPEN I-O NUMERYFILE
           END-IF
           IF ERR-N NOT = 0
              MOVE "T" TO WS-DS-BLAD
           ELSE
              MOVE "PO" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE 1 TO WS-DS-NR-PO
                 MOVE 0 TO NR-PO
                 START POMFILE KEY NOT < NR-PO
                 IF ERR-POM = 0
                    READ POMFILE NEXT
                    PERFORM UNTIL ERR-POM > 0
                       COMPUTE WS-DS-NR-PO = NR-PO + 1
                       READ POMFILE NEXT
                    END-PERFORM
                 END-IF
                 MOVE "PO" TO SERIA-N
                 MOVE WS-DS-NR-PO TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-DS-NR-PO
              MOVE WS-DS-NR-PO TO NR-PO
              READ POMFILE
              PERFORM UNTIL ERR-POM NOT = 0
                 ADD 1 TO WS-DS-NR-PO
                 MOVE WS-DS-NR-PO TO NR-PO
                 READ POMFILE
              END-PERFORM
              COMPUTE NASTEPNY-N = WS-DS-NR-PO + 1
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-DS-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       128-CENA-DROPSHIP.

      *    UMOWA CenyDostawcow DOSTAWCY I TOWARU WAZNA DZIS (PRZY
      *    KILKU WYGRYWA NAJPOZNIEJSZA DATA-OD, JAK 828-SZUKAJ-
      *    UMOWY W MAGAZYN.COB); WARTOSC DO LIMITU ZATWIERDZEN
      *    W PLN - PRZY WALUCIE OBCEJ WG CENY ZAKUPU Z BAZA5

           MOVE 0 TO WS-DS-CENA
           MOVE 0 TO WS-DS-CENA-PLN
           MOVE SPACES TO WS-DS-KATEGORIA
           MOVE TOWAR-L TO TOWAR
           MOVE LOKALIZACJA-L TO LOKALIZACJA
           READ INFILE
           IF ERR = 0
              MOVE CENA-ZAKUP OF IN-REC TO WS-DS-CENA-PLN
              MOVE CATEGORY OF IN-REC TO WS-DS-KATEGORIA
           END-IF

           MOVE "N" TO WS-DS-UMOWA
           OPEN INPUT CENDFILE
           IF ERR-CD = 0
              MOVE WS-DS-DOSTAWCA TO KOD-DOSTAWCY-C
              MOVE TOWAR-L TO KOD-TOWARU-C
              MOVE 0 TO DATA-OD-C
              START CENDFILE KEY NOT < KLUCZ-CEND
              IF ERR-CD = 0
                 READ CENDFILE NEXT
                 PERFORM UNTIL ERR-CD > 0
                         OR KOD-DOSTAWCY-C NOT = WS-DS-DOSTAWCA
                         OR KOD-TOWARU-C NOT = TOWAR-L
                    IF DATA-OD-C <= WS-DS-DZIS
                       AND (DATA-DO-C = 0
                            OR DATA-DO-C >= WS-DS-DZIS)
                       MOVE "T" TO WS-DS-UMOWA
                       MOVE CENA-ZAKUPU-C TO WS-DS-CENA
                    END-IF
                    READ CENDFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE CENDFILE
           END-IF

           IF NOT WS-DS-JEST-UMOWA
              DISPLAY "BRAK WAZNEJ UMOWY CENOWEJ DOSTAWCY - CENA "
                      "ZAKUPU Z BAZA5 W PLN"
              MOVE WS-DS-CENA-PLN TO WS-DS-CENA
              MOVE "PLN" TO WS-DS-WALUTA
           END-IF
           IF WS-DS-WALUTA = "PLN"
              COMPUTE WS-DS-WARTOSC = ILOSC-L * WS-DS-CENA
           ELSE
              COMPUTE WS-DS-WARTOSC = ILOSC-L * WS-DS-CENA-PLN
           END-IF
           .

       129-LIMIT-DROPSHIP.

      *    NAJNIZSZY LIMIT Z LimityZatwierdzenPO.txt DLA ROLI
      *    OPERATORA I KATEGORII TOWARU (JAK 843-LIMIT-
      *    ZATWIERDZENIA W MAGAZYN.COB); BRAK PLIKU = BEZ LIMITU

           MOVE "N" TO WS-DS-LZ-JEST
           MOVE 0 TO WS-DS-LZ-LIMIT
           MOVE SPACES TO WS-DS-LZ-ZRODLO
           OPEN INPUT LIMPOFILE
           IF ERR-LZ = 0
              READ LIMPOFILE INTO WS-DS-LZ-LINIA
              PERFORM UNTIL ERR-LZ > 0
                 IF ((WS-DS-LZ-TYP-A = "R"
                      AND WS-DS-LZ-KOD-A = WS-ROLA-OPERATORA)
                     OR (WS-DS-LZ-TYP-A = "K"
                         AND WS-DS-LZ-KOD-A = WS-DS-KATEGORIA))
                    AND WS-DS-LZ-KOD-A NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-DS-LZ-KWOTA-A) = 0
                    COMPUTE WS-DS-LZ-KWOTA =
                            FUNCTION NUMVAL (WS-DS-LZ-KWOTA-A)
                    IF NOT WS-DS-LZ-LIMIT-JEST
                       OR WS-DS-LZ-KWOTA < WS-DS-LZ-LIMIT
                       MOVE "T" TO WS-DS-LZ-JEST
                       MOVE WS-DS-LZ-KWOTA TO WS-DS-LZ-LIMIT
                       MOVE SPACES TO WS-DS-LZ-ZRODLO
                       IF WS-DS-LZ-TYP-A = "R"
                          STRING "ROLA " WS-ROLA-OPERATORA
                                 DELIMITED BY SIZE
                                 INTO WS-DS-LZ-ZRODLO
                       ELSE
                          STRING "KAT " WS-DS-LZ-KOD-A
                                 DELIMITED BY SIZE
                                 INTO WS-DS-LZ-ZRODLO
                       END-IF
                    END-IF
                 END-IF
                 READ LIMPOFILE INTO WS-DS-LZ-LINIA
              END-PERFORM
              CLOSE LIMPOFILE
           END-IF
           .

       480-ZAPROPONUJ-ZAMIENNIK.

       400-KARTOTEKA-KLIENTOW.

           DISPLAY "S. POKAZ KLIENTA  Z. ZAPISZ / ZMIEN KLIENTA  "
                   "A. ADRESY DOSTAW  T. TOWARY KLIENTA"
           DISPLAY "P. PRZEDSTAWICIELE HANDLOWI"
           ACCEPT WYBOR-KLIENT

           IF KLIENT-PRZEDST
              PERFORM 440-PRZEDSTAWICIELE
           ELSE
              PERFORM 401-KARTA-KLIENTA
           END-IF
           .

       401-KARTA-KLIENTA.

           OPEN I-O KLIENCIFILE
           IF ERR-K = 35
              CLOSE KLIENCIFILE
                 READ KLIENCIFILE
                 IF ERR-K = 0
                    DISPLAY "ZMIANA ISTNIEJACEGO KLIENTA: " NAZWA-K
                    MOVE "Z" TO WS-HI-OPERACJA
                    MOVE KLIENT-REC TO WS-HI-PRZED
                    PERFORM 410-WCZYTAJ-DANE-KLIENTA
                    REWRITE KLIENT-REC
                 ELSE
                    MOVE "D" TO WS-HI-OPERACJA
                    MOVE SPACES TO WS-HI-PRZED
                    MOVE SPACES TO KLIENT-REC
                    MOVE WS-KLIENT TO KOD-KLIENTA
                    PERFORM 410-WCZYTAJ-DANE-KLIENTA
                    WRITE KLIENT-REC
                            WS-BLAD-OPIS
                 ELSE
                    DISPLAY "ZAPISANO KLIENTA"
                    MOVE "Klienci" TO WS-HI-PLIK
                    MOVE KOD-KLIENTA TO WS-HI-KLUCZ
                    MOVE KLIENT-REC TO WS-HI-PO
                    PERFORM 915-HISTORIA-KARTOTEKI
                 END-IF
              ELSE
              IF KLIENT-ADRESY
                 READ KLIENCIFILE
                 IF ERR-K = 0
                    PERFORM 420-ADRESY-DOSTAW
                 ELSE
                    DISPLAY "NIE ZNALEZIONO KLIENTA"
                 END-IF
              ELSE
              IF KLIENT-TOWARY
                 READ KLIENCIFILE
                 IF ERR-K = 0
                    PERFORM 430-TOWARY-KLIENTA
                 ELSE
                    DISPLAY "NIE ZNALEZIONO KLIENTA"
                 END-IF
              ELSE
                 READ KLIENCIFILE
                    DISPLAY "ADRES   : " ADRES-K
                    DISPLAY "LIMIT   : " LIMIT-K
                    DISPLAY "BLOKADA : " BLOKADA-K
                    IF KLIENT-ZABLOKOWANY AND BLOKADA-AUTOMATYCZNA
                       DISPLAY "          (AUTOMATYCZNA - ZALEGLOSCI)"
                    END-IF
                    DISPLAY "FAKTURY : " TRYB-FAKTUR-K
                    DISPLAY "WALUTA  : " WALUTA-K
                    DISPLAY "REGION  : " REGION-K
                    DISPLAY "WARUNKI : " WARUNKI-K
                    DISPLAY "NIP     : " NIP-K " KRAJ " KRAJ-K
                    DISPLAY "NABYWCA : " VAT-NABYWCY-K
                    DISPLAY "PRZEDST.: " PRZEDSTAWICIEL-K
                 ELSE
                    DISPLAY "NIE ZNALEZIONO KLIENTA"
                 END-IF
              END-IF
              END-IF
              END-IF
              CLOSE KLIENCIFILE
           END-IF
           .

       420-ADRESY-DOSTAW.

      *    ADRESY DOSTAW KLIENTA (AdresyDostaw): KOD ADRESU
      *    W RAMACH KLIENTA, NAZWA I ADRES ODBIORU, REGION DO
      *    TRASOWANIA, OSOBA KONTAKTOWA I GODZINY PRZYJEC.
      *    ADRESU UZYTEGO NA ZAMOWIENIACH SIE NIE KASUJE - WYLACZA
      *    SIE GO ZNACZNIKIEM AKTYWNOSCI

           OPEN I-O ADRDFILE
           IF ERR-AD = 35
              CLOSE ADRDFILE
              OPEN OUTPUT ADRDFILE
              CLOSE ADRDFILE
              OPEN I-O ADRDFILE
           END-IF
           IF ERR-AD NOT = 0
              MOVE ERR-AD TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
              DISPLAY "OTWARCIE AdresyDostaw - KOD " ERR-AD " - "
                      WS-BLAD-OPIS
           ELSE
              DISPLAY "KLIENT: " NAZWA-K
              DISPLAY "L. LISTA ADRESOW  Z. ZAPISZ / ZMIEN ADRES"
              ACCEPT WS-AD-WYBOR
              IF WS-AD-LISTA
                 PERFORM 421-LISTA-ADRESOW
              ELSE
                 DISPLAY "PODAJ KOD ADRESU DOSTAWY"
                 ACCEPT WS-ADRES-DOST
                 IF WS-ADRES-DOST = SPACES
                    DISPLAY "KOD ADRESU NIE MOZE BYC PUSTY"
                 ELSE
                    MOVE WS-KLIENT TO KOD-KLIENTA-AD
                    MOVE WS-ADRES-DOST TO KOD-ADRESU-AD
                    READ ADRDFILE
                    IF ERR-AD = 0
                       DISPLAY "ZMIANA ADRESU: " NAZWA-AD
                       DISPLAY "               " ADRES-AD
                       PERFORM 422-WCZYTAJ-ADRES
                       REWRITE ADRD-REC
                    ELSE
                       MOVE SPACES TO ADRD-REC
                       MOVE WS-KLIENT TO KOD-KLIENTA-AD
                       MOVE WS-ADRES-DOST TO KOD-ADRESU-AD
                       PERFORM 422-WCZYTAJ-ADRES
                       WRITE ADRD-REC
                    END-IF
                    IF ERR-AD NOT = 0
                       MOVE ERR-AD TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                       DISPLAY "ZAPIS ADRESU - KOD " ERR-AD " - "
                               WS-BLAD-OPIS
                    ELSE
                       DISPLAY "ZAPISANO ADRES DOSTAWY"
                    END-IF
                 END-IF
              END-IF
              CLOSE ADRDFILE
           END-IF
           .

       421-LISTA-ADRESOW.

           MOVE 0 TO WS-AD-ILE
           MOVE WS-KLIENT TO KOD-KLIENTA-AD
           MOVE SPACES TO KOD-ADRESU-AD
           START ADRDFILE KEY NOT < KLUCZ-ADRD
           IF ERR-AD = 0
              READ ADRDFILE NEXT
              PERFORM UNTIL ERR-AD > 0
                      OR KOD-KLIENTA-AD NOT = WS-KLIENT
                 ADD 1 TO WS-AD-ILE
                 DISPLAY KOD-ADRESU-AD " " NAZWA-AD " REGION "
                         REGION-AD " AKTYWNY " AKTYWNY-AD
                 DISPLAY "       " ADRES-AD
                 DISPLAY "       KONTAKT " KONTAKT-AD " GODZ "
                         GODZINY-AD
                 READ ADRDFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-AD
           IF WS-AD-ILE = 0
              DISPLAY "KLIENT NIE MA ADRESOW DOSTAW"
           END-IF
           .

       430-TOWARY-KLIENTA.

      *    SLOWNIK NUMEROW ARTYKULOW KLIENTA (TowaryKlientow):
      *    KOD KLIENTA -> NASZ TOWAR Z OPCJONALNYM OPISEM KLIENTA.
      *    KLUCZ ALTERNATYWNY KLIENT+TOWAR DAJE KOD KLIENTA DLA
      *    NASZEGO TOWARU NA DOKUMENTACH

           OPEN I-O TKFILE
           IF ERR-TK = 35
              CLOSE TKFILE
              OPEN OUTPUT TKFILE
              CLOSE TKFILE
              OPEN I-O TKFILE
           END-IF
           IF ERR-TK NOT = 0
              MOVE ERR-TK TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
              DISPLAY "OTWARCIE TowaryKlientow - KOD " ERR-TK " - "
                      WS-BLAD-OPIS
           ELSE
              DISPLAY "KLIENT: " NAZWA-K
              DISPLAY "L. LISTA KODOW  Z. ZAPISZ / ZMIEN KOD  "
                      "U. USUN KOD"
              ACCEPT WS-TK-WYBOR
              IF WS-TK-LISTA
                 PERFORM 431-LISTA-TOWAROW-KLIENTA
              ELSE
                 DISPLAY "PODAJ KOD TOWARU KLIENTA"
                 ACCEPT WS-TK-KOD
                 MOVE WS-KLIENT TO KLIENT-TK
                 MOVE WS-TK-KOD TO KOD-TOW-KL-TK
                 IF WS-TK-KOD = SPACES
                    DISPLAY "KOD TOWARU KLIENTA NIE MOZE BYC PUSTY"
                 ELSE
                 IF WS-TK-USUN
                    DELETE TKFILE
                    IF ERR-TK = 0
                       DISPLAY "USUNIETO KOD " WS-TK-KOD
                    ELSE
                       DISPLAY "NIE MA KODU " WS-TK-KOD
                    END-IF
                 ELSE
                    READ TKFILE
                    IF ERR-TK = 0
                       DISPLAY "ZMIANA: " WS-TK-KOD " = TOWAR "
                               TOWAR-TK
                       PERFORM 432-WCZYTAJ-TOWAR-KLIENTA
                       IF ERR = 0
                          REWRITE TK-REC
                       END-IF
                    ELSE
                       MOVE SPACES TO TK-REC
                       MOVE WS-KLIENT TO KLIENT-TK
                       MOVE WS-TK-KOD TO KOD-TOW-KL-TK
                       PERFORM 432-WCZYTAJ-TOWAR-KLIENTA
                       IF ERR = 0
                          WRITE TK-REC
                       END-IF
                    END-IF
                    IF ERR NOT = 0
                       DISPLAY "TOWAR " TOWAR-TK " NIE ISTNIEJE W "
                               "BAZA5 - NIE ZAPISANO"
                    ELSE
                    IF ERR-TK NOT = 0
                       MOVE ERR-TK TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                       DISPLAY "ZAPIS KODU - KOD " ERR-TK " - "
                               WS-BLAD-OPIS
                    ELSE
                       DISPLAY "ZAPISANO KOD TOWARU KLIENTA"
                    END-IF
                    END-IF
                 END-IF
                 END-IF
              END-IF
              CLOSE TKFILE
           END-IF
           .

       431-LISTA-TOWAROW-KLIENTA.

           MOVE 0 TO WS-TK-ILE
           MOVE WS-KLIENT TO KLIENT-TK
           MOVE SPACES TO KOD-TOW-KL-TK
           START TKFILE KEY NOT < KLUCZ-TK
           IF ERR-TK = 0
              READ TKFILE NEXT
              PERFORM UNTIL ERR-TK > 0
                      OR KLIENT-TK NOT = WS-KLIENT
                 ADD 1 TO WS-TK-ILE
                 DISPLAY KOD-TOW-KL-TK " = " TOWAR-TK " " OPIS-TK
                 READ TKFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-TK
           IF WS-TK-ILE = 0
              DISPLAY "KLIENT NIE MA KODOW TOWAROW"
           END-IF
           .

       432-WCZYTAJ-TOWAR-KLIENTA.

           DISPLAY "PODAJ NASZ TOWAR"
           ACCEPT TOWAR-TK
           MOVE WS-KLIENT TO KLIENT-NASZ-TK
           DISPLAY "PODAJ OPIS KLIENTA (MOZE BYC PUSTY)"
           ACCEPT OPIS-TK
           OPEN INPUT INFILE
           MOVE TOWAR-TK TO TOWAR
           READ INFILE KEY IS TOWAR
           CLOSE INFILE
           .

       422-WCZYTAJ-ADRES.

           DISPLAY "PODAJ NAZWE ODBIORCY (PUSTE = NAZWA KLIENTA)"
           ACCEPT NAZWA-AD
           IF NAZWA-AD = SPACES
              MOVE NAZWA-K TO NAZWA-AD
           END-IF
           DISPLAY "PODAJ ADRES DOSTAWY"
           ACCEPT ADRES-AD
           DISPLAY "PODAJ REGION DOSTAW (PUSTE = " REGION-K ")"
           ACCEPT REGION-AD
           IF REGION-AD = SPACES
              MOVE REGION-K TO REGION-AD
           END-IF
           DISPLAY "PODAJ OSOBE KONTAKTOWA"
           ACCEPT KONTAKT-AD
           DISPLAY "PODAJ GODZINY PRZYJEC (NP. PN-PT 7-15)"
           ACCEPT GODZINY-AD
           DISPLAY "CZY ADRES AKTYWNY? T/N"
           ACCEPT AKTYWNY-AD
           IF NOT ADRES-AKTYWNY
              MOVE "N" TO AKTYWNY-AD
           END-IF
           .

       410-WCZYTAJ-DANE-KLIENTA.

           DISPLAY "PODAJ NAZWE KLIENTA"
           ACCEPT NAZWA-K
           DISPLAY "PODAJ ADRES"
           ACCEPT ADRES-K
           DISPLAY "PODAJ LIMIT KREDYTOWY (0 = BEZ LIMITU)"
           ACCEPT LIMIT-K
      *    BLOKADA ZALOZONA TU RECZNIE NIE JEST ZDEJMOWANA PRZEZ
      *    NOCNY PROGRAM BLOKADY; POTWIERDZENIE ISTNIEJACEJ
      *    BLOKADY AUTOMATYCZNEJ ZOSTAWIA JA AUTOMATYCZNA

           MOVE BLOKADA-K TO WS-BLOKADA-POPRZ
           DISPLAY "CZY KLIENT ZABLOKOWANY? T/N"
           ACCEPT BLOKADA-K
           IF NOT KLIENT-ZABLOKOWANY
              MOVE "N" TO BLOKADA-K
              MOVE "N" TO BLOKADA-AUTO-K
           ELSE
              IF WS-BLOKADA-POPRZ NOT = "T"
                 MOVE "N" TO BLOKADA-AUTO-K
              END-IF
           END-IF
           DISPLAY "TRYB FAKTUROWANIA: P = KAZDE ZAMOWIENIE "
                   "OSOBNO, T = ZBIORCZO CO TYDZIEN, "
                   "M = ZBIORCZO CO MIESIAC"
           ACCEPT TRYB-FAKTUR-K
           IF NOT FAKTURY-ZBIORCZE-TYG
              AND NOT FAKTURY-ZBIORCZE-MIES
              MOVE "P" TO TRYB-FAKTUR-K
           END-IF
           DISPLAY "PODAJ WALUTE FAKTUR (PUSTE = PLN)"
           ACCEPT WALUTA-K
           DISPLAY "PODAJ REGION DOSTAW (KOD TRASOWANIA)"
           ACCEPT REGION-K
           PERFORM 415-WARUNKI-PLATNOSCI
           PERFORM 417-DANE-PODATKOWE
           PERFORM 418-PRZEDSTAWICIEL-KLIENTA
           .

       418-PRZEDSTAWICIEL-KLIENTA.

           MOVE "N" TO WS-PRZ-OK
           PERFORM UNTIL WS-PRZ-JEST-OK
              DISPLAY "PODAJ KOD PRZEDSTAWICIELA HANDLOWEGO "
                      "(PUSTE = BRAK)"
              ACCEPT WS-PRZ-KOD
              IF WS-PRZ-KOD = SPACES
                 MOVE "T" TO WS-PRZ-OK
              ELSE
                 PERFORM 441-SPRAWDZ-PRZEDSTAWICIELA
              END-IF
           END-PERFORM
           MOVE WS-PRZ-KOD TO PRZEDSTAWICIEL-K
           .

       417-DANE-PODATKOWE.

      *    RODZAJ NABYWCY DECYDUJE O STAWCE NA FAKTURZE: K = KRAJ
      *    (STAWKI WG KATEGORII), U = WEWNATRZWSPOLNOTOWA DOSTAWA
      *    (0%, WYMAGA NUMERU VAT UE I KRAJU INNEGO NIZ PL),
      *    E = EKSPORT POZA UE (0%)

           DISPLAY "PODAJ NIP / NUMER VAT UE NABYWCY"
           ACCEPT NIP-K
           DISPLAY "PODAJ KOD KRAJU (PUSTE = PL)"
           ACCEPT KRAJ-K
           IF KRAJ-K = SPACES
              MOVE "PL" TO KRAJ-K
           END-IF
           DISPLAY "RODZAJ NABYWCY: K = KRAJOWY, U = UE (WDT), "
                   "E = EKSPORT"
           ACCEPT VAT-NABYWCY-K
           IF NOT NABYWCA-UE AND NOT NABYWCA-EKSPORT
              MOVE "K" TO VAT-NABYWCY-K
           END-IF
           IF NABYWCA-UE
              AND (NIP-K = SPACES OR KRAJ-K = "PL")
              DISPLAY "DOSTAWA WEWNATRZWSPOLNOTOWA WYMAGA NUMERU "
                      "VAT UE I KRAJU SPOZA PL - PRZYJETO KRAJOWY"
              MOVE "K" TO VAT-NABYWCY-K
           END-IF
           IF NABYWCA-EKSPORT AND KRAJ-K = "PL"
              DISPLAY "EKSPORT WYMAGA KRAJU SPOZA PL - PRZYJETO "
                      "KRAJOWY"
              MOVE "K" TO VAT-NABYWCY-K
           END-IF
           .

       415-WARUNKI-PLATNOSCI.

           MOVE "N" TO WS-WARUNKI-OK
           PERFORM UNTIL WS-WARUNKI-SA-OK
              DISPLAY "PODAJ KOD WARUNKOW PLATNOSCI "
                      "(Z TABELI WarunkiPlatnosci, PUSTE = 14 DNI)"
              ACCEPT WARUNKI-K
              IF WARUNKI-K = SPACES
                 MOVE "T" TO WS-WARUNKI-OK
              ELSE
                 OPEN INPUT WARUNKIFILE
                 IF ERR-WP NOT = 0
                    DISPLAY "BRAK TABELI WarunkiPlatnosci.txt"
                    MOVE SPACES TO WARUNKI-K
                    MOVE "T" TO WS-WARUNKI-OK
                 ELSE
                    READ WARUNKIFILE INTO WS-WARUNKI-LINIA
                    PERFORM UNTIL ERR-WP > 0
                       IF WS-WP-KOD-A = WARUNKI-K
                          MOVE "T" TO WS-WARUNKI-OK
                          DISPLAY "WARUNKI: " WS-WP-OPIS-A
                       END-IF
                       READ WARUNKIFILE INTO WS-WARUNKI-LINIA
                    END-PERFORM
                    CLOSE WARUNKIFILE
                    IF NOT WS-WARUNKI-SA-OK
                       DISPLAY "NIEZNANY KOD WARUNKOW PLATNOSCI"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       440-PRZEDSTAWICIELE.

      *    KARTOTEKA PRZEDSTAWICIELI: PRZEGLAD DLA KAZDEGO, ZMIANY
      *    (STAWKA PROWIZJI) TYLKO OPERATOR Z PELNYM DOSTEPEM.
      *    PRZEDSTAWICIELA SIE NIE KASUJE - ROZLICZONE PROWIZJE
      *    WSKAZUJA JEGO KOD; WYLACZA SIE GO ZNACZNIKIEM AKTYWNOSCI

           OPEN I-O PRZFILE
           IF ERR-PRZ = 35
              CLOSE PRZFILE
              OPEN OUTPUT PRZFILE
              CLOSE PRZFILE
              OPEN I-O PRZFILE
           END-IF
           IF ERR-PRZ NOT = 0
              MOVE ERR-PRZ TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
              DISPLAY "OTWARCIE Przedstawiciele - KOD " ERR-PRZ
                      " - " WS-BLAD-OPIS
           ELSE
              DISPLAY "L. LISTA PRZEDSTAWICIELI  "
                      "Z. ZAPISZ / ZMIEN PRZEDSTAWICIELA"
              ACCEPT WS-PRZ-WYBOR
              IF WS-PRZ-LISTA
                 PERFORM 442-LISTA-PRZEDSTAWICIELI
              ELSE
              IF WS-ROLA-OPERATORA NOT = "A"
                 DISPLAY "BRAK UPRAWNIEN DO ZMIANY PRZEDSTAWICIELI"
              ELSE
                 DISPLAY "PODAJ KOD PRZEDSTAWICIELA"
                 ACCEPT KOD-PRZ
                 IF KOD-PRZ = SPACES
                    DISPLAY "KOD PRZEDSTAWICIELA NIE MOZE BYC PUSTY"
                 ELSE
                    MOVE KOD-PRZ TO WS-PRZ-KOD
                    READ PRZFILE
                    IF ERR-PRZ = 0
                       MOVE PROWIZJA-PRZ TO WS-PRZ-PROC-O
                       DISPLAY "ZMIANA PRZEDSTAWICIELA: " NAZWA-PRZ
                               " PROWIZJA " WS-PRZ-PROC-O " %"
                       PERFORM 443-WCZYTAJ-PRZEDSTAWICIELA
                       REWRITE PRZ-REC
                    ELSE
                       MOVE SPACES TO PRZ-REC
                       MOVE WS-PRZ-KOD TO KOD-PRZ
                       PERFORM 443-WCZYTAJ-PRZEDSTAWICIELA
                       WRITE PRZ-REC
                    END-IF
                    IF ERR-PRZ NOT = 0
                       MOVE ERR-PRZ TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                       DISPLAY "ZAPIS PRZEDSTAWICIELA - KOD " ERR-PRZ
                               " - " WS-BLAD-OPIS
                    ELSE
                       DISPLAY "ZAPISANO PRZEDSTAWICIELA"
                    END-IF
                 END-IF
              END-IF
              END-IF
              CLOSE PRZFILE
           END-IF
           .

       441-SPRAWDZ-PRZEDSTAWICIELA.

           MOVE "N" TO WS-PRZ-OK
           OPEN INPUT PRZFILE
           IF ERR-PRZ NOT = 0
              DISPLAY "BRAK KARTOTEKI Przedstawiciele - ZALOZ "
                      "PRZEDSTAWICIELA OPCJA 5 / P"
           ELSE
              MOVE WS-PRZ-KOD TO KOD-PRZ
              READ PRZFILE
              IF ERR-PRZ NOT = 0
                 DISPLAY "NIEZNANY PRZEDSTAWICIEL " WS-PRZ-KOD
              ELSE
                 IF NOT PRZ-AKTYWNY
                    DISPLAY "PRZEDSTAWICIEL " WS-PRZ-KOD
                            " NIEAKTYWNY"
                 ELSE
                    MOVE "T" TO WS-PRZ-OK
                    DISPLAY "PRZEDSTAWICIEL: " NAZWA-PRZ
                 END-IF
              END-IF
              CLOSE PRZFILE
           END-IF
           .

       442-LISTA-PRZEDSTAWICIELI.

           MOVE 0 TO WS-PRZ-ILE
           MOVE SPACES TO KOD-PRZ
           START PRZFILE KEY NOT < KOD-PRZ
           IF ERR-PRZ = 0
              READ PRZFILE NEXT
              PERFORM UNTIL ERR-PRZ > 0
                 ADD 1 TO WS-PRZ-ILE
                 MOVE PROWIZJA-PRZ TO WS-PRZ-PROC-O
                 DISPLAY KOD-PRZ " " NAZWA-PRZ " PROWIZJA "
                         WS-PRZ-PROC-O " % KADR " NR-KADROWY-PRZ
                         " AKTYWNY " AKTYWNY-PRZ
                 READ PRZFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-PRZ
           IF WS-PRZ-ILE = 0
              DISPLAY "BRAK PRZEDSTAWICIELI W KARTOTECE"
           END-IF
           .

       443-WCZYTAJ-PRZEDSTAWICIELA.

           DISPLAY "PODAJ NAZWISKO I IMIE PRZEDSTAWICIELA"
           ACCEPT NAZWA-PRZ
           DISPLAY "PODAJ STAWKE PROWIZJI (PROCENT MARZY)"
           ACCEPT PROWIZJA-PRZ
           DISPLAY "PODAJ NUMER KADROWY (DO LISTY PLAC)"
           ACCEPT NR-KADROWY-PRZ
           DISPLAY "CZY PRZEDSTAWICIEL AKTYWNY? T/N"
           ACCEPT AKTYWNY-PRZ
           IF NOT PRZ-AKTYWNY
              MOVE "N" TO AKTYWNY-PRZ
           END-IF
           .

       500-RAPORT-KLIENTA.

           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
              DISPLAY "BRAK PLIKU ZAMOWIEN"
           ELSE
              OPEN INPUT ZAMLFILE
              IF ERR-L NOT = 0
                 DISPLAY "BRAK PLIKU LINII ZAMOWIEN"
              ELSE
                 DISPLAY "PODAJ KOD KLIENTA"
                 ACCEPT WS-KLIENT
                 DISPLAY "ZAMOWIENIA KLIENTA " WS-KLIENT ":"
                 DISPLAY " "
                 MOVE 0 TO WS-RAP-NAGLOWKI

                 MOVE 0 TO NR-ZAMOWIENIA
                 START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
                 IF ERR-Z = 0
                    READ ZAMOWFILE NEXT
                          DISPLAY "ZAMOWIENIE " NR-ZAMOWIENIA
                                  " Z DNIA " DATA-ZAM " STATUS "
                                  STATUS-Z
                          IF ADRES-DOST-Z NOT = SPACES
                             DISPLAY "  ADRES DOSTAWY: "
                                     ADRES-DOST-Z
                          END-IF
                          PERFORM 520-STATUS-DOSTAWY
                          PERFORM 510-LINIE-ZAMOWIENIA
                       END-IF
                         LOKALIZACJA-L " ILOSC " ILOSC-L
                         " WYDANO " ILOSC-WYDANA-L
                         " STATUS " STATUS-L
                 IF LIN-DROPSHIP
                    DISPLAY "       WYSYLKA BEZPOSREDNIA OD "
                            "DOSTAWCY - PO " PO-OBIETNICY-L
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF
                         "PRIORYTETU I WYMAGANEJ DATY):"
                 DISPLAY " "

                 MOVE 0 TO WS-MZ-POMINIETE
                 MOVE 0 TO WS-PICK-N
                 MOVE "N" TO WS-PICK-LIMIT
                 MOVE 0 TO NR-ZAMOWIENIA
                    READ ZAMOWFILE NEXT
                    PERFORM UNTIL ERR-Z > 0
                       IF ZAM-OTWARTE OR ZAM-BACKORDER
                          IF ZAM-WSTRZYMANE-MARZA
                             ADD 1 TO WS-MZ-POMINIETE
                          ELSE
                             PERFORM 220-DOLICZ-DO-LISTY
                          END-IF
                       END-IF
                       READ ZAMOWFILE NEXT
                    END-PERFORM
                    DISPLAY "UWAGA: OSIAGNIETO LIMIT 200 ZAMOWIEN "
                            "NA LISCIE"
                 END-IF
                 IF WS-MZ-POMINIETE > 0
                    DISPLAY "POMINIETO ZAMOWIEN WSTRZYMANYCH "
                            "(MARZA): " WS-MZ-POMINIETE
                 END-IF
                 CLOSE ZAMLFILE
              END-IF
              CLOSE ZAMOWFILE
                   " PRIORYTET " PRIORYTET-Z
                   " NA " DATA-WYMAGANA-Z
                   " LINII: " LICZBA-LINII-Z
           IF ADRES-DOST-Z NOT = SPACES
              DISPLAY "  ADRES DOSTAWY: " ADRES-DOST-Z
           END-IF
           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
                         LOKALIZACJA-L " ILOSC " ILOSC-L
                         " WYDANO " ILOSC-WYDANA-L
                         " STATUS " STATUS-L
                 IF LIN-DROPSHIP
                    DISPLAY "       WYSYLKA BEZPOSREDNIA OD "
                            "DOSTAWCY - PO " PO-OBIETNICY-L
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF
           IF ERR-Z NOT = 0 OR ERR-L NOT = 0
              DISPLAY "BRAK PLIKOW ZAMOWIEN"
           ELSE
              IF WS-LADA-AKTYWNA
                 MOVE WS-LADA-NR TO NR-ZAMOWIENIA
              ELSE
                 DISPLAY "PODAJ NUMER ZAMOWIENIA DO REALIZACJI"
                 ACCEPT NR-ZAMOWIENIA
              END-IF
              READ ZAMOWFILE

              IF ERR-Z NOT = 0
              ELSE
                 IF ZAM-ZREALIZOWANE
                    DISPLAY "TO ZAMOWIENIE JEST JUZ ZREALIZOWANE"
                 ELSE
                 IF ZAM-WSTRZYMANE-MARZA
                    DISPLAY "ZAMOWIENIE WSTRZYMANE - MARZA PONIZEJ "
                            "PROGU, WYMAGA ZWOLNIENIA (OPCJA M)"
                 ELSE
                    OPEN I-O INFILE
                    IF ERR NOT = 0
                       CLOSE INFILE
                    END-IF
                 END-IF
                 END-IF
              END-IF
              CLOSE ZAMOWFILE
              CLOSE ZAMLFILE
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                 IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                    MOVE TOWAR-L TO TOWAR
                    MOVE LOKALIZACJA-L TO LOKALIZACJA
                    READ INFILE
           IF PRZEWOZNIK-Z = SPACES OR TRYB-JEST-FALA
              CONTINUE
           ELSE
              PERFORM 109-ADRES-DOSTAWY
              IF WS-AD-REGION = SPACES
                 DISPLAY "PODAJ STREFE DOSTAWY (PUSTE = POMIN "
                         "SZACUNEK FRACHTU)"
                 ACCEPT WS-ST-STREFA
              ELSE
                 DISPLAY "DOSTAWA: " WS-AD-NAZWA " REGION "
                         WS-AD-REGION
                 DISPLAY "PODAJ STREFE DOSTAWY (PUSTE = "
                         WS-AD-REGION ", - = POMIN SZACUNEK)"
                 ACCEPT WS-ST-STREFA
                 IF WS-ST-STREFA = SPACES
                    MOVE WS-AD-REGION TO WS-ST-STREFA
                 ELSE
                    IF WS-ST-STREFA = "-"
                       MOVE SPACES TO WS-ST-STREFA
                    END-IF
                 END-IF
              END-IF
              IF WS-ST-STREFA NOT = SPACES
                 MOVE WS-FRACHT-WAGA TO WS-ST-WAGA
                 PERFORM 365-SZUKAJ-STAWKI

       350-ZAMKNIJ-NAGLOWEK.

      *    WZ I AWIZO OBEJMUJA TYLKO LINIE WYDANE Z MAGAZYNU -
      *    ZAMOWIENIE MIESZANE, W KTORYM CZEKAJA JUZ TYLKO LINIE
      *    DROP-SHIP, DOSTAJE JE OD RAZU (355); NAGLOWEK PRZECHODZI
      *    NA "R" DOPIERO PO WYSYLCE DOSTAWCY (PRZYJECIE 464)

           MOVE "N" TO WS-WYSYLKA-MAG
           IF WS-LINIE-OTWARTE = 0
              IF WS-LINIE-BACKORDER > 0
                 MOVE "B" TO STATUS-Z
              ELSE
                 MOVE "R" TO STATUS-Z
                 ACCEPT DATA-REAL-Z FROM DATE
                 IF NR-WZ-Z = 0
                    PERFORM 352-LINIE-MAGAZYNOWE
                    IF WS-LINIE-MAG-WYDANE > 0
                       MOVE "T" TO WS-WYSYLKA-MAG
                       PERFORM 380-DOKUMENT-WZ
                    END-IF
                 END-IF
              END-IF
              REWRITE ZAM-REC
              IF ERR-Z NOT = 0
                    DISPLAY "ZAMOWIENIE PRZESZLO NA BACKORDER"
                 ELSE
                    DISPLAY "ZAMOWIENIE ZREALIZOWANE W CALOSCI"
                    IF NOT WS-KK-AKTYWNA AND WS-JEST-WYSYLKA-MAG
                       PERFORM 370-AWIZO-WYSYLKI
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF WS-LINIE-OTWARTE = WS-LINIE-DS-OTWARTE
                 AND WS-LINIE-BACKORDER = 0
                 AND NR-WZ-Z = 0
                 PERFORM 355-WYDANIE-PRZED-DROPSHIP
              END-IF
              DISPLAY "ZAMOWIENIE POZOSTAJE OTWARTE - "
                      "LINII NIEZREALIZOWANYCH: "
                      WS-LINIE-OTWARTE
           END-IF
           .

       352-LINIE-MAGAZYNOWE.

           MOVE 0 TO WS-LINIE-MAG-WYDANE
           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                 IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                    ADD 1 TO WS-LINIE-MAG-WYDANE
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
              MOVE 0 TO ERR-L
           END-IF
           .

       355-WYDANIE-PRZED-DROPSHIP.

      *    LINIE MAGAZYNOWE WYDANE W CALOSCI, OTWARTE SA TYLKO
      *    LINIE DROP-SHIP: TOWAR Z MAGAZYNU WYJEZDZA JUZ TERAZ,
      *    WIEC WZ I AWIZO POWSTAJA Z DATA WYDANIA, A DATA
      *    REALIZACJI ZAMOWIENIA ZOSTAJE PUSTA DO WYSYLKI DOSTAWCY

           PERFORM 352-LINIE-MAGAZYNOWE
           IF WS-LINIE-MAG-WYDANE > 0
              ACCEPT DATA-REAL-Z FROM DATE
              PERFORM 380-DOKUMENT-WZ
              IF NOT WS-KK-AKTYWNA
                 PERFORM 370-AWIZO-WYSYLKI
              END-IF
              MOVE 0 TO DATA-REAL-Z
              REWRITE ZAM-REC
              IF ERR-Z NOT = 0
                 MOVE ERR-Z TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
                 DISPLAY "REWRITE ZAMOWIENIA - KOD "
                         ERR-Z " - " WS-BLAD-OPIS
              ELSE
                 DISPLAY "LINIE MAGAZYNOWE WYDANE - WZ " NR-WZ-Z
                         ", LINIE DROP-SHIP CZEKAJA NA DOSTAWCE"
              END-IF
           END-IF
           .

       395-SERIALE-WYDANIA.

      *    DLA TOWAROW Z FLAGA SERIALIZACJI (ParametryTowaru)
      *    ZEJSCIE Z PARTII FEFO (FIRST-EXPIRY-FIRST-OUT):
      *    WYDAWANA ILOSC SCHODZI Z PARTII O NAJWCZESNIEJSZYM
      *    TERMINIE WAZNOSCI, A KAZDE ZEJSCIE LADUJE W
      *    PartieWydania.txt (DATA ZAM LP TOWAR PARTIA ILOSC
      *    TERMIN WAZNOSCI PARTII) -
      *    TO Z TYCH WPISOW DOKUMENT WZ POKAZUJE, KTORA PARTIE
      *    KLIENT FAKTYCZNIE DOSTAL. TOWAR BEZ PARTII PRZECHODZI
      *    BEZ SLADU
                      OR TOWAR-PA NOT = TOWAR-L
                      OR LOKALIZACJA-PA NOT = LOKALIZACJA-L
                 IF ILOSC-PA > 0
                    AND NOT PARTIA-WYCOFANA
                    AND DATA-WAZNOSCI-PA < WS-FEFO-DATA
                    AND (WS-TW-MIN-DATA = 0
                         OR DATA-WAZNOSCI-PA = 0
                         OR DATA-WAZNOSCI-PA >= WS-TW-MIN-DATA)
                    MOVE "T" TO WS-FEFO-ZNALEZIONA
                    MOVE DATA-WAZNOSCI-PA TO WS-FEFO-DATA
                    MOVE NR-PARTII-PA TO WS-FEFO-PARTIA
           END-IF
           .

       396-PARTIE-ZA-KROTKIE.

      *    ILOSC W PARTIACH TOWARU/LOKALIZACJI LINII, KTORYCH
      *    KLIENT ZAMOWIENIA NIE PRZYJMIE (WAZNOSC PONIZEJ JEGO
      *    MINIMUM); WS-TW-DOSTEPNE = STAN BEZ TYCH PARTII.
      *    WS-TW-MIN-DATA ZOSTAJE DLA 392 - FEFO WYBIERA TYLKO
      *    PARTIE WAZNE CO NAJMNIEJ DO TEJ DATY

           MOVE 0 TO WS-TW-ZAKROTKIE
           MOVE ILOSC OF IN-REC TO WS-TW-DOSTEPNE
           PERFORM 397-TERMIN-KLIENTA

           IF WS-TW-MIN-DATA > 0
              OPEN INPUT PARTIEFILE
              IF ERR-PA = 0
                 MOVE TOWAR-L TO TOWAR-PA
                 MOVE LOKALIZACJA-L TO LOKALIZACJA-PA
                 MOVE SPACES TO NR-PARTII-PA
                 START PARTIEFILE KEY NOT < KLUCZ-PA
                 IF ERR-PA = 0
                    READ PARTIEFILE NEXT
                    PERFORM UNTIL ERR-PA > 0
                            OR TOWAR-PA NOT = TOWAR-L
                            OR LOKALIZACJA-PA NOT = LOKALIZACJA-L
                       IF ILOSC-PA > 0
                          AND NOT PARTIA-WYCOFANA
                          AND DATA-WAZNOSCI-PA > 0
                          AND DATA-WAZNOSCI-PA < WS-TW-MIN-DATA
                          ADD ILOSC-PA TO WS-TW-ZAKROTKIE
                       END-IF
                       READ PARTIEFILE NEXT
                    END-PERFORM
                 END-IF
                 CLOSE PARTIEFILE
              END-IF
              IF WS-TW-ZAKROTKIE < WS-TW-DOSTEPNE
                 SUBTRACT WS-TW-ZAKROTKIE FROM WS-TW-DOSTEPNE
              ELSE
                 MOVE 0 TO WS-TW-DOSTEPNE
              END-IF
           END-IF
           .

       397-TERMIN-KLIENTA.

      *    MINIMUM DNI WAZNOSCI DLA KLIENTA ZAMOWIENIA I KATEGORII
      *    TOWARU Z TerminyKlientow.txt (WIERSZ: KLIENT, SPACJA,
      *    KATEGORIA LUB "*", SPACJA, DNI); WIERSZ KATEGORII MA
      *    PIERWSZENSTWO PRZED "*". BRAK WIERSZA = BEZ WYMAGAN
      *    (WS-TW-MIN-DATA = 0)

           MOVE 0 TO WS-TW-DNI
           MOVE 0 TO WS-TW-MIN-DATA
           MOVE SPACES TO WS-TW-ZRODLO
           OPEN INPUT TWKFILE
           IF ERR-TWK = 0
              READ TWKFILE INTO WS-TWK-LINIA
              PERFORM UNTIL ERR-TWK > 0
                 IF WS-TWK-KLIENT-A = KOD-KLIENTA-Z
                    AND (WS-TWK-KAT-A = CATEGORY OF IN-REC
                         OR (WS-TWK-KAT-A = "*"
                             AND WS-TW-ZRODLO NOT = "KATEGORIA"))
                    AND FUNCTION TEST-NUMVAL (WS-TWK-DNI-A) = 0
                    COMPUTE WS-TW-DNI =
                            FUNCTION NUMVAL (WS-TWK-DNI-A)
                    IF WS-TWK-KAT-A = "*"
                       MOVE "KLIENT" TO WS-TW-ZRODLO
                    ELSE
                       MOVE "KATEGORIA" TO WS-TW-ZRODLO
                    END-IF
                 END-IF
                 READ TWKFILE INTO WS-TWK-LINIA
              END-PERFORM
              CLOSE TWKFILE
           END-IF

           IF WS-TW-DNI > 0
              ACCEPT WS-TW-DZIS FROM DATE
              STRING "20" WS-TW-DZIS DELIMITED BY SIZE
                     INTO WS-TW-DATA-8
              COMPUTE WS-TW-DATA-INT = FUNCTION INTEGER-OF-DATE
                      (WS-TW-DATA-8) + WS-TW-DNI
              COMPUTE WS-TW-DATA-8 = FUNCTION DATE-OF-INTEGER
                      (WS-TW-DATA-INT)
              MOVE WS-TW-DATA-8(3:6) TO WS-TW-MIN-DATA
           END-IF
           .

       394-LOG-WYDANIA-PARTII.

           ACCEPT WS-PW-DATA-O FROM DATE
           MOVE TOWAR-L TO WS-PW-TOWAR-O
           MOVE WS-FEFO-PARTIA TO WS-PW-PARTIA-O
           MOVE WS-FEFO-WZIETE TO WS-PW-ILOSC-O
           MOVE WS-FEFO-DATA TO WS-PW-WAZNOSC-O

           OPEN EXTEND PARTIEWYDFILE
           IF ERR-PW NOT = 0
       380-DOKUMENT-WZ.

      *    FORMALNY DOKUMENT WYDANIA ZEWNETRZNEGO (WZ) PRZY
      *    PELNEJ REALIZACJI LINII MAGAZYNOWYCH (LINIE DROP-SHIP
      *    JADA OD DOSTAWCY BEZ WZ): WLASNA SERIA WZ W NumeryKontrolne,
      *    POZYCJE Z ILOSCIAMI WYDANYMI I WAGA Z BAZA5,
      *    ODBIORCA Z KARTOTEKI Klienci, A POD NIM WSKAZANY
      *    ADRES DOSTAWY Z KONTAKTEM I GODZINAMI. WYDRUK DO
      *    DokumentyWZ.txt, NUMER WZ ZOSTAJE NA NAGLOWKU
      *    ZAMOWIENIA (NR-WZ-Z) DLA SLADU - KIEROWCA WYJEZDZA
      *    Z DOKUMENTEM, NAWET GDY FAKTURA IDZIE ZBIORCZO
                 CLOSE KLIENCIFILE
              END-IF
              WRITE WZ-REC FROM WS-WZ-ODBIORCA
              IF ADRES-DOST-Z NOT = SPACES
                 PERFORM 109-ADRES-DOSTAWY
                 MOVE ADRES-DOST-Z TO WS-WZ-ADR-KOD-O
                 MOVE WS-AD-NAZWA TO WS-WZ-ADR-NAZWA-O
                 MOVE WS-AD-ADRES TO WS-WZ-ADR-ADRES-O
                 WRITE WZ-REC FROM WS-WZ-DOSTAWA
                 IF WS-AD-KONTAKT NOT = SPACES
                    OR WS-AD-GODZINY NOT = SPACES
                    MOVE WS-AD-KONTAKT TO WS-WZ-KONTAKT-O
                    MOVE WS-AD-GODZINY TO WS-WZ-GODZINY-O
                    WRITE WZ-REC FROM WS-WZ-KONTAKT
                 END-IF
              END-IF

              MOVE 0 TO WS-WZ-WAGA-RAZEM
              MOVE NR-ZAMOWIENIA TO NR-ZAM-L
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                    IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                       PERFORM 388-POZYCJA-WZ
                    END-IF
                    READ ZAMLFILE NEXT
           MOVE LOKALIZACJA-L TO WS-WZ-LOK-O
           MOVE ILOSC-WYDANA-L TO WS-WZ-ILOSC-O
           MOVE WS-WZ-WAGA-POZ TO WS-WZ-WAGA-O
           PERFORM 387-KOD-KLIENTA-TEKST
           MOVE WS-KODKL-TEKST TO WS-WZ-KODKL-O
           WRITE WZ-REC FROM WS-WZ-POZYCJA
           PERFORM 389-PARTIE-NA-WZ
           .

       387-KOD-KLIENTA-TEKST.

           MOVE SPACES TO WS-KODKL-TEKST
           IF KOD-TOW-KLIENTA-L NOT = SPACES
              STRING " KOD KLIENTA: "
                     FUNCTION TRIM (KOD-TOW-KLIENTA-L)
                     DELIMITED BY SIZE INTO WS-KODKL-TEKST
           END-IF
           .

       389-PARTIE-NA-WZ.

      *    PARTIE FAKTYCZNIE WYDANE NA TE LINIE (ZAPISY FEFO
      *    REALIZACJI ZAMOWIENIA DO PLIKU WYCHODZACEGO KLIENTA
      *    (Awizo-<KLIENT>.txt) DOPISYWANY JEST NAGLOWEK Z
      *    NUMEREM ZAMOWIENIA, PRZEWOZNIKIEM I REFERENCJA
      *    WYSYLKI, ADRES DOSTAWY ORAZ POZYCJE Z ILOSCIAMI FAKTYCZNIE
      *    WYDANYMI - GOODS-IN KLIENTA SPRAWDZA DOSTAWE
      *    Z AWIZEM ZAMIAST DZWONIC

              MOVE DATA-REAL-Z TO WS-AW-REF-DATA
              MOVE NR-ZAMOWIENIA TO WS-AW-REF-ZAM
              WRITE AWIZO-REC FROM WS-AW-NAGLOWEK
              PERFORM 109-ADRES-DOSTAWY
              MOVE ADRES-DOST-Z TO WS-WZ-ADR-KOD-O
              MOVE WS-AD-NAZWA TO WS-WZ-ADR-NAZWA-O
              MOVE WS-AD-ADRES TO WS-WZ-ADR-ADRES-O
              WRITE AWIZO-REC FROM WS-WZ-DOSTAWA
              IF WS-AD-KONTAKT NOT = SPACES
                 OR WS-AD-GODZINY NOT = SPACES
                 MOVE WS-AD-KONTAKT TO WS-WZ-KONTAKT-O
                 MOVE WS-AD-GODZINY TO WS-WZ-GODZINY-O
                 WRITE AWIZO-REC FROM WS-WZ-KONTAKT
              END-IF

              MOVE NR-ZAMOWIENIA TO NR-ZAM-L
              MOVE 0 TO LP-L
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                    IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                       MOVE LP-L TO WS-AW-LP-O
                       MOVE TOWAR-L TO WS-AW-TOWAR-O
                       MOVE ILOSC-WYDANA-L TO WS-AW-ILOSC-O
                       PERFORM 387-KOD-KLIENTA-TEKST
                       MOVE WS-KODKL-TEKST TO WS-AW-KODKL-O
                       WRITE AWIZO-REC FROM WS-AW-POZYCJA
                    END-IF
                    READ ZAMLFILE NEXT
           MOVE 0 TO WS-LINIE-ZREALIZOWANE
           MOVE 0 TO WS-LINIE-BRAK-TOWARU
           MOVE 0 TO WS-LINIE-BACKORDER
           MOVE 0 TO WS-LINIE-DS-OTWARTE

           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
      *          ZASTANE LINIE BACKORDER LICZA SIE DO STANU
      *          ZAMOWIENIA - INACZEJ NAGLOWEK DOSTALBY "R",
      *          A ZALEGLA ILOSC BYLABY OSIEROCONA
                 IF LIN-OTWARTA AND LIN-DROPSHIP
                    ADD 1 TO WS-LINIE-OTWARTE
                    ADD 1 TO WS-LINIE-DS-OTWARTE
                    DISPLAY "LINIA " LP-L " CZEKA NA WYSYLKE "
                            "DOSTAWCY - PO " PO-OBIETNICY-L
                 ELSE
                 IF LIN-OTWARTA
                    PERFORM 330-REALIZUJ-JEDNA-LINIE
                 ELSE
                       ADD 1 TO WS-LINIE-BACKORDER
                    END-IF
                 END-IF
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF
              ADD 1 TO WS-LINIE-BRAK-TOWARU
              ADD 1 TO WS-LINIE-OTWARTE
           ELSE
              PERFORM 396-PARTIE-ZA-KROTKIE
              PERFORM 345-SPRAWDZ-ALOKACJE
              IF WS-ALOK-ZNALEZIONA
                 AND WS-ALOK-ILOSC < WS-POZOSTALO-L
                 PERFORM 346-WYDAJ-WG-ALOKACJI
              ELSE
              IF WS-TW-ZAKROTKIE > 0
                 AND WS-TW-DOSTEPNE < WS-POZOSTALO-L
                 PERFORM 348-WYDAJ-WG-TERMINU
              ELSE
              MOVE ILOSC OF IN-REC TO ILOSC-ZMIANA
              SUBTRACT WS-POZOSTALO-L FROM ILOSC-ZMIANA

                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           .

           IF WS-ALOK-WYDANE > WS-ILOSC-LICZBA
              MOVE WS-ILOSC-LICZBA TO WS-ALOK-WYDANE
           END-IF
           IF WS-ALOK-WYDANE > WS-TW-DOSTEPNE
              MOVE WS-TW-DOSTEPNE TO WS-ALOK-WYDANE
           END-IF

           IF WS-ALOK-WYDANE = 0
              DISPLAY "  BRAK PRZYDZIALU - LINIA PRZECHODZI "
           END-IF
           .

       348-WYDAJ-WG-TERMINU.

      *    KLIENT NIE PRZYJMIE PARTII O ZBYT KROTKIEJ WAZNOSCI:
      *    WYDAC MOZNA TYLKO STAN Z PARTII SPELNIAJACYCH JEGO
      *    MINIMUM (I TOWAR BEZ PARTII) - RESZTA LINII IDZIE NA
      *    BACKORDER, A KROTKIE PARTIE ZOSTAJA DLA INNYCH

           DISPLAY "  KLIENT WYMAGA " WS-TW-DNI " DNI WAZNOSCI ("
                   WS-TW-ZRODLO ") - POMINIETO PARTIE KROTSZE: "
                   WS-TW-ZAKROTKIE
           MOVE WS-TW-DOSTEPNE TO WS-ILOSC-LICZBA
           PERFORM 335-LOG-BRAKU
           IF WS-TW-DOSTEPNE > 0
              IF TRYB-JEST-FALA
                 DISPLAY "  WYDANIE CZESCIOWE " WS-TW-DOSTEPNE
                         " Z " WS-POZOSTALO-L " (FALA)"
                 MOVE "T" TO WS-POTWIERDZ
              ELSE
                 DISPLAY "  DO WYDANIA TYLKO " WS-TW-DOSTEPNE
                         " Z " WS-POZOSTALO-L
                         " - WYSLAC DOSTEPNA ILOSC? T/N"
                 ACCEPT WS-POTWIERDZ
              END-IF
           ELSE
              MOVE "N" TO WS-POTWIERDZ
           END-IF

           IF NOT WS-POTWIERDZONE
              DISPLAY "  BRAK PARTII O WYMAGANEJ WAZNOSCI - LINIA "
                      "PRZECHODZI NA BACKORDER"
              MOVE "B" TO STATUS-L
              REWRITE ZAML-REC
              IF ERR-L NOT = 0
                 ADD 1 TO WS-LINIE-OTWARTE
              ELSE
                 ADD 1 TO WS-LINIE-BACKORDER
              END-IF
           ELSE
              MOVE ILOSC OF IN-REC TO WS-ZAM-ILOSC
              MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
              COMPUTE ILOSC-ZMIANA =
                      WS-ILOSC-LICZBA - WS-TW-DOSTEPNE
              MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
              ACCEPT DATA-AKT FROM DATE
              ACCEPT CZAS-AKT FROM TIME
              REWRITE IN-REC
              IF ERR = 0
                 PERFORM 906-DZIENNIK-REWRITE
              END-IF
              IF ERR NOT = 0
                 MOVE ERR TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
                 DISPLAY "  REWRITE BAZA5 - KOD " ERR " - "
                         WS-BLAD-OPIS
                 ADD 1 TO WS-LINIE-OTWARTE
              ELSE
                 MOVE WS-ZAM-ILOSC TO WS-ILOSC-LICZBA
                 MOVE "WYDANIE" TO WS-AUD-TYP-C
                 PERFORM 900-AUDYT-ZAPISZ
                 MOVE WS-TW-DOSTEPNE TO WS-FEFO-POTRZEBA
                 PERFORM 390-WYDAJ-PARTIE
                 COMPUTE WS-SER-DO-SKANU = WS-TW-DOSTEPNE
                 PERFORM 395-SERIALE-WYDANIA

                 ADD WS-TW-DOSTEPNE TO ILOSC-WYDANA-L
                 MOVE "B" TO STATUS-L
                 REWRITE ZAML-REC
                 IF ERR-L NOT = 0
                    PERFORM 310-WYCOFAJ-REALIZACJE
                    ADD 1 TO WS-LINIE-OTWARTE
                 ELSE
                    ADD 1 TO WS-LINIE-BACKORDER
                    DISPLAY "  WYDANO " WS-TW-DOSTEPNE
                            " Z PARTII O WYMAGANEJ WAZNOSCI"
                            " - RESZTA NA BACKORDER"
                 END-IF
              END-IF
           END-IF
           .

       347-SKASUJ-ALOKACJE.

      *    WYKORZYSTANY PRZYDZIAL JEST KASOWANY, ZEBY PONOWNA
      *    REALIZACJA TEJ SAMEJ LINII NIE WYDALA GO DRUGI RAZ

           OPEN I-O ALOKFILE
           IF ERR-ALK = 0
              MOVE NR-ZAM-L TO NR-ZAM-A
              MOVE LP-L TO LP-A
              READ ALOKFILE
              IF ERR-ALK = 0
                 DELETE ALOKFILE RECORD
              END-IF
              CLOSE ALOKFILE
           END-IF
           .

       335-LOG-BRAKU.

      *    KAZDA ODMOWA Z POWODU BRAKU STANU (I KAZDY BACKORDER)
      *    TRAFIA DO BrakiLog.txt: DATA CZAS TOWAR LOKALIZACJA
      *    ILOSC ZADANA / ILOSC DOSTEPNA

           ACCEPT WS-AUD-DATA FROM DATE
           ACCEPT WS-AUD-CZAS FROM TIME
           MOVE WS-AUD-DATA TO WS-BR-DATA-O
           MOVE WS-AUD-CZAS TO WS-BR-CZAS-O
           MOVE TOWAR-L TO WS-BR-TOWAR-O
           MOVE LOKALIZACJA-L TO WS-BR-LOK-O
           MOVE WS-POZOSTALO-L TO WS-BR-ZADANE-O
           MOVE WS-ILOSC-LICZBA TO WS-BR-DOSTEPNE-O

           IF NOT WS-POTWIERDZONE
              DISPLAY "ANULOWANIE PRZERWANE"
           ELSE
              PERFORM 811-ANULUJ-LINIE-ZAMOWIENIA
           END-IF
           .

       811-ANULUJ-LINIE-ZAMOWIENIA.

      *    ANULOWANIE WSZYSTKICH NIEZREALIZOWANYCH LINII I
      *    NAGLOWKA Z KODEM POWODU W WS-POWOD (ROWNIEZ ODRZUCENIE
      *    WSTRZYMANIA MARZOWEGO)

           MOVE 0 TO WS-ANULOWANE-LINIE
           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                 IF NOT LIN-ZREALIZOWANA
                    MOVE "X" TO STATUS-L
                    REWRITE ZAML-REC
                    IF ERR-L = 0
                       IF LIN-DROPSHIP
                          DISPLAY "UWAGA: LINIA " LP-L
                                  " WYSYLKI BEZPOSREDNIEJ - "
                                  "ANULUJ PO " PO-OBIETNICY-L
                                  " U DOSTAWCY"
                       END-IF
                       ADD 1 TO WS-ANULOWANE-LINIE
                       MOVE "ANULOWANIE" TO WS-AUD-OPER-C
                       MOVE ILOSC-L TO WS-AUD-PRZED-W
                       MOVE 0 TO WS-AUD-PO-W
                       PERFORM 910-AUDYT-ZMIANY
                    END-IF
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF

           MOVE "X" TO STATUS-Z
           REWRITE ZAM-REC
           IF ERR-Z NOT = 0
              MOVE ERR-Z TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
              DISPLAY "REWRITE ZAMOWIENIA - KOD " ERR-Z " - "
                      WS-BLAD-OPIS
           ELSE
              DISPLAY "ZAMOWIENIE ANULOWANE - LINII: "
                      WS-ANULOWANE-LINIE
           END-IF
           .

                 ELSE
                    PERFORM 910-AUDYT-ZMIANY
                    DISPLAY "LINIA ZMIENIONA"
                    IF LIN-DROPSHIP
                       DISPLAY "UWAGA: LINIA WYSYLKI BEZPOSREDNIEJ - "
                               "UZGODNIJ ZMIANE PO "
                               PO-OBIETNICY-L " Z DOSTAWCA"
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-PERFORM
           .

       290-RAPORT-PRZESUNIEC.

      *    ZAMOWIENIA, KTORYM SPOZNIONA DOSTAWA PRZESUNELA TERMIN:
      *    OTWARTE I BACKORDEROWE LINIE Z OBIETNICA OPARTA NA PO
      *    (PO-OBIETNICY-L), GDZIE PO NIE JEST JESZCZE PRZYJETE,
      *    A JEGO AKTUALNA DATA OCZEKIWANA (PO POTWIERDZENIU
      *    DOSTAWCY) WYPADA PO OBIECANEJ, ALBO OBIECANA DATA JUZ
      *    MINELA. NOWY TERMIN = POZNIEJSZA Z DATY PO I DZIS.
      *    WYDRUK DO PrzesunieteTerminy.txt

           ACCEPT WS-TP-DZIS FROM DATE
           MOVE 0 TO WS-TP-LICZNIK

           OPEN INPUT ZAMLFILE
           IF ERR-L NOT = 0
              DISPLAY "BRAK PLIKU LINII ZAMOWIEN"
           ELSE
              OPEN INPUT POMFILE
              IF ERR-POM NOT = 0
                 DISPLAY "BRAK REJESTRU ZamowieniaPOM"
              ELSE
                 OPEN INPUT ZAMOWFILE
                 OPEN OUTPUT TERMFILE
                 MOVE SPACES TO TERM-REC
                 STRING "TERMINY PRZESUNIETE PRZEZ SPOZNIONE "
                        "DOSTAWY NA DZIEN " WS-TP-DZIS
                        DELIMITED BY SIZE INTO TERM-REC
                 WRITE TERM-REC
                 DISPLAY TERM-REC
                 MOVE 0 TO NR-ZAM-L
                 MOVE 0 TO LP-L
                 START ZAMLFILE KEY NOT < KLUCZ-LINII
                 IF ERR-L = 0
                    READ ZAMLFILE NEXT
                    PERFORM UNTIL ERR-L > 0
                       IF (LIN-OTWARTA OR LIN-BACKORDER)
                          AND PO-OBIETNICY-L > 0
                          AND DATA-OBIECANA-L > 0
                          PERFORM 292-SPRAWDZ-PRZESUNIECIE
                       END-IF
                       READ ZAMLFILE NEXT
                    END-PERFORM
                 END-IF
                 IF WS-TP-LICZNIK = 0
                    MOVE "BRAK PRZESUNIETYCH TERMINOW" TO TERM-REC
                    WRITE TERM-REC
                    DISPLAY TERM-REC
                 END-IF
                 CLOSE TERMFILE
                 CLOSE ZAMOWFILE
                 CLOSE POMFILE
              END-IF
              CLOSE ZAMLFILE
           END-IF
           DISPLAY "LINII Z PRZESUNIETYM TERMINEM: " WS-TP-LICZNIK
           DISPLAY "---------------------"
           .

       292-SPRAWDZ-PRZESUNIECIE.

           MOVE PO-OBIETNICY-L TO NR-PO
           READ POMFILE
           IF ERR-POM = 0
              AND (PO-OTWARTE OR PO-WYSLANE OR PO-CZESCIOWE)
              AND ILOSC-ZAM-P > ILOSC-PRZYJ-P
              AND (DATA-OCZEK-P > DATA-OBIECANA-L
                   OR WS-TP-DZIS > DATA-OBIECANA-L)
              IF DATA-OCZEK-P > WS-TP-DZIS
                 MOVE DATA-OCZEK-P TO WS-TP-NOWY
              ELSE
                 MOVE WS-TP-DZIS TO WS-TP-NOWY
              END-IF
              STRING "20" WS-TP-NOWY DELIMITED BY SIZE
                     INTO WS-TP-DATA-8
              COMPUTE WS-TP-DNI =
                      FUNCTION INTEGER-OF-DATE (WS-TP-DATA-8)
              STRING "20" DATA-OBIECANA-L DELIMITED BY SIZE
                     INTO WS-TP-DATA-8
              COMPUTE WS-TP-DNI = WS-TP-DNI -
                      FUNCTION INTEGER-OF-DATE (WS-TP-DATA-8)

              MOVE SPACES TO WS-TP-KLIENT
              MOVE NR-ZAM-L TO NR-ZAMOWIENIA
              READ ZAMOWFILE
              IF ERR-Z = 0
                 MOVE KOD-KLIENTA-Z TO WS-TP-KLIENT
              END-IF

              MOVE NR-ZAM-L TO WS-TP-ZAM-O
              MOVE LP-L TO WS-TP-LP-O
              MOVE WS-TP-KLIENT TO WS-TP-KLIENT-O
              MOVE TOWAR-L TO WS-TP-TOWAR-O
              MOVE DATA-OBIECANA-L TO WS-TP-OBIEC-O
              MOVE NR-PO TO WS-TP-PO-O
              MOVE DATA-OCZEK-P TO WS-TP-OCZEK-O
              MOVE WS-TP-NOWY TO WS-TP-NOWY-O
              MOVE WS-TP-DNI TO WS-TP-DNI-O
              WRITE TERM-REC FROM WS-TP-LINIA
              DISPLAY WS-TP-LINIA
              ADD 1 TO WS-TP-LICZNIK
           END-IF
           .

       740-KONSYGNACJA-KLIENTOW.

      *    KONSYGNACJA U KLIENTOW: TOWAR PRZESUNIETY (MM W
      *    MAGAZYN.COB) DO LOKALIZACJI TYPU K JEST NADAL NASZ.
      *    ZUZYCIE - ZE SPISU NA MIEJSCU ALBO Z RAPORTU KLIENTA
      *    (ZuzycieKonsygnacji.txt) - STAJE SIE ZAMOWIENIEM
      *    KLIENTA Z LINIAMI Z LOKALIZACJI U KLIENTA, REALIZOWANYM
      *    OD RAZU (WYDANIE Z BAZA5, WZ) I FAKTUROWANYM PRZEZ
      *    FAKTURY JAK KAZDE ZREALIZOWANE ZAMOWIENIE

           DISPLAY "KONSYGNACJA U KLIENTOW"
           DISPLAY "1. ZUZYCIE WG SPISU NA MIEJSCU U KLIENTA"
           DISPLAY "2. IMPORT RAPORTU ZUZYCIA (ZuzycieKonsygnacji.txt)"
           DISPLAY "3. SALDO KONSYGNACJI KLIENTOW"
           ACCEPT WS-KK-WYBOR

           IF WS-KK-WYBOR = "1" OR WS-KK-WYBOR = "2"
              PERFORM 989-SPRAWDZ-OKRES
              IF WS-OKRES-JEST-ZAMKNIETY
                 DISPLAY "OKRES KSIEGOWY ZAMKNIETY - "
                         "KSIEGOWANIE ODRZUCONE"
              ELSE
                 IF WS-KK-WYBOR = "1"
                    PERFORM 741-ZUZYCIE-ZE-SPISU
                 ELSE
                    PERFORM 743-IMPORT-ZUZYCIA
                 END-IF
                 PERFORM 985-KONTROLA-ZAPISZ
              END-IF
           END-IF

           IF WS-KK-WYBOR = "3"
              PERFORM 755-SALDO-KONSYGNACJI
           END-IF
           .

       741-ZUZYCIE-ZE-SPISU.

      *    SPIS NA MIEJSCU: DLA KAZDEJ POZYCJI W LOKALIZACJACH
      *    KLIENTA ZUZYCIE = STAN W EWIDENCJI - ILOSC POLICZONA

           DISPLAY "PODAJ KOD KLIENTA"
           ACCEPT WS-KK-KLIENT
           PERFORM 747-KLIENT-KONSYGNACJI
           IF NOT WS-KK-KLIENT-JEST-OK
              DISPLAY "KLIENT NIEZNANY LUB BEZ LOKALIZACJI U KLIENTA "
                      "(TYP K W KARTOTECE Lokalizacje)"
           ELSE
              MOVE WS-KK-KLIENT TO WS-KLIENT
              MOVE 0 TO WS-KK-LINIE
              MOVE 0 TO WS-KK-ZAMOWIEN
              PERFORM 050-OTWORZ-PLIKI-ZAMOWIEN
              OPEN I-O INFILE
              IF ERR NOT = 0
                 MOVE "OTWARCIE BAZA5" TO WS-BLAD-KONTEKST
                 MOVE ERR TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
                 DISPLAY WS-BLAD-KONTEKST ": KOD " ERR
                         " - " WS-BLAD-OPIS
              ELSE
                 DISPLAY "SPIS U KLIENTA " WS-KK-KLIENT
                         " - LOKALIZACJI: " WS-KK-LOK-N
                 MOVE SPACES TO TOWAR-KLUCZ
                 START INFILE KEY NOT < TOWAR-KLUCZ
                 READ INFILE NEXT
                 PERFORM UNTIL ERR > 0
                    MOVE LOKALIZACJA OF IN-REC TO WS-KK-LOKALIZACJA
                    PERFORM 748-CZY-LOKALIZACJA-KLIENTA
                    IF WS-KK-JEST-NA-LOK
                       PERFORM 742-SPIS-POZYCJI
                    END-IF
                    READ INFILE NEXT
                 END-PERFORM
                 IF WS-KK-LINIE = 0
                    DISPLAY "SPIS ZGODNY Z EWIDENCJA - BRAK ZUZYCIA "
                            "DO ROZLICZENIA"
                 ELSE
                    PERFORM 750-ZAMKNIJ-ZUZYCIE
                 END-IF
                 CLOSE INFILE
              END-IF
              CLOSE ZAMOWFILE
              CLOSE ZAMLFILE
           END-IF
           .

       742-SPIS-POZYCJI.

           MOVE ILOSC OF IN-REC TO WS-KK-ILOSC-KS
           IF WLASCICIEL OF IN-REC NOT = "K" AND WS-KK-ILOSC-KS > 0
              DISPLAY TOWAR OF IN-REC " " LOKALIZACJA OF IN-REC
                      " W EWIDENCJI " WS-KK-ILOSC-KS
              DISPLAY "PODAJ ILOSC POLICZONA U KLIENTA"
              ACCEPT WS-KK-SPIS
              IF WS-KK-SPIS > WS-KK-ILOSC-KS
                 DISPLAY "NADWYZKA NA MIEJSCU - SPRAWDZ PRZESUNIECIA "
                         "MM; POZYCJA BEZ ZUZYCIA"
              ELSE
                 IF WS-KK-SPIS < WS-KK-ILOSC-KS
                    COMPUTE WS-KK-ZUZYCIE =
                            WS-KK-ILOSC-KS - WS-KK-SPIS
                    MOVE TOWAR OF IN-REC TO WS-KK-TOWAR
                    PERFORM 745-DOPISZ-LINIE-ZUZYCIA
                    IF WS-KK-LINIA-JEST-OK
                       DISPLAY "ZUZYCIE " WS-KK-ZUZYCIE
                               " DO ZAFAKTUROWANIA"
                    ELSE
                       DISPLAY WS-KK-WYNIK
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       743-IMPORT-ZUZYCIA.

      *    RAPORT ZUZYCIA OD KLIENTA: KLIENT TOWAR ILOSC
      *    [LOKALIZACJA], JEDNA LINIA NA POZYCJE; KOLEJNE LINIE
      *    TEGO SAMEGO KLIENTA SKLADAJA SIE W JEDNO ZAMOWIENIE
      *    (JAK W IMPORTZAM). PUSTA LOKALIZACJA = PIERWSZA
      *    LOKALIZACJA KLIENTA Z POKRYCIEM. WYNIK KAZDEJ LINII
      *    TRAFIA DO ZuzycieKonsygnacjiRaport.txt

           OPEN INPUT IMPKFILE
           IF ERR-ZKI NOT = 0
              DISPLAY "BRAK PLIKU ZuzycieKonsygnacji.txt"
           ELSE
              PERFORM 050-OTWORZ-PLIKI-ZAMOWIEN
              OPEN I-O INFILE
              IF ERR NOT = 0
                 MOVE "OTWARCIE BAZA5" TO WS-BLAD-KONTEKST
                 MOVE ERR TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
                 DISPLAY WS-BLAD-KONTEKST ": KOD " ERR
                         " - " WS-BLAD-OPIS
              ELSE
                 OPEN OUTPUT RAPKFILE
                 MOVE SPACES TO WS-KK-KLIENT
                 MOVE "N" TO WS-KK-KLIENT-OK
                 MOVE 0 TO WS-KK-LINIE
                 MOVE 0 TO WS-KK-ZAMOWIEN
                 MOVE 0 TO WS-KK-PRZYJETE
                 MOVE 0 TO WS-KK-ODRZUCONE
                 READ IMPKFILE INTO WS-ZK-LINIA
                 PERFORM UNTIL ERR-ZKI > 0
                    IF WS-ZK-LINIA NOT = SPACES
                       PERFORM 744-LINIA-IMPORTU
                    END-IF
                    READ IMPKFILE INTO WS-ZK-LINIA
                 END-PERFORM
                 PERFORM 750-ZAMKNIJ-ZUZYCIE
                 CLOSE RAPKFILE
                 CLOSE INFILE
                 DISPLAY "LINII PRZYJETYCH     : " WS-KK-PRZYJETE
                 DISPLAY "LINII ODRZUCONYCH    : " WS-KK-ODRZUCONE
                 DISPLAY "ZAMOWIEN ZUZYCIA     : " WS-KK-ZAMOWIEN
                 DISPLAY "RAPORT W ZuzycieKonsygnacjiRaport.txt"
              END-IF
              CLOSE ZAMOWFILE
              CLOSE ZAMLFILE
              CLOSE IMPKFILE
           END-IF
           .

       744-LINIA-IMPORTU.

           IF WS-ZK-KLIENT-A NOT = WS-KK-KLIENT
              PERFORM 750-ZAMKNIJ-ZUZYCIE
              MOVE WS-ZK-KLIENT-A TO WS-KK-KLIENT
              PERFORM 747-KLIENT-KONSYGNACJI
              MOVE WS-KK-KLIENT TO WS-KLIENT
           END-IF

           MOVE "N" TO WS-KK-LINIA-OK
           MOVE SPACES TO WS-KK-WYNIK
           MOVE SPACES TO WS-KK-LOKALIZACJA
           MOVE WS-ZK-TOWAR-A TO WS-KK-TOWAR
           MOVE 0 TO WS-KK-ZUZYCIE
           IF FUNCTION TEST-NUMVAL (WS-ZK-ILOSC-A) = 0
              COMPUTE WS-KK-ZUZYCIE = FUNCTION NUMVAL (WS-ZK-ILOSC-A)
           END-IF

           IF NOT WS-KK-KLIENT-JEST-OK
              MOVE "KLIENT NIEZNANY LUB BEZ LOKALIZACJI U KLIENTA"
                   TO WS-KK-WYNIK
           ELSE
           IF WS-KK-ZUZYCIE = 0
              MOVE "BLEDNA ILOSC ZUZYCIA" TO WS-KK-WYNIK
           ELSE
              PERFORM 751-SZUKAJ-POKRYCIA
              IF WS-KK-WYNIK = SPACES
                 PERFORM 745-DOPISZ-LINIE-ZUZYCIA
              END-IF
           END-IF
           END-IF

           IF WS-KK-LINIA-JEST-OK
              ADD 1 TO WS-KK-PRZYJETE
              MOVE SPACES TO WS-KK-WYNIK
              STRING "PRZYJETA - ZAMOWIENIE " WS-NR-ZAM
                     DELIMITED BY SIZE INTO WS-KK-WYNIK
           ELSE
              ADD 1 TO WS-KK-ODRZUCONE
           END-IF
           MOVE WS-ZK-KLIENT-A TO WS-ZKR-KLIENT-O
           MOVE WS-ZK-TOWAR-A TO WS-ZKR-TOWAR-O
           MOVE WS-KK-LOKALIZACJA TO WS-ZKR-LOK-O
           MOVE WS-KK-ZUZYCIE TO WS-ZKR-ILOSC-O
           MOVE WS-KK-WYNIK TO WS-ZKR-WYNIK-O
           WRITE RAPK-REC FROM WS-ZKR-LINIA
           .

       745-DOPISZ-LINIE-ZUZYCIA.

      *    PIERWSZA LINIA KLIENTA POBIERA NUMER ZAMOWIENIA;
      *    NAGLOWEK POWSTAJE W 746 PO OSTATNIEJ LINII

           MOVE "T" TO WS-KK-LINIA-OK
           IF WS-KK-LINIE = 0
              PERFORM 130-POBIERZ-NUMER
              IF WS-NUMERY-JEST-BLAD
                 MOVE "N" TO WS-KK-LINIA-OK
                 MOVE "BRAK NUMERU ZAMOWIENIA (NumeryKontrolne)"
                      TO WS-KK-WYNIK
              END-IF
           END-IF

           IF WS-KK-LINIA-JEST-OK
              MOVE WS-NR-ZAM TO NR-ZAM-L
              COMPUTE LP-L = WS-KK-LINIE + 1
              MOVE WS-KK-TOWAR TO TOWAR-L
              MOVE WS-KK-LOKALIZACJA TO LOKALIZACJA-L
              MOVE WS-KK-ZUZYCIE TO ILOSC-L
              MOVE 0 TO ILOSC-WYDANA-L
              MOVE "O" TO STATUS-L
              ACCEPT DATA-OBIECANA-L FROM DATE
              MOVE 0 TO PO-OBIETNICY-L
              MOVE SPACE TO TRYB-DOSTAWY-L
              PERFORM 113-KOD-KLIENTA-DLA-TOWARU
              MOVE WS-TK-KOD TO KOD-TOW-KLIENTA-L
              WRITE ZAML-REC
              IF ERR-L NOT = 0
                 MOVE "N" TO WS-KK-LINIA-OK
                 MOVE SPACES TO WS-KK-WYNIK
                 STRING "ZAPIS LINII - KOD " ERR-L
                        DELIMITED BY SIZE INTO WS-KK-WYNIK
              ELSE
                 ADD 1 TO WS-KK-LINIE
              END-IF
           END-IF
           .

       746-ZAPISZ-ZAMOWIENIE-ZUZYCIA.

           MOVE "N" TO WS-KK-ZAPISANE
           MOVE WS-NR-ZAM TO NR-ZAMOWIENIA
           MOVE WS-KK-KLIENT TO KOD-KLIENTA-Z
           ACCEPT DATA-ZAM FROM DATE
           ACCEPT CZAS-ZAM FROM TIME
           MOVE WS-KK-LINIE TO LICZBA-LINII-Z
           MOVE "O" TO STATUS-Z
           MOVE 0 TO FAKTURA-Z
           MOVE 5 TO PRIORYTET-Z
           MOVE 0 TO DATA-WYMAGANA-Z
           MOVE SPACES TO PRZEWOZNIK-Z
           MOVE 0 TO DATA-REAL-Z
           MOVE 0 TO NR-WZ-Z
           MOVE SPACES TO ADRES-DOST-Z
           MOVE SPACE TO WSTRZYMANIE-Z
           MOVE SPACES TO PRZEDSTAWICIEL-Z
           MOVE SPACE TO POBRANIE-Z
           MOVE 0 TO KWOTA-POBRANIA-Z
           WRITE ZAM-REC
           IF ERR-Z NOT = 0
              MOVE ERR-Z TO WS-BLAD-KOD
              PERFORM 950-OPISZ-BLAD
              DISPLAY "NIE UDALO SIE ZAPISAC ZAMOWIENIA ZUZYCIA "
                      WS-NR-ZAM " - KOD " ERR-Z " - " WS-BLAD-OPIS
           ELSE
              MOVE "T" TO WS-KK-ZAPISANE
              ADD 1 TO WS-KK-ZAMOWIEN
              DISPLAY "ZAMOWIENIE ZUZYCIA " WS-NR-ZAM " KLIENT "
                      WS-KK-KLIENT " - LINII: " WS-KK-LINIE
           END-IF
           .

       747-KLIENT-KONSYGNACJI.

      *    KLIENT Z KARTOTEKI ORAZ TABLICA JEGO LOKALIZACJI
      *    TYPU K (U KLIENTA) Z KARTOTEKI Lokalizacje

           MOVE "N" TO WS-KK-KLIENT-OK
           MOVE 0 TO WS-KK-LOK-N
           OPEN INPUT KLIENCIFILE
           IF ERR-K = 0
              MOVE WS-KK-KLIENT TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE "T" TO WS-KK-KLIENT-OK
                 DISPLAY "KLIENT: " NAZWA-K
              END-IF
              CLOSE KLIENCIFILE
           END-IF

           IF WS-KK-KLIENT-JEST-OK
              OPEN INPUT LOKFILE
              IF ERR-LK = 0
                 MOVE SPACES TO KOD-LOKALIZACJI
                 START LOKFILE KEY NOT < KOD-LOKALIZACJI
                 IF ERR-LK = 0
                    READ LOKFILE NEXT
                    PERFORM UNTIL ERR-LK > 0
                       IF LOK-U-KLIENTA
                          AND KLIENT-LK = WS-KK-KLIENT
                          AND WS-KK-LOK-N < 20
                          ADD 1 TO WS-KK-LOK-N
                          MOVE KOD-LOKALIZACJI
                               TO WS-KK-LOK (WS-KK-LOK-N)
                       END-IF
                       READ LOKFILE NEXT
                    END-PERFORM
                 END-IF
                 CLOSE LOKFILE
              END-IF
              IF WS-KK-LOK-N = 0
                 MOVE "N" TO WS-KK-KLIENT-OK
              END-IF
           END-IF
           .

       748-CZY-LOKALIZACJA-KLIENTA.

           MOVE "N" TO WS-KK-NA-LOK
           PERFORM VARYING WS-KK-I FROM 1 BY 1
                   UNTIL WS-KK-I > WS-KK-LOK-N
              IF WS-KK-LOK (WS-KK-I) = WS-KK-LOKALIZACJA
                 MOVE "T" TO WS-KK-NA-LOK
              END-IF
           END-PERFORM
           .

       749-REALIZUJ-ZUZYCIE.

      *    REALIZACJA BEZ DIALOGU (TAK JAK FALA): WYDANIE Z
      *    LOKALIZACJI U KLIENTA Z AUDYTEM, PARTIAMI I WZ

           MOVE WS-NR-ZAM TO NR-ZAMOWIENIA
           READ ZAMOWFILE
           IF ERR-Z = 0
              MOVE "T" TO WS-TRYB-FALI
              MOVE "T" TO WS-KK-TRYB
              PERFORM 320-REALIZUJ-LINIE
              PERFORM 350-ZAMKNIJ-NAGLOWEK
              MOVE "N" TO WS-TRYB-FALI
              MOVE "N" TO WS-KK-TRYB
           END-IF
           .

       750-ZAMKNIJ-ZUZYCIE.

           IF WS-KK-LINIE > 0
              PERFORM 746-ZAPISZ-ZAMOWIENIE-ZUZYCIA
              IF WS-KK-JEST-ZAPISANE
                 PERFORM 749-REALIZUJ-ZUZYCIE
              END-IF
           END-IF
           MOVE 0 TO WS-KK-LINIE
           .

       751-SZUKAJ-POKRYCIA.

           IF WS-ZK-LOK-A NOT = SPACES
              MOVE WS-ZK-LOK-A TO WS-KK-LOKALIZACJA
              PERFORM 748-CZY-LOKALIZACJA-KLIENTA
              IF NOT WS-KK-JEST-NA-LOK
                 MOVE "LOKALIZACJA NIE NALEZY DO TEGO KLIENTA"
                      TO WS-KK-WYNIK
              ELSE
                 PERFORM 752-STAN-NA-LOKALIZACJI
                 IF WS-KK-ILOSC-KS < WS-KK-ZUZYCIE
                    MOVE "ZUZYCIE WIEKSZE NIZ STAN KONSYGNACJI"
                         TO WS-KK-WYNIK
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO WS-KK-POKRYCIE
              PERFORM VARYING WS-KK-I FROM 1 BY 1
                      UNTIL WS-KK-I > WS-KK-LOK-N
                         OR WS-KK-JEST-POKRYCIE
                 MOVE WS-KK-LOK (WS-KK-I) TO WS-KK-LOKALIZACJA
                 PERFORM 752-STAN-NA-LOKALIZACJI
                 IF WS-KK-ILOSC-KS >= WS-KK-ZUZYCIE
                    MOVE "T" TO WS-KK-POKRYCIE
                 END-IF
              END-PERFORM
              IF NOT WS-KK-JEST-POKRYCIE
                 MOVE SPACES TO WS-KK-LOKALIZACJA
                 MOVE "BRAK POKRYCIA NA KONSYGNACJI KLIENTA"
                      TO WS-KK-WYNIK
              END-IF
           END-IF
           .

       752-STAN-NA-LOKALIZACJI.

           MOVE 0 TO WS-KK-ILOSC-KS
           MOVE WS-KK-TOWAR TO TOWAR
           MOVE WS-KK-LOKALIZACJA TO LOKALIZACJA
           READ INFILE
           IF ERR = 0 AND WLASCICIEL OF IN-REC NOT = "K"
              MOVE ILOSC OF IN-REC TO WS-KK-ILOSC-KS
           END-IF
           .

       755-SALDO-KONSYGNACJI.

      *    SALDO KONSYGNACJI: STAN W LOKALIZACJACH U KLIENTOW
      *    WG KLIENTA, WYCENIONY PO KOSZCIE ZAKUPU (WARTOSC
      *    NASZEGO ZAPASU) I PO CENIE SPRZEDAZY (POTENCJALNA
      *    FAKTURA ZA ZUZYCIE)

           DISPLAY "PODAJ KOD KLIENTA (PUSTE = WSZYSCY)"
           ACCEPT WS-SK-FILTR
           MOVE 0 TO WS-SK-N
           OPEN INPUT LOKFILE
           IF ERR-LK NOT = 0
              DISPLAY "BRAK KARTOTEKI Lokalizacje"
           ELSE
              OPEN INPUT INFILE
              IF ERR NOT = 0
                 DISPLAY "BRAK PLIKU Baza5"
              ELSE
                 DISPLAY "SALDO KONSYGNACJI U KLIENTOW"
                 DISPLAY "KLIENT     LOKALIZACJA TOWAR"
                         "                    ILOSC   WARTOSC KOSZTU"
                 MOVE SPACES TO TOWAR-KLUCZ
                 START INFILE KEY NOT < TOWAR-KLUCZ
                 READ INFILE NEXT
                 PERFORM UNTIL ERR > 0
                    PERFORM 756-DOLICZ-SALDO
                    READ INFILE NEXT
                 END-PERFORM
                 CLOSE INFILE

                 DISPLAY "---------------------"
                 IF WS-SK-N = 0
                    DISPLAY "BRAK TOWARU NA KONSYGNACJI U KLIENTOW"
                 END-IF
                 PERFORM VARYING WS-SK-I FROM 1 BY 1
                         UNTIL WS-SK-I > WS-SK-N
                    MOVE WS-SK-KOSZT (WS-SK-I) TO WS-SK-KOSZT-O
                    MOVE WS-SK-SPRZEDAZ (WS-SK-I) TO WS-SK-SPRZ-O
                    DISPLAY "KLIENT " WS-SK-KLIENT (WS-SK-I)
                            " POZYCJI " WS-SK-POZYCJI (WS-SK-I)
                            " KOSZT " WS-SK-KOSZT-O
                            " SPRZEDAZ " WS-SK-SPRZ-O
                 END-PERFORM
              END-IF
              CLOSE LOKFILE
           END-IF
           .

       756-DOLICZ-SALDO.

           MOVE ILOSC OF IN-REC TO WS-SK-ILOSC-N
           IF WS-SK-ILOSC-N > 0 AND WLASCICIEL OF IN-REC NOT = "K"
              MOVE LOKALIZACJA OF IN-REC TO KOD-LOKALIZACJI
              READ LOKFILE
              IF ERR-LK = 0 AND LOK-U-KLIENTA
                 AND (WS-SK-FILTR = SPACES
                      OR KLIENT-LK = WS-SK-FILTR)
                 MOVE 0 TO WS-SK-J
                 PERFORM VARYING WS-SK-I FROM 1 BY 1
                         UNTIL WS-SK-I > WS-SK-N
                    IF WS-SK-KLIENT (WS-SK-I) = KLIENT-LK
                       MOVE WS-SK-I TO WS-SK-J
                    END-IF
                 END-PERFORM
                 IF WS-SK-J = 0 AND WS-SK-N < 100
                    ADD 1 TO WS-SK-N
                    MOVE WS-SK-N TO WS-SK-J
                    MOVE KLIENT-LK TO WS-SK-KLIENT (WS-SK-J)
                    MOVE 0 TO WS-SK-POZYCJI (WS-SK-J)
                    MOVE 0 TO WS-SK-KOSZT (WS-SK-J)
                    MOVE 0 TO WS-SK-SPRZEDAZ (WS-SK-J)
                 END-IF
                 MOVE CENA-ZAKUP OF IN-REC TO WS-SK-CENA-N
                 IF WS-SK-CENA-N = 0
                    MOVE CENA OF IN-REC TO WS-SK-CENA-N
                 END-IF
                 COMPUTE WS-SK-WARTOSC = WS-SK-ILOSC-N * WS-SK-CENA-N
                 MOVE WS-SK-WARTOSC TO WS-SK-KOSZT-O
                 DISPLAY KLIENT-LK " " LOKALIZACJA OF IN-REC "  "
                         TOWAR OF IN-REC " " WS-SK-ILOSC-N " "
                         WS-SK-KOSZT-O
                 IF WS-SK-J > 0
                    ADD 1 TO WS-SK-POZYCJI (WS-SK-J)
                    ADD WS-SK-WARTOSC TO WS-SK-KOSZT (WS-SK-J)
                    MOVE CENA OF IN-REC TO WS-SK-CENA-N
                    COMPUTE WS-SK-SPRZEDAZ (WS-SK-J) =
                            WS-SK-SPRZEDAZ (WS-SK-J)
                            + WS-SK-ILOSC-N * WS-SK-CENA-N
                 END-IF
              END-IF
           END-IF
           .

       850-FALA-PICKINGU.

      *    JEDEN PRZEBIEG PICKERA: WYBRANE OTWARTE ZAMOWIENIA SA
      *    SUMOWANE WG TOWAR/LOKALIZACJA I SORTOWANE WG LOKALIZACJI,
      *    A PO POTWIERDZENIU REALIZOWANE JEDNO PO DRUGIM Z TYMI
      *    SAMYMI KONTROLAMI STANU I WPISAMI AUDYTU CO OPCJA 3

           PERFORM 050-OTWORZ-PLIKI-ZAMOWIEN
           IF ERR-Z NOT = 0 OR ERR-L NOT = 0
              DISPLAY "BRAK PLIKOW ZAMOWIEN"
           ELSE
              MOVE 0 TO WS-FALA-N
              PERFORM 855-WYBIERZ-ZAMOWIENIA

              IF WS-FALA-N = 0
                 DISPLAY "NIE WYBRANO ZADNYCH ZAMOWIEN"
              ELSE
                 PERFORM 860-KONSOLIDUJ-FALE
                 PERFORM 865-DRUKUJ-FALE

                 DISPLAY "ZATWIERDZIC REALIZACJE CALEJ FALI? T/N"
                 ACCEPT WS-POTWIERDZ
                 IF WS-POTWIERDZONE
                    OPEN I-O INFILE
                    IF ERR NOT = 0
                       MOVE "OTWARCIE BAZA5" TO WS-BLAD-KONTEKST
                       MOVE ERR TO WS-BLAD-KOD
                       PERFORM 950-OPISZ-BLAD
                       DISPLAY WS-BLAD-KONTEKST ": KOD " ERR
                               " - " WS-BLAD-OPIS
                    ELSE
                       MOVE "T" TO WS-TRYB-FALI
                       PERFORM VARYING WS-FALA-I FROM 1 BY 1
                               UNTIL WS-FALA-I > WS-FALA-N
                          MOVE WS-FALA-NR (WS-FALA-I)
                               TO NR-ZAMOWIENIA
                          READ ZAMOWFILE
                          IF ERR-Z = 0
                             DISPLAY "REALIZACJA ZAMOWIENIA "
                                     NR-ZAMOWIENIA
                             PERFORM 320-REALIZUJ-LINIE
                             PERFORM 350-ZAMKNIJ-NAGLOWEK
                          END-IF
                       END-PERFORM
                       MOVE "N" TO WS-TRYB-FALI
                       CLOSE INFILE
                    END-IF
                 ELSE
                    DISPLAY "REALIZACJA FALI ANULOWANA"
                 END-IF
              END-IF
              CLOSE ZAMOWFILE
              CLOSE ZAMLFILE
           END-IF
           .

       855-WYBIERZ-ZAMOWIENIA.

           MOVE 1 TO WS-FALA-WEJSCIE
           PERFORM UNTIL WS-FALA-WEJSCIE = 0 OR WS-FALA-N = 20
              DISPLAY "PODAJ NUMER OTWARTEGO ZAMOWIENIA DO FALI "
                      "(0 = KONIEC)"
              ACCEPT WS-FALA-WEJSCIE
              IF WS-FALA-WEJSCIE NOT = 0
                 MOVE WS-FALA-WEJSCIE TO NR-ZAMOWIENIA
                 READ ZAMOWFILE
                 IF ERR-Z NOT = 0
                    DISPLAY "NIE ZNALEZIONO ZAMOWIENIA"
                 ELSE
                    IF ZAM-WSTRZYMANE-MARZA
                       DISPLAY "ZAMOWIENIE WSTRZYMANE - MARZA "
                               "PONIZEJ PROGU (OPCJA M)"
                    ELSE
                    IF ZAM-OTWARTE OR ZAM-BACKORDER
                       ADD 1 TO WS-FALA-N
                       MOVE WS-FALA-WEJSCIE
                            TO WS-FALA-NR (WS-FALA-N)
                       DISPLAY "DODANO DO FALI ("
                               WS-FALA-N " ZAMOWIEN)"
                    ELSE
                       DISPLAY "ZAMOWIENIE NIE JEST OTWARTE - "
                               "STATUS " STATUS-Z
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FALA-N = 20
              DISPLAY "OSIAGNIETO LIMIT 20 ZAMOWIEN W FALI"
           END-IF
           .

       860-KONSOLIDUJ-FALE.

           MOVE 0 TO WS-KONS-N
           MOVE "N" TO WS-KONS-LIMIT

           PERFORM VARYING WS-FALA-I FROM 1 BY 1
                   UNTIL WS-FALA-I > WS-FALA-N
              MOVE WS-FALA-NR (WS-FALA-I) TO NR-ZAM-L
              MOVE 0 TO LP-L
              START ZAMLFILE KEY NOT < KLUCZ-LINII
              IF ERR-L = 0
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = WS-FALA-NR (WS-FALA-I)
                    IF LIN-OTWARTA AND NOT LIN-DROPSHIP
                       COMPUTE WS-POZOSTALO-L =
                               ILOSC-L - ILOSC-WYDANA-L
                       IF WS-POZOSTALO-L > 0
                          PERFORM 862-DOLICZ-DO-FALI
                       END-IF
                    END-IF
                    READ ZAMLFILE NEXT
                 END-PERFORM
              END-IF
           END-PERFORM
           DISPLAY "---------------------"
           .

       870-WSTRZYMANIA-MARZOWE.

      *    ZAMOWIENIA WSTRZYMANE PRZEZ PROG MARZY (ZAMOWIENIA,
      *    IMPORTZAM, OFERTY): ZWOLNIENIE LUB ODRZUCENIE Z
      *    UZASADNIENIEM PODEJMUJE OPERATOR Z PELNYM DOSTEPEM
      *    INNY NIZ TEN, KTO ZAMOWIENIE WPROWADZIL (JAK
      *    430-ZATWIERDZANIE-PO W PRZYJECIE.COB); RAPORT DZIENNY
      *    DOSTEPNY DLA KAZDEGO

           DISPLAY "D. DECYZJE (ZWOLNIJ / ODRZUC)  R. RAPORT DZIENNY"
           ACCEPT WYBOR-MARZA

           IF MARZA-DECYZJE
              IF WS-ROLA-OPERATORA NOT = "A"
                 DISPLAY "BRAK UPRAWNIEN DO ZWALNIANIA WSTRZYMAN "
                         "MARZOWYCH"
              ELSE
                 PERFORM 871-DECYZJE-MARZOWE
              END-IF
           END-IF

           IF MARZA-RAPORT
              PERFORM 875-RAPORT-WSTRZYMAN
           END-IF
           .

       871-DECYZJE-MARZOWE.

           MOVE 0 TO WS-MZ-LICZNIK
           MOVE 0 TO WS-MZ-ZWOLNIONE
           MOVE 0 TO WS-MZ-ODRZUCONE
           MOVE SPACE TO WS-MZ-DECYZJA
           MOVE "N" TO WS-MZ-PLIK

           PERFORM 050-OTWORZ-PLIKI-ZAMOWIEN
           IF ERR-Z NOT = 0 OR ERR-L NOT = 0
              DISPLAY "BRAK PLIKOW ZAMOWIEN"
           ELSE
              OPEN I-O MZFILE
              IF ERR-MZ = 35
                 CLOSE MZFILE
                 OPEN OUTPUT MZFILE
                 CLOSE MZFILE
                 OPEN I-O MZFILE
              END-IF
              IF ERR-MZ = 0
                 MOVE "T" TO WS-MZ-PLIK
              ELSE
                 DISPLAY "UWAGA: BRAK REJESTRU ZatwierdzeniaMarzy - "
                         "DECYZJE BEZ ZAPISU W REJESTRZE"
              END-IF
              MOVE 0 TO NR-ZAMOWIENIA
              START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
              IF ERR-Z = 0
                 READ ZAMOWFILE NEXT
                 PERFORM UNTIL ERR-Z > 0 OR WS-MZ-KONIEC
                    IF ZAM-WSTRZYMANE-MARZA
                       AND (ZAM-OTWARTE OR ZAM-BACKORDER)
                       PERFORM 872-DECYZJA-MARZY
                    END-IF
                    IF NOT WS-MZ-KONIEC
                       READ ZAMOWFILE NEXT
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-MZ-PLIK-OTWARTY
                 CLOSE MZFILE
              END-IF
           END-IF
           CLOSE ZAMOWFILE
           CLOSE ZAMLFILE

           DISPLAY "---------------------"
           DISPLAY "WSTRZYMANYCH : " WS-MZ-LICZNIK
           DISPLAY "ZWOLNIONYCH  : " WS-MZ-ZWOLNIONE
           DISPLAY "ODRZUCONYCH  : " WS-MZ-ODRZUCONE
           .

       872-DECYZJA-MARZY.

           ADD 1 TO WS-MZ-LICZNIK
           MOVE "N" TO WS-MZ-REKORD
           IF WS-MZ-PLIK-OTWARTY
              MOVE NR-ZAMOWIENIA TO NR-ZAM-MZ
              READ MZFILE
              IF ERR-MZ = 0
                 MOVE "T" TO WS-MZ-REKORD
              END-IF
           END-IF

           DISPLAY " "
           PERFORM 210-DRUKUJ-ZAMOWIENIE
           DISPLAY "KLIENT     : " KOD-KLIENTA-Z
           IF WS-MZ-JEST-REKORD
              MOVE MARZA-MIN-MZ TO WS-MZ-MARZA-O
              MOVE PROG-MIN-MZ TO WS-MZ-PROG-O
              DISPLAY "PONIZEJ PROGU: " LINIE-PONIZEJ-MZ
                      " LINII, NAJNIZSZA MARZA " WS-MZ-MARZA-O
                      "% (PROG " WS-MZ-PROG-O "%)"
              DISPLAY "WPROWADZIL : " TWORCA-MZ " (" ZRODLO-MZ ")"
           END-IF

           IF WS-MZ-JEST-REKORD AND TWORCA-MZ = WS-UZYTKOWNIK
              DISPLAY "ZAMOWIENIE WPROWADZONE PRZEZ CIEBIE - "
                      "DECYZJE PODEJMUJE INNY UZYTKOWNIK"
           ELSE
              DISPLAY "Z = ZWOLNIJ, R = ODRZUC (ANULUJ ZAMOWIENIE), "
                      "P = POMIN, K = KONIEC"
              ACCEPT WS-MZ-DECYZJA
              MOVE FUNCTION UPPER-CASE (WS-MZ-DECYZJA)
                   TO WS-MZ-DECYZJA
              IF WS-MZ-ZWOLNIJ OR WS-MZ-ODRZUC
                 MOVE SPACES TO WS-MZ-POWOD
                 PERFORM UNTIL WS-MZ-POWOD NOT = SPACES
                    DISPLAY "PODAJ UZASADNIENIE DECYZJI"
                    ACCEPT WS-MZ-POWOD
                 END-PERFORM
                 PERFORM 873-ZAPISZ-DECYZJE-MARZY
              END-IF
           END-IF
           .

       873-ZAPISZ-DECYZJE-MARZY.

      *    ZWOLNIENIE ZDEJMUJE ZNACZNIK WSTRZYMANIA; ODRZUCENIE
      *    ANULUJE ZAMOWIENIE (POWOD MARZA). DECYZJA TRAFIA DO
      *    ZatwierdzeniaMarzy I DO LANCUCHA AUDYTU

           MOVE SPACE TO WSTRZYMANIE-Z
           IF WS-MZ-ZWOLNIJ
              REWRITE ZAM-REC
              IF ERR-Z NOT = 0
                 MOVE ERR-Z TO WS-BLAD-KOD
                 PERFORM 950-OPISZ-BLAD
                 DISPLAY "REWRITE ZAMOWIENIA - KOD " ERR-Z " - "
                         WS-BLAD-OPIS
              ELSE
                 ADD 1 TO WS-MZ-ZWOLNIONE
                 DISPLAY "WSTRZYMANIE ZWOLNIONE - ZAMOWIENIE MOZE "
                         "ISC DO REALIZACJI"
              END-IF
           ELSE
              MOVE "MARZA" TO WS-POWOD
              PERFORM 811-ANULUJ-LINIE-ZAMOWIENIA
              IF ERR-Z = 0
                 ADD 1 TO WS-MZ-ODRZUCONE
              END-IF
           END-IF

           IF ERR-Z = 0
              IF NOT WS-MZ-JEST-REKORD
                 MOVE NR-ZAMOWIENIA TO NR-ZAM-MZ
                 MOVE KOD-KLIENTA-Z TO KLIENT-MZ
                 MOVE SPACES TO TWORCA-MZ
                 MOVE DATA-ZAM TO DATA-UTW-MZ
                 MOVE SPACES TO ZRODLO-MZ
                 MOVE 0 TO LINIE-PONIZEJ-MZ
                 MOVE 0 TO MARZA-MIN-MZ
                 MOVE 0 TO PROG-MIN-MZ
              END-IF
              IF WS-MZ-ZWOLNIJ
                 MOVE "Z" TO STATUS-MZ
              ELSE
                 MOVE "R" TO STATUS-MZ
              END-IF
              MOVE WS-UZYTKOWNIK TO DECYDENT-MZ
              ACCEPT DATA-DECYZJI-MZ FROM DATE
              MOVE WS-MZ-POWOD TO UZASADNIENIE-MZ
              IF WS-MZ-PLIK-OTWARTY
                 IF WS-MZ-JEST-REKORD
                    REWRITE MZ-REC
                 ELSE
                    WRITE MZ-REC
                 END-IF
                 IF ERR-MZ NOT = 0
                    MOVE "ZAPIS DECYZJI MARZY" TO WS-BLAD-KONTEKST
                    MOVE ERR-MZ TO WS-BLAD-KOD
                    PERFORM 950-OPISZ-BLAD
                    DISPLAY WS-BLAD-KONTEKST ": KOD " ERR-MZ
                            " - " WS-BLAD-OPIS
                 END-IF
              END-IF
              PERFORM 874-AUDYT-MARZY
           END-IF
           .

       874-AUDYT-MARZY.

      *    WPIS AUDYTU DECYZJI: W KOLUMNIE TOWARU NUMER ZAMOWIENIA,
      *    PRZED = LICZBA LINII PONIZEJ PROGU, TYP = AUTOR ZAMOWIENIA

           ACCEPT WS-AUD-DATA FROM DATE
           ACCEPT WS-AUD-CZAS FROM TIME

           MOVE WS-AUD-DATA TO WS-AUD-DATA-O
           MOVE WS-AUD-CZAS TO WS-AUD-CZAS-O
           IF WS-MZ-ZWOLNIJ
              MOVE "ZWOLN-MARZ" TO WS-AUD-OPER-O
           ELSE
              MOVE "ODRZ-MARZ" TO WS-AUD-OPER-O
           END-IF
           MOVE SPACES TO WS-AUD-TOWAR-O
           STRING "ZAM " NR-ZAMOWIENIA DELIMITED BY SIZE
                  INTO WS-AUD-TOWAR-O
           MOVE LINIE-PONIZEJ-MZ TO WS-AUD-PRZED-O
           MOVE 0 TO WS-AUD-PO-O
           MOVE SPACES TO WS-AUD-TYP-O
           STRING "AUTOR " TWORCA-MZ DELIMITED BY SIZE
                  INTO WS-AUD-TYP-O
           MOVE SPACES TO WS-AUD-LOK-O

           PERFORM 903-ZAPISZ-WPIS-AUDYTU
           .

       875-RAPORT-WSTRZYMAN.

      *    RAPORT DZIENNY DO WstrzymaniaMarzowe.txt: ZAMOWIENIA
      *    WSTRZYMANE LUB ROZSTRZYGNIETE W DANYM DNIU ORAZ WSZYSTKIE
      *    NADAL OCZEKUJACE, Z AUTOREM, ZWALNIAJACYM I UZASADNIENIEM

           DISPLAY "PODAJ DATE RAPORTU (RRMMDD, 0 = DZIS)"
           ACCEPT WS-MZ-DATA-RAP
           IF WS-MZ-DATA-RAP = 0
              ACCEPT WS-MZ-DATA-RAP FROM DATE
           END-IF
           MOVE 0 TO WS-MZ-LICZNIK
           MOVE 0 TO WS-MZ-OCZEKUJACE
           MOVE 0 TO WS-MZ-ZWOLNIONE
           MOVE 0 TO WS-MZ-ODRZUCONE

           OPEN INPUT MZFILE
           IF ERR-MZ NOT = 0
              DISPLAY "BRAK REJESTRU ZatwierdzeniaMarzy - BRAK "
                      "WSTRZYMAN MARZOWYCH"
           ELSE
              OPEN OUTPUT RMZFILE
              MOVE SPACES TO RMZ-REC
              STRING "WSTRZYMANIA MARZOWE ZAMOWIEN NA DZIEN "
                     WS-MZ-DATA-RAP DELIMITED BY SIZE INTO RMZ-REC
              WRITE RMZ-REC
              DISPLAY RMZ-REC
              MOVE SPACES TO RMZ-REC
              STRING "NR-ZAM  KLIENT     DATA   ZRODLO     "
                     "AUTOR    LIN    MARZA% STATUS     "
                     "DECYDENT DATA-D UZASADNIENIE"
                     DELIMITED BY SIZE INTO RMZ-REC
              WRITE RMZ-REC
              DISPLAY RMZ-REC
              MOVE 0 TO NR-ZAM-MZ
              START MZFILE KEY NOT < NR-ZAM-MZ
              IF ERR-MZ = 0
                 READ MZFILE NEXT
                 PERFORM UNTIL ERR-MZ > 0
                    IF DATA-UTW-MZ = WS-MZ-DATA-RAP
                       OR DATA-DECYZJI-MZ = WS-MZ-DATA-RAP
                       OR MZ-OCZEKUJE
                       PERFORM 876-WIERSZ-WSTRZYMANIA
                    END-IF
                    READ MZFILE NEXT
                 END-PERFORM
              END-IF
              IF WS-MZ-LICZNIK = 0
                 MOVE "BRAK WSTRZYMAN MARZOWYCH" TO RMZ-REC
                 WRITE RMZ-REC
                 DISPLAY RMZ-REC
              END-IF
              MOVE SPACES TO RMZ-REC
              STRING "OCZEKUJACE: " WS-MZ-OCZEKUJACE
                     "  ZWOLNIONE: " WS-MZ-ZWOLNIONE
                     "  ODRZUCONE: " WS-MZ-ODRZUCONE
                     DELIMITED BY SIZE INTO RMZ-REC
              WRITE RMZ-REC
              DISPLAY RMZ-REC
              CLOSE RMZFILE
              CLOSE MZFILE
           END-IF
           DISPLAY "---------------------"
           .

       876-WIERSZ-WSTRZYMANIA.

           ADD 1 TO WS-MZ-LICZNIK
           MOVE NR-ZAM-MZ TO WS-RMZ-NR-O
           MOVE KLIENT-MZ TO WS-RMZ-KLIENT-O
           MOVE DATA-UTW-MZ TO WS-RMZ-DATA-O
           MOVE ZRODLO-MZ TO WS-RMZ-ZRODLO-O
           MOVE TWORCA-MZ TO WS-RMZ-TWORCA-O
           MOVE LINIE-PONIZEJ-MZ TO WS-RMZ-LINIE-O
           MOVE MARZA-MIN-MZ TO WS-RMZ-MARZA-O
           MOVE DECYDENT-MZ TO WS-RMZ-DECYD-O
           MOVE UZASADNIENIE-MZ TO WS-RMZ-POWOD-O
           IF DATA-DECYZJI-MZ = 0
              MOVE SPACES TO WS-RMZ-DATA-D-O
           ELSE
              MOVE DATA-DECYZJI-MZ TO WS-RMZ-DATA-D-O
           END-IF
           EVALUATE TRUE
              WHEN MZ-OCZEKUJE
                 MOVE "OCZEKUJE" TO WS-RMZ-STATUS-O
                 ADD 1 TO WS-MZ-OCZEKUJACE
              WHEN MZ-ZWOLNIONE
                 MOVE "ZWOLNIONE" TO WS-RMZ-STATUS-O
                 ADD 1 TO WS-MZ-ZWOLNIONE
              WHEN OTHER
                 MOVE "ODRZUCONE" TO WS-RMZ-STATUS-O
                 ADD 1 TO WS-MZ-ODRZUCONE
           END-EVALUATE
           MOVE WS-RMZ-LINIA TO RMZ-REC
           WRITE RMZ-REC
           DISPLAY RMZ-REC
           .

       880-RAPORT-KASOWY.

      *    RAPORT KASOWY ZMIANY OPERATORA: WPLATY Z Kasa.txt Z
      *    DZIS, OD OSTATNIEGO ZAMKNIECIA ZMIANY TEGO OPERATORA.
      *    GOTOWKA OCZEKIWANA = POGOTOWIE KASOWE + WPLATY GOTOWKA,
      *    ROZNICA = POLICZONA - OCZEKIWANA (PLUS NADWYZKA, MINUS
      *    NIEDOBOR). KARTY SA TYLKO DO UZGODNIENIA Z TERMINALEM.
      *    ZAMKNIECIE ZMIANY ZAPISUJE WPIS "Z" W Kasa.txt, KAZDA
      *    ROZNICA INNA NIZ ZERO IDZIE DO RozniceKasowe.txt I DO
      *    AUDYTU

           ACCEPT WS-KASA-DZIS FROM DATE
           MOVE 0 TO WS-KASA-SUMA-G
           MOVE 0 TO WS-KASA-SUMA-K
           MOVE 0 TO WS-KASA-ILE-G
           MOVE 0 TO WS-KASA-ILE-K
           OPEN INPUT KASAFILE
           IF ERR-KAS = 0
              READ KASAFILE INTO WS-KASA-LINIA
              PERFORM UNTIL ERR-KAS > 0
                 PERFORM 881-DOLICZ-WPIS-KASY
                 READ KASAFILE INTO WS-KASA-LINIA
              END-PERFORM
              CLOSE KASAFILE
           END-IF

           DISPLAY "RAPORT KASOWY ZMIANY - OPERATOR " WS-UZYTKOWNIK
           MOVE WS-KASA-SUMA-G TO WS-KASA-KWOTA-O
           DISPLAY "WPLATY GOTOWKA: " WS-KASA-ILE-G
                   " NA KWOTE " WS-KASA-KWOTA-O
           MOVE WS-KASA-SUMA-K TO WS-KASA-KWOTA-O
           DISPLAY "WPLATY KARTA  : " WS-KASA-ILE-K
                   " NA KWOTE " WS-KASA-KWOTA-O
           DISPLAY "PODAJ POGOTOWIE KASOWE NA POCZATEK ZMIANY"
           ACCEPT WS-KASA-POGOTOWIE
           DISPLAY "PODAJ GOTOWKE POLICZONA W KASIE"
           ACCEPT WS-KASA-POLICZONO
           COMPUTE WS-KASA-OCZEKIWANE =
                   WS-KASA-POGOTOWIE + WS-KASA-SUMA-G
           COMPUTE WS-KASA-ROZNICA =
                   WS-KASA-POLICZONO - WS-KASA-OCZEKIWANE
           MOVE WS-KASA-OCZEKIWANE TO WS-KASA-KWOTA-O
           DISPLAY "GOTOWKA OCZEKIWANA: " WS-KASA-KWOTA-O
           MOVE WS-KASA-ROZNICA TO WS-KASA-KWOTA-O
           DISPLAY "ROZNICA KASOWA    : " WS-KASA-KWOTA-O

           DISPLAY "ZAMKNAC ZMIANE I ZAPISAC RAPORT? T/N"
           ACCEPT WS-POTWIERDZ
           IF WS-POTWIERDZONE
              ACCEPT WS-KASA-CZAS FROM TIME
              PERFORM 882-ZAPISZ-RAPORT-KASOWY

              MOVE WS-KASA-DZIS TO WS-KS-DATA
              MOVE WS-KASA-CZAS TO WS-KS-CZAS
              MOVE WS-UZYTKOWNIK TO WS-KS-OPER
              MOVE "Z" TO WS-KS-TYP
              MOVE 0 TO WS-KS-NR-KP
              MOVE 0 TO WS-KS-FAKT
              MOVE SPACES TO WS-KS-KLIENT
              MOVE "G" TO WS-KS-FORMA
              MOVE WS-KASA-POLICZONO TO WS-KS-KWOTA
              PERFORM 898-ZAPISZ-KASE

              IF WS-KASA-ROZNICA NOT = 0
                 PERFORM 883-LOG-ROZNICY-KASOWEJ
                 DISPLAY "ROZNICA KASOWA ZAPISANA DO "
                         "RozniceKasowe.txt"
              END-IF
              DISPLAY "ZMIANA ZAMKNIETA - RAPORT W "
                      "RaportyKasowe.txt"
           END-IF
           .

       881-DOLICZ-WPIS-KASY.

           IF WS-KS-DATA = WS-KASA-DZIS
              AND WS-KS-OPER = WS-UZYTKOWNIK
              IF WS-KS-ZAMKNIECIE
                 MOVE 0 TO WS-KASA-SUMA-G
                 MOVE 0 TO WS-KASA-SUMA-K
                 MOVE 0 TO WS-KASA-ILE-G
                 MOVE 0 TO WS-KASA-ILE-K
              ELSE
                 IF WS-KS-GOTOWKA
                    ADD WS-KS-KWOTA TO WS-KASA-SUMA-G
                    ADD 1 TO WS-KASA-ILE-G
                 ELSE
                    ADD WS-KS-KWOTA TO WS-KASA-SUMA-K
                    ADD 1 TO WS-KASA-ILE-K
                 END-IF
              END-IF
           END-IF
           .

       882-ZAPISZ-RAPORT-KASOWY.

           OPEN EXTEND RKASFILE
           IF ERR-RKS NOT = 0
              CLOSE RKASFILE
              OPEN OUTPUT RKASFILE
           END-IF

           MOVE WS-KASA-DZIS TO WS-RKS-DATA-O
           MOVE WS-KASA-CZAS TO WS-RKS-CZAS-O
           MOVE WS-UZYTKOWNIK TO WS-RKS-OPER-O
           WRITE RKAS-REC FROM WS-RKS-NAGLOWEK

           MOVE "POGOTOWIE KASOWE" TO WS-RKS-OPIS-O
           MOVE 0 TO WS-RKS-ILE-O
           MOVE WS-KASA-POGOTOWIE TO WS-RKS-KWOTA-O
           WRITE RKAS-REC FROM WS-RKS-WIERSZ

           MOVE "WPLATY GOTOWKA" TO WS-RKS-OPIS-O
           MOVE WS-KASA-ILE-G TO WS-RKS-ILE-O
           MOVE WS-KASA-SUMA-G TO WS-RKS-KWOTA-O
           WRITE RKAS-REC FROM WS-RKS-WIERSZ

           MOVE "GOTOWKA OCZEKIWANA" TO WS-RKS-OPIS-O
           MOVE 0 TO WS-RKS-ILE-O
           MOVE WS-KASA-OCZEKIWANE TO WS-RKS-KWOTA-O
           WRITE RKAS-REC FROM WS-RKS-WIERSZ

           MOVE "GOTOWKA POLICZONA" TO WS-RKS-OPIS-O
           MOVE WS-KASA-POLICZONO TO WS-RKS-KWOTA-O
           WRITE RKAS-REC FROM WS-RKS-WIERSZ

           IF WS-KASA-ROZNICA < 0
              MOVE "ROZNICA - NIEDOBOR" TO WS-RKS-OPIS-O
           ELSE
              MOVE "ROZNICA - NADWYZKA" TO WS-RKS-OPIS-O
           END-IF
           MOVE WS-KASA-ROZNICA TO WS-RKS-KWOTA-O
           WRITE RKAS-REC FROM WS-RKS-WIERSZ

           MOVE "WPLATY KARTA (DO TERMINALA)" TO WS-RKS-OPIS-O
           MOVE WS-KASA-ILE-K TO WS-RKS-ILE-O
           MOVE WS-KASA-SUMA-K TO WS-RKS-KWOTA-O
           WRITE RKAS-REC FROM WS-RKS-WIERSZ

           MOVE SPACES TO RKAS-REC
           WRITE RKAS-REC
           CLOSE RKASFILE
           .

       883-LOG-ROZNICY-KASOWEJ.

           MOVE WS-KASA-DZIS TO WS-RZK-DATA-O
           MOVE WS-KASA-CZAS TO WS-RZK-CZAS-O
           MOVE WS-UZYTKOWNIK TO WS-RZK-OPER-O
           MOVE WS-KASA-OCZEKIWANE TO WS-RZK-OCZEK-O
           MOVE WS-KASA-POLICZONO TO WS-RZK-POLICZ-O
           MOVE WS-KASA-ROZNICA TO WS-RZK-ROZN-O
           OPEN EXTEND RZKFILE
           IF ERR-RZK NOT = 0
              CLOSE RZKFILE
              OPEN OUTPUT RZKFILE
           END-IF
           WRITE RZK-REC FROM WS-RZK-LINIA
           CLOSE RZKFILE

      *    WPIS AUDYTU: PRZED = GOTOWKA OCZEKIWANA, PO = POLICZONA

           ACCEPT WS-AUD-DATA FROM DATE
           ACCEPT WS-AUD-CZAS FROM TIME
           MOVE WS-AUD-DATA TO WS-AUD-DATA-O
           MOVE WS-AUD-CZAS TO WS-AUD-CZAS-O
           MOVE "ROZN-KASY" TO WS-AUD-OPER-O
           MOVE SPACES TO WS-AUD-TOWAR-O
           STRING "KASA " WS-UZYTKOWNIK DELIMITED BY SIZE
                  INTO WS-AUD-TOWAR-O
           MOVE WS-KASA-OCZEKIWANE TO WS-AUD-PRZED-O
           MOVE WS-KASA-POLICZONO TO WS-AUD-PO-O
           IF WS-KASA-ROZNICA < 0
              MOVE "NIEDOBOR" TO WS-AUD-TYP-O
           ELSE
              MOVE "NADWYZKA" TO WS-AUD-TYP-O
           END-IF
           MOVE SPACES TO WS-AUD-LOK-O

           PERFORM 903-ZAPISZ-WPIS-AUDYTU
           .

       890-SPRZEDAZ-Z-LADY.

      *    SPRZEDAZ Z LADY: ZAMOWIENIE, WYDANIE Z BAZA5 Z WZ,
      *    FAKTURA LUB PARAGON (FAKTURY.COB W TRYBIE L TYLKO DLA
      *    TEGO ZAMOWIENIA) I ZAPLATA OD RAZU - GOTOWKA Z DOWODEM
      *    KP ALBO KARTA. GDY KTORYS KROK SIE NIE UDA, ZAMOWIENIE
      *    ZOSTAJE W ZWYKLYM OBIEGU (REALIZACJA OPCJA 3, NOCNE
      *    FAKTUROWANIE, WPLATA W ROZRACHUNKACH)

           MOVE "T" TO WS-LADA-TRYB
           MOVE "N" TO WS-LADA-ZAPISANE
           PERFORM 100-ZLOZ-ZAMOWIENIE
           IF WS-LADA-JEST-ZAPISANE
              MOVE WS-NR-ZAM TO WS-LADA-NR
              PERFORM 300-ZREALIZUJ-ZAMOWIENIE
              PERFORM 891-WCZYTAJ-ZAMOWIENIE-LADY
              IF NOT ZAM-ZREALIZOWANE
                 DISPLAY "ZAMOWIENIE " WS-LADA-NR " NIE ZOSTALO "
                         "WYDANE W CALOSCI - SPRZEDAZ Z LADY "
                         "PRZERWANA"
              ELSE
                 PERFORM 892-FAKTURA-LADY
                 IF FAKTURA-Z = 0
                    DISPLAY "DOKUMENT SPRZEDAZY NIE POWSTAL - "
                            "ZAMOWIENIE ZAFAKTURUJE NOCNY PRZEBIEG, "
                            "WPLATE PRZYJMIJ W ROZRACHUNKACH"
                 ELSE
                    PERFORM 893-PRZYJMIJ-ZAPLATE
                 END-IF
              END-IF
           END-IF
           MOVE "N" TO WS-LADA-TRYB
           .

       891-WCZYTAJ-ZAMOWIENIE-LADY.

           OPEN INPUT ZAMOWFILE
           MOVE WS-LADA-NR TO NR-ZAMOWIENIA
           READ ZAMOWFILE
           IF ERR-Z NOT = 0
              MOVE SPACE TO STATUS-Z
              MOVE 0 TO FAKTURA-Z
           END-IF
           CLOSE ZAMOWFILE
           .

       892-FAKTURA-LADY.

      *    FAKTURY.COB DOSTAJE PARAMETR L + NUMER ZAMOWIENIA +
      *    RODZAJ DOKUMENTU (F / P) I WYSTAWIA DOKUMENT OD RAZU,
      *    TAKZE KLIENTOWI Z FAKTUROWANIEM ZBIORCZYM

           MOVE SPACE TO WS-LADA-DOKUMENT
           PERFORM UNTIL WS-LADA-PARAGON OR WS-LADA-FAKTURA
              DISPLAY "DOKUMENT SPRZEDAZY: F = FAKTURA VAT, "
                      "P = PARAGON"
              ACCEPT WS-LADA-DOKUMENT
           END-PERFORM

           MOVE SPACES TO WS-KOMENDA
           STRING "FAKTURY L" WS-LADA-NR WS-LADA-DOKUMENT
                  DELIMITED BY SIZE INTO WS-KOMENDA
           CALL "SYSTEM" USING WS-KOMENDA
           MOVE 0 TO RETURN-CODE

           PERFORM 891-WCZYTAJ-ZAMOWIENIE-LADY
           .

       893-PRZYJMIJ-ZAPLATE.

      *    ZAPLATA ZAMYKA POZYCJE ROZRACHUNKU OD RAZU (TERMIN
      *    PLATNOSCI KLIENTA NIE MA ZNACZENIA) I IDZIE DO
      *    WplatyKlientow.txt ZE ZRODLEM KASA / KARTA - STAMTAD
      *    BIERZE JA WYCIAG KSIEGAFIN

           MOVE FAKTURA-Z TO WS-LADA-FAKT
           OPEN I-O ROZRFILE
           IF ERR-R NOT = 0
              DISPLAY "BRAK PLIKU Rozrachunki - WPLATE PRZYJMIJ "
                      "W ROZRACHUNKACH"
           ELSE
              MOVE WS-LADA-FAKT TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R NOT = 0
                 DISPLAY "DOKUMENT " WS-LADA-FAKT " NIE MA "
                         "POZYCJI W ROZRACHUNKACH"
              ELSE
                 COMPUTE WS-LADA-KWOTA =
                         KWOTA-BRUTTO-R - KWOTA-ZAPLAC-R
                 MOVE WS-LADA-KWOTA TO WS-LADA-KWOTA-O
                 DISPLAY "DOKUMENT " WS-LADA-FAKT " - DO ZAPLATY: "
                         WS-LADA-KWOTA-O " PLN"
                 IF ROZR-ZAPLACONA OR WS-LADA-KWOTA = 0
                    DISPLAY "DOKUMENT ROZLICZONY - BRAK KWOTY "
                            "DO ZAPLATY"
                 ELSE
                    MOVE SPACE TO WS-LADA-FORMA
                    PERFORM UNTIL WS-LADA-GOTOWKA OR WS-LADA-KARTA
                       DISPLAY "FORMA ZAPLATY: G = GOTOWKA, "
                               "K = KARTA"
                       ACCEPT WS-LADA-FORMA
                    END-PERFORM
                    IF WS-LADA-GOTOWKA
                       PERFORM 894-RESZTA
                    END-IF
                    ADD WS-LADA-KWOTA TO KWOTA-ZAPLAC-R
                    MOVE "Z" TO STATUS-R
                    REWRITE ROZR-REC
                    IF ERR-R NOT = 0
                       DISPLAY "REWRITE ROZRACHUNKU - KOD " ERR-R
                               " - WPLATA NIE ZAKSIEGOWANA"
                    ELSE
                       PERFORM 895-LOG-WPLATY-LADY
                       MOVE 0 TO WS-NR-KP
                       IF WS-LADA-GOTOWKA
                          PERFORM 896-DOWOD-KP
                       END-IF
                       ACCEPT WS-KASA-DZIS FROM DATE
                       ACCEPT WS-KASA-CZAS FROM TIME
                       MOVE WS-KASA-DZIS TO WS-KS-DATA
                       MOVE WS-KASA-CZAS TO WS-KS-CZAS
                       MOVE WS-UZYTKOWNIK TO WS-KS-OPER
                       MOVE "W" TO WS-KS-TYP
                       MOVE WS-NR-KP TO WS-KS-NR-KP
                       MOVE WS-LADA-FAKT TO WS-KS-FAKT
                       MOVE KOD-KLIENTA-R TO WS-KS-KLIENT
                       MOVE WS-LADA-FORMA TO WS-KS-FORMA
                       MOVE WS-LADA-KWOTA TO WS-KS-KWOTA
                       PERFORM 898-ZAPISZ-KASE
                       DISPLAY "ZAPLATA PRZYJETA - SPRZEDAZ Z LADY "
                               "ZAKONCZONA"
                    END-IF
                 END-IF
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       894-RESZTA.

           MOVE 0 TO WS-LADA-WPLACONO
           PERFORM UNTIL WS-LADA-WPLACONO >= WS-LADA-KWOTA
              DISPLAY "PODAJ KWOTE OTRZYMANA OD KLIENTA"
              ACCEPT WS-LADA-WPLACONO
              IF WS-LADA-WPLACONO < WS-LADA-KWOTA
                 DISPLAY "KWOTA MNIEJSZA NIZ DO ZAPLATY"
              END-IF
           END-PERFORM
           COMPUTE WS-LADA-RESZTA = WS-LADA-WPLACONO - WS-LADA-KWOTA
           MOVE WS-LADA-RESZTA TO WS-LADA-RESZTA-O
           DISPLAY "RESZTA: " WS-LADA-RESZTA-O " PLN"
           .

       895-LOG-WPLATY-LADY.

           ACCEPT WS-KASA-DZIS FROM DATE
           ACCEPT WS-KASA-CZAS FROM TIME
           MOVE WS-KASA-DZIS TO WS-WP-DATA-O
           MOVE WS-KASA-CZAS TO WS-WP-CZAS-O
           MOVE NR-FAKTURY-R TO WS-WP-FAKT-O
           MOVE KOD-KLIENTA-R TO WS-WP-KLIENT-O
           MOVE WS-LADA-KWOTA TO WS-WP-KWOTA-O
           IF WS-LADA-GOTOWKA
              MOVE "KASA" TO WS-WP-ZRODLO-O
           ELSE
              MOVE "KARTA" TO WS-WP-ZRODLO-O
           END-IF

           OPEN EXTEND WPLATYFILE
           IF ERR-W NOT = 0
              CLOSE WPLATYFILE
              OPEN OUTPUT WPLATYFILE
           END-IF
           WRITE WPLATA-REC FROM WS-WPLATA-LINIA
           CLOSE WPLATYFILE
           .

       896-DOWOD-KP.

      *    DOWOD KP (KASA PRZYJMIE) DLA WPLATY GOTOWKOWEJ - NUMER
      *    Z SERII KP W NumeryKontrolne

           PERFORM 897-POBIERZ-NUMER-KP
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU KP Z "
                      "NumeryKontrolne - DOWOD NIE WYDRUKOWANY"
           ELSE
              OPEN EXTEND KPFILE
              IF ERR-KP NOT = 0
                 CLOSE KPFILE
                 OPEN OUTPUT KPFILE
              END-IF

              MOVE WS-NR-KP TO WS-KP-NR-O
              ACCEPT WS-KP-DATA-O FROM DATE
              MOVE WS-UZYTKOWNIK TO WS-KP-OPER-O
              WRITE KP-REC FROM WS-KP-NAGLOWEK

              MOVE KOD-KLIENTA-R TO WS-KP-KLIENT-O
              MOVE WS-LADA-NAZWA TO WS-KP-NAZWA-O
              WRITE KP-REC FROM WS-KP-WPLACAJACY

              IF WS-LADA-PARAGON
                 MOVE "PARAGON" TO WS-KP-DOK-O
              ELSE
                 MOVE "FAKTURA" TO WS-KP-DOK-O
              END-IF
              MOVE WS-LADA-FAKT TO WS-KP-FAKT-O
              MOVE WS-LADA-NR TO WS-KP-ZAM-O
              WRITE KP-REC FROM WS-KP-TYTUL

              MOVE WS-LADA-KWOTA TO WS-KP-KWOTA-O
              WRITE KP-REC FROM WS-KP-KWOTA

              DIVIDE WS-LADA-KWOTA BY 1 GIVING WS-KP-ZLOTE
              COMPUTE WS-KP-GROSZE =
                      (WS-LADA-KWOTA - WS-KP-ZLOTE) * 100
              MOVE SPACES TO WS-KP-SLOWNIE
              CALL "LICZEBNIKI" USING WS-KP-ZLOTE WS-KP-SLOWNIE
              MOVE SPACES TO WS-KP-WIERSZ
              STRING "SLOWNIE: " FUNCTION TRIM (WS-KP-SLOWNIE)
                     " ZL " WS-KP-GROSZE "/100"
                     DELIMITED BY SIZE INTO WS-KP-WIERSZ
              WRITE KP-REC FROM WS-KP-WIERSZ

              MOVE SPACES TO KP-REC
              WRITE KP-REC
              CLOSE KPFILE
              DISPLAY "DOWOD KP NR " WS-NR-KP
                      " WYDRUKOWANY DO DowodyKP.txt"
           END-IF
           .

       897-POBIERZ-NUMER-KP.

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
              MOVE "KP" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "KP" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-KP
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       898-ZAPISZ-KASE.

           OPEN EXTEND KASAFILE
           IF ERR-KAS NOT = 0
              CLOSE KASAFILE
              OPEN OUTPUT KASAFILE
           END-IF
           WRITE KASA-REC FROM WS-KASA-LINIA
           CLOSE KASAFILE
           .

       900-AUDYT-ZAPISZ.

           ACCEPT WS-AUD-DATA FROM DATE
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

       915-HISTORIA-KARTOTEKI.

      *    WPIS DO HISTORII ZMIAN KARTOTEK (PODPROGRAM HISTORIA);
      *    PLIK, OPERACJE, KLUCZ I OBRAZY PRZED/PO USTAWIA
      *    WOLAJACY

           MOVE WS-UZYTKOWNIK TO WS-HI-OPERATOR
           MOVE "ZAMOWIENIA" TO WS-HI-PROGRAM
           CALL "HISTORIA" USING WS-HISTORIA
           IF WS-HI-WYNIK NOT = 0
              DISPLAY "UWAGA: ZAPIS HISTORII KARTOTEK - KOD "
                      WS-HI-WYNIK
           END-IF
           .

       985-KONTROLA-ZAPISZ.
