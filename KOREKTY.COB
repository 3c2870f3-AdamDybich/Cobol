      *    DRUKUJE SIE DO Korekty.txt Z WARTOSCIAMI PRZED/PO
      *    I ROZNICA VAT, KORYGUJE POZYCJE W Rozrachunki ORAZ
      *    DOPISUJE LINIE DO RejestrKorekt.txt, KTORE PROGRAM
      *    REJVAT WLICZA DO REJESTRU SPRZEDAZY.
      *    ZWROTY ILOSCIOWE IDA WYLACZNIE PRZEZ PROGRAM RMA
      *    (KOREKTA NA ILOSC FAKTYCZNIE PRZYJETA NA MAGAZYN) -
      *    TU KORYGUJE SIE TYLKO CENY
      *    NABYWCA WDT (U) LUB EKSPORTOWY (E) WG KARTOTEKI Klienci
      *    DOSTAJE KOREKTE W STAWCE 0%, RODZAJ IDZIE DO REJESTRU
      *    FAKTURA PIERWOTNA JEST CZYTANA Z REJESTRU FAKTUR
      *    (FakturyNagl/FakturyPoz): NABYWCA, DATA, POZYCJE,
      *    CENY I STAWKI TAK, JAK JE WYSTAWIONO. TYLKO FAKTURY
      *    SPRZED PROWADZENIA REJESTRU SA ODTWARZANE Z ZAMOWIEN
      *    (FAKTURA-Z) I CEN W DACIE FAKTURY. KOREKTA TRAFIA DO
      *    REJESTRU JAKO DOKUMENT K Z POZYCJAMI PRZED/PO
      *    NUMER FAKTURY PIERWOTNEJ MOZNA PODAC W POSTACI ROCZNEJ
      *    (FV/KKKKK/RRRR) ALBO 7 CYFRAMI; NA WYDRUKU OBA NUMERY
      *    W POSTACI ROCZNEJ, GDY SERIA JA MA (NUMERYROK)
      *    FAKTURA PRZENIESIONA PRZEZ ARCHIWUM (WPIS F W
      *    ArchiwumIndeks) JEST KORYGOWANA Z ARCHIWUM ROCZNEGO:
      *    ZAMOWIENIA Z Zamowienia-20RR/ZamowieniaLinie-20RR,
      *    ROZRACHUNEK Z Rozrachunki-20RR - TEN PO KOREKCIE
      *    WRACA DO PLIKU BIEZACEGO Rozrachunki, BO KOREKTA
      *    MOZE GO ZNOWU OTWORZYC

       PROGRAM-ID. KOREKTY.

               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT ZAMOWFILE ASSIGN TO WS-ZAM-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-Z.

           SELECT ZAMLFILE ASSIGN TO WS-ZAML-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-LINII
               RECORD KEY KLUCZ-CENK
               STATUS ERR-CK.

           SELECT ROZRFILE ASSIGN TO WS-ROZR-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               LOCK MODE IS AUTOMATIC
               STATUS ERR-R.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT KOREKTYFILE ASSIGN TO "Korekty.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KO.
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

           SELECT ARCHINDFILE ASSIGN TO "ArchiwumIndeks"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-AI
               STATUS ERR-AI.

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

       FD VATFILE  BLOCK CONTAINS 0.
       01 VAT-REC.
             88 ROZR-OTWARTA    VALUE "O".
             88 ROZR-ZAPLACONA  VALUE "Z".
          05 POZIOM-MONITU-R PIC 9(1).
          05 DATA-SKONTA-R   PIC 9(6).
          05 PROC-SKONTA-R   PIC 9(2)V99.

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

       FD ARCHINDFILE  BLOCK CONTAINS 0.
       01 ARCHIND-REC.
          05 KLUCZ-AI.
             10 TYP-AI       PIC X(1).
             10 NR-AI        PIC 9(7).
          05 ROK-AI          PIC 9(2).
          05 DATA-DOK-AI     PIC 9(6).
          05 KONTR-AI        PIC X(10).
          05 DATA-ARCH-AI    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 ERR PIC 99.
       01 ERR-Z PIC 99.
       01 ERR-CK PIC 99.
       01 ERR-KO PIC 99.
       01 ERR-RK PIC 99.
       01 ERR-K PIC 99.

      *    REJESTR FAKTUR - NUMER KOLEJNEJ POZYCJI DOKUMENTU

       01 ERR-FN PIC 99.
       01 ERR-FP PIC 99.
       01 ERR-AI PIC 99.

      *    FAKTURA Z ARCHIWUM ROCZNEGO (WS-ARCH-ROK > 0)

       01 WS-ZAM-NAZWA PIC X(30) VALUE "Zamowienia".
       01 WS-ZAML-NAZWA PIC X(30) VALUE "ZamowieniaLinie".
       01 WS-ROZR-NAZWA PIC X(30) VALUE "Rozrachunki".
       01 WS-ARCH-ROK PIC 9(2) VALUE 0.
       01 WS-ROZR-ROK PIC 9(2) VALUE 0.
       01 WS-ROZR-KOPIA PIC X(67).
       01 WS-PRZYWROC PIC X(1).
          88 WS-PRZYWROCONY VALUE "T".
       01 WS-REJESTR-OTWARTY PIC X(1).
          88 WS-REJESTR-JEST VALUE "T".
       01 WS-FP-LP PIC 9(3).

      *    FAKTURA PIERWOTNA Z REJESTRU - NAGLOWEK I POZYCJE
      *    (POZYCJE WCZYTANE PRZED ZAPISEM KOREKTY DO TEGO
      *    SAMEGO PLIKU)

       01 WS-Z-REJESTRU PIC X(1).
          88 WS-FAKTURA-Z-REJESTRU VALUE "T".
       01 WS-KOREKTA-MOZLIWA PIC X(1).
          88 WS-MOZNA-KORYGOWAC VALUE "T".
       01 WS-ORYG-NAZWA PIC X(30).
       01 WS-ORYG-ADRES PIC X(40).
       01 WS-ORYG-WALUTA PIC X(3).
       01 WS-ORYG-KURS PIC 9(5)V9999.
       01 WS-OR-N PIC 9(3) VALUE 0.
       01 WS-OR-I PIC 9(3).
       01 WS-OR-LIMIT PIC X(1).
          88 WS-OR-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-OR-TAB OCCURS 200.
          05 WS-OR-ZAM    PIC 9(7).
          05 WS-OR-LP     PIC 9(3).
          05 WS-OR-TOWAR  PIC X(20).
          05 WS-OR-LOK    PIC X(10).
          05 WS-OR-ILOSC  PIC 9(7)V99.
          05 WS-OR-CENA   PIC 9(7)V99.
          05 WS-OR-STAWKA PIC 9(2)V99.

      *    KORYGOWANA POZYCJA (Z REJESTRU ALBO Z LINII ZAMOWIENIA)

       01 WS-POZ-ZAM PIC 9(7).
       01 WS-POZ-LP PIC 9(3).
       01 WS-POZ-TOWAR PIC X(20).
       01 WS-POZ-LOK PIC X(10).

      *    ROZNICE KOREKTY W ROZBICIU NA STAWKI VAT (REJESTR)

       01 WS-KS-N PIC 9(2).
       01 WS-KS-I PIC 9(2).
       01 WS-KS-ZNALEZIONY PIC X(1).
          88 WS-KS-JEST VALUE "T".
       01 WS-KS-TAB OCCURS 10.
          05 WS-KS-STAWKA PIC 9(2)V99.
          05 WS-KS-NETTO  PIC S9(11)V99.
          05 WS-KS-VAT    PIC S9(11)V99.

       01 WS-DZIS PIC 9(6).
       01 WS-NR-ORYGINALU PIC 9(7).
       01 WS-K-NAGLOWEK.
          05 FILLER           PIC X(19)
             VALUE "FAKTURA KORYGUJACA ".
          05 WS-K-NR-O        PIC X(16).
          05 FILLER           PIC X(13)
             VALUE " DO FAKTURY ".
          05 WS-K-ORYG-O      PIC X(16).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-K-DATA-O      PIC 9(6).
       01 WS-K-POZYCJA.
          05 WS-RK-NETTO-O  PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-VAT-O    PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RK-RODZAJ-O PIC X(1).

       01 WS-KLIENT-KOREKTY PIC X(10).

      *    RODZAJ NABYWCY WG KARTOTEKI Klienci - DLA WDT (U)
      *    I EKSPORTU (E) KOREKTA IDZIE W STAWCE 0% JAK FAKTURA

       01 WS-NABYWCA-VAT PIC X(1).
          88 WS-STAWKA-ZEROWA VALUE "U" "E".
       01 WS-K-NIP.
          05 FILLER           PIC X(9) VALUE "NABYWCA: ".
          05 WS-K-KLIENT-O    PIC X(10).
          05 FILLER           PIC X(7) VALUE "  NIP: ".
          05 WS-K-KRAJ-O      PIC X(2).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-K-NIP-O       PIC X(14).
       01 WS-DATA-FAKTURY PIC 9(6).

      *    TERMIN PLATNOSCI I SKONTO FAKTURY PIERWOTNEJ (USTALONE
      *    PRZEZ FAKTURY WG WARUNKOW KLIENTA) - KOREKTA ICH NIE
      *    ZMIENIA, DRUKUJE TYLKO KWOTE DO ZAPLATY PO KOREKCIE

       01 WS-ROZR-JEST PIC X(1).
          88 WS-ROZRACHUNEK-JEST VALUE "T".
       01 WS-DATA-PLATN PIC 9(6).
       01 WS-DATA-SKONTA PIC 9(6).
       01 WS-PROC-SKONTA PIC 9(2)V99.
       01 WS-BRUTTO-PRZED PIC 9(11)V99.
       01 WS-ZAPLACONO PIC 9(11)V99.
       01 WS-BRUTTO-PO PIC S9(11)V99.
       01 WS-KWOTA-SKONTA PIC 9(11)V99.
       01 WS-DO-ZAPLATY PIC S9(11)V99.
       01 WS-K-TERMIN.
          05 FILLER           PIC X(18) VALUE "TERMIN PLATNOSCI: ".
          05 WS-K-TERMIN-O    PIC 9(6).
          05 FILLER           PIC X(22)
             VALUE "  BRUTTO PO KOREKCIE: ".
          05 WS-K-BRUTTO-PO-O PIC -(9)9.99.
          05 FILLER           PIC X(14) VALUE "  DO ZAPLATY: ".
          05 WS-K-DO-ZAPL-O   PIC -(9)9.99.
       01 WS-K-SKONTO.
          05 FILLER           PIC X(7) VALUE "SKONTO ".
          05 WS-K-PROC-SK-O   PIC Z9.99.
          05 FILLER           PIC X(19) VALUE "% PRZY ZAPLACIE DO ".
          05 WS-K-DATA-SK-O   PIC 9(6).
          05 FILLER           PIC X(10) VALUE ": RABAT = ".
          05 WS-K-KWOTA-SK-O  PIC Z(9)9.99.
          05 FILLER           PIC X(15) VALUE ", DO ZAPLATY = ".
          05 WS-K-DO-ZAPL-SK-O PIC -(9)9.99.
       01 WS-CK-CENA-BAZOWA PIC 9(7)V99.
       01 WS-WEJSCIE PIC X(12).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).

       PROCEDURE DIVISION.

           DISPLAY "WYSTAWIANIE FAKTURY KORYGUJACEJ"
           ACCEPT WS-DZIS FROM DATE

           DISPLAY "PODAJ NUMER FAKTURY PIERWOTNEJ"
           MOVE SPACES TO WS-ND-TEKST
           ACCEPT WS-ND-TEKST
           MOVE "FAKTURA" TO WS-ND-SERIA
           MOVE "N" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           MOVE WS-ND-NUMER TO WS-NR-ORYGINALU
           IF WS-NR-ORYGINALU = 0
              DISPLAY "NIEPOPRAWNY NUMER FAKTURY: " WS-ND-TEKST
              STOP RUN
           END-IF

           PERFORM 195-SZUKAJ-W-INDEKSIE
           IF WS-ARCH-ROK > 0
              DISPLAY "FAKTURA " WS-NR-ORYGINALU " Z ARCHIWUM 20"
                      WS-ARCH-ROK
              MOVE SPACES TO WS-ZAM-NAZWA
              STRING "Zamowienia-20" WS-ARCH-ROK
                     DELIMITED BY SIZE INTO WS-ZAM-NAZWA
              MOVE SPACES TO WS-ZAML-NAZWA
              STRING "ZamowieniaLinie-20" WS-ARCH-ROK
                     DELIMITED BY SIZE INTO WS-ZAML-NAZWA
              OPEN INPUT ZAMOWFILE
              IF ERR-Z NOT = 0
                 MOVE "Zamowienia" TO WS-ZAM-NAZWA
                 MOVE "ZamowieniaLinie" TO WS-ZAML-NAZWA
              END-IF
              CLOSE ZAMOWFILE
           END-IF

           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
       100-WYSTAW-KOREKTE.

           PERFORM 105-DATA-FAKTURY-PIERWOTNEJ
           PERFORM 190-OTWORZ-REJESTR
           PERFORM 102-FAKTURA-Z-REJESTRU
           IF WS-MOZNA-KORYGOWAC
              PERFORM 101-DOKUMENT-KOREKTY
           END-IF
           IF WS-REJESTR-JEST
              CLOSE FNFILE
              CLOSE FPFILE
           END-IF
           .

       101-DOKUMENT-KOREKTY.

           PERFORM 110-POBIERZ-NUMER-KOREKTY
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU KOREKTY Z "
              MOVE 0 TO WS-LINII-KOREKTY
              MOVE 0 TO WS-SUMA-ROZNICY-NETTO
              MOVE 0 TO WS-SUMA-ROZNICY-VAT
              MOVE 0 TO WS-KS-N
              MOVE 0 TO WS-FP-LP

              MOVE "KOREKTA" TO WS-ND-SERIA
              MOVE WS-NR-KOREKTY TO WS-ND-NUMER
              PERFORM 990-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-K-NR-O
              MOVE "FAKTURA" TO WS-ND-SERIA
              MOVE WS-NR-ORYGINALU TO WS-ND-NUMER
              PERFORM 990-TEKST-NUMERU
              MOVE WS-ND-TEKST TO WS-K-ORYG-O
              MOVE WS-DZIS TO WS-K-DATA-O
              OPEN EXTEND KOREKTYFILE
              IF ERR-KO NOT = 0
              END-IF
              WRITE KOREKTA-REC FROM WS-K-NAGLOWEK

              IF WS-FAKTURA-Z-REJESTRU
                 PERFORM 106-NABYWCA-Z-REJESTRU
                 PERFORM VARYING WS-OR-I FROM 1 BY 1
                         UNTIL WS-OR-I > WS-OR-N
                    PERFORM 205-KORYGUJ-POZYCJE-REJESTRU
                 END-PERFORM
              ELSE

      *          FAKTURA MOZE OBEJMOWAC KILKA ZAMOWIEN (FAKTUROWANIE
      *          ZBIORCZE) - KORYGUJEMY WSZYSTKIE NAGLOWKI Z TYM
      *          NUMEREM FAKTURY

                 MOVE 0 TO NR-ZAMOWIENIA
                 START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
                 IF ERR-Z = 0
                    READ ZAMOWFILE NEXT
                    PERFORM UNTIL ERR-Z > 0
                       IF FAKTURA-Z = WS-NR-ORYGINALU
                          ADD 1 TO WS-ZAMOWIEN
                          MOVE KOD-KLIENTA-Z TO WS-KLIENT-KOREKTY
                          IF WS-ZAMOWIEN = 1
                             PERFORM 107-NABYWCA-KOREKTY
                          END-IF
                          PERFORM 200-KORYGUJ-LINIE-ZAMOWIENIA
                       END-IF
                       READ ZAMOWFILE NEXT
                    END-PERFORM
                 END-IF
              END-IF

              IF WS-ZAMOWIEN = 0 AND WS-OR-N = 0
                 DISPLAY "NIE ZNALEZIONO POZYCJI FAKTURY "
                         WS-NR-ORYGINALU " - KOREKTA PUSTA"
                 MOVE SPACES TO KOREKTA-REC
                 WRITE KOREKTA-REC
                 MOVE WS-SUMA-ROZNICY-VAT TO WS-K-VAT-O
                 MOVE WS-SUMA-ROZNICY-BRUTTO TO WS-K-BRUTTO-O
                 WRITE KOREKTA-REC FROM WS-K-SUMY
                 IF WS-ROZRACHUNEK-JEST
                    PERFORM 150-TERMIN-I-SKONTO
                 END-IF
                 MOVE SPACES TO KOREKTA-REC
                 WRITE KOREKTA-REC
                 CLOSE KOREKTYFILE
                 IF WS-LINII-KOREKTY > 0
                    PERFORM 300-KORYGUJ-ROZRACHUNEK
                    PERFORM 400-REJESTR-KOREKT
                    PERFORM 410-REJESTR-FAKTUR
                 END-IF
              END-IF
           END-IF
           .

       102-FAKTURA-Z-REJESTRU.

      *    FAKTURA PIERWOTNA Z FakturyNagl - NABYWCA I DATA Z
      *    NAGLOWKA, POZYCJE Z FakturyPoz DO TABELI WS-OR-TAB.
      *    FAKTURY ZALICZKOWEJ NIE KORYGUJE SIE CENOWO (ZALICZKA
      *    ROZLICZA SIE NA FAKTURZE KONCOWEJ)

           MOVE SPACES TO WS-KLIENT-KOREKTY
           MOVE "K" TO WS-NABYWCA-VAT
           MOVE "N" TO WS-Z-REJESTRU
           MOVE "T" TO WS-KOREKTA-MOZLIWA
           MOVE "N" TO WS-OR-LIMIT
           MOVE 0 TO WS-OR-N
           IF WS-REJESTR-JEST
              MOVE "F" TO TYP-FN
              MOVE WS-NR-ORYGINALU TO NR-FN
              READ FNFILE
              IF ERR-FN NOT = 0
                 DISPLAY "FAKTURY " WS-NR-ORYGINALU " NIE MA W "
                         "REJESTRZE FAKTUR - POZYCJE ODTWARZANE "
                         "Z ZAMOWIEN"
              ELSE
                 IF FN-ZALICZKOWA
                    MOVE "N" TO WS-KOREKTA-MOZLIWA
                    DISPLAY "FAKTURA " WS-NR-ORYGINALU " JEST "
                            "FAKTURA ZALICZKOWA - KOREKTA NIE "
                            "WYSTAWIONA"
                 ELSE
                    MOVE "T" TO WS-Z-REJESTRU
                    MOVE DATA-FN TO WS-DATA-FAKTURY
                    MOVE KOD-KLIENTA-FN TO WS-KLIENT-KOREKTY
                    MOVE NAZWA-FN TO WS-ORYG-NAZWA
                    MOVE ADRES-FN TO WS-ORYG-ADRES
                    MOVE WALUTA-FN TO WS-ORYG-WALUTA
                    MOVE KURS-FN TO WS-ORYG-KURS
                    MOVE KOD-KLIENTA-FN TO WS-K-KLIENT-O
                    MOVE KRAJ-FN TO WS-K-KRAJ-O
                    MOVE NIP-FN TO WS-K-NIP-O
                    MOVE VAT-NABYWCY-FN TO WS-NABYWCA-VAT
                    PERFORM 104-POZYCJE-Z-REJESTRU
                 END-IF
              END-IF
           END-IF
           .

       104-POZYCJE-Z-REJESTRU.

           MOVE "F" TO TYP-FP
           MOVE WS-NR-ORYGINALU TO NR-FP
           MOVE 0 TO LP-FP
           START FPFILE KEY NOT < KLUCZ-FP
           IF ERR-FP = 0
              READ FPFILE NEXT
              PERFORM UNTIL ERR-FP > 0
                      OR TYP-FP NOT = "F"
                      OR NR-FP NOT = WS-NR-ORYGINALU
                 IF WS-OR-N < 200
                    ADD 1 TO WS-OR-N
                    MOVE NR-ZAM-FP TO WS-OR-ZAM (WS-OR-N)
                    MOVE LP-ZAM-FP TO WS-OR-LP (WS-OR-N)
                    MOVE TOWAR-FP TO WS-OR-TOWAR (WS-OR-N)
                    MOVE LOKALIZACJA-FP TO WS-OR-LOK (WS-OR-N)
                    MOVE ILOSC-FP TO WS-OR-ILOSC (WS-OR-N)
                    MOVE CENA-FP TO WS-OR-CENA (WS-OR-N)
                    MOVE STAWKA-FP TO WS-OR-STAWKA (WS-OR-N)
                 ELSE
                    MOVE "T" TO WS-OR-LIMIT
                 END-IF
                 READ FPFILE NEXT
              END-PERFORM
           END-IF
           IF WS-OR-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: FAKTURA MA PONAD 200 POZYCJI - "
                      "KORYGOWANE SA PIERWSZE 200"
           END-IF
           .

       106-NABYWCA-Z-REJESTRU.

      *    NIP I KRAJ NABYWCY Z DNIA WYSTAWIENIA FAKTURY

           IF WS-K-NIP-O NOT = SPACES
              WRITE KOREKTA-REC FROM WS-K-NIP
           END-IF
           .

       107-NABYWCA-KOREKTY.

      *    NIP I RODZAJ NABYWCY Z KARTOTEKI - STAWKA 0% DLA WDT
      *    I EKSPORTU, NIP DRUKOWANY POD NAGLOWKIEM KOREKTY

           MOVE WS-KLIENT-KOREKTY TO WS-K-KLIENT-O
           MOVE "PL" TO WS-K-KRAJ-O
           MOVE SPACES TO WS-K-NIP-O
           MOVE SPACES TO WS-ORYG-NAZWA
           MOVE SPACES TO WS-ORYG-ADRES
           MOVE "PLN" TO WS-ORYG-WALUTA
           MOVE 0 TO WS-ORYG-KURS
           OPEN INPUT KLIENCIFILE
           IF ERR-K = 0
              MOVE WS-KLIENT-KOREKTY TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE NAZWA-K TO WS-ORYG-NAZWA
                 MOVE ADRES-K TO WS-ORYG-ADRES
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
           IF WS-K-NIP-O NOT = SPACES
              WRITE KOREKTA-REC FROM WS-K-NIP
           END-IF
           .

       110-POBIERZ-NUMER-KOREKTY.

           MOVE "N" TO WS-NUMERY-BLAD
              PERFORM 215-CENA-Z-FAKTURY
              PERFORM 220-VAT-LINII
           END-IF
           MOVE NR-ZAM-L TO WS-POZ-ZAM
           MOVE LP-L TO WS-POZ-LP
           MOVE TOWAR-L TO WS-POZ-TOWAR
           MOVE LOKALIZACJA-L TO WS-POZ-LOK
           PERFORM 230-PRZYJMIJ-KOREKTE
           .

       205-KORYGUJ-POZYCJE-REJESTRU.

      *    "BYLO" WPROST Z POZYCJI FAKTURY W REJESTRZE

           MOVE WS-OR-ILOSC (WS-OR-I) TO WS-ILOSC-STARA
           MOVE WS-OR-CENA (WS-OR-I) TO WS-CENA-STARA
           MOVE WS-OR-STAWKA (WS-OR-I) TO WS-STAWKA-VAT
           MOVE WS-OR-ZAM (WS-OR-I) TO WS-POZ-ZAM
           MOVE WS-OR-LP (WS-OR-I) TO WS-POZ-LP
           MOVE WS-OR-TOWAR (WS-OR-I) TO WS-POZ-TOWAR
           MOVE WS-OR-LOK (WS-OR-I) TO WS-POZ-LOK
           PERFORM 230-PRZYJMIJ-KOREKTE
           .

       230-PRZYJMIJ-KOREKTE.

           DISPLAY "LINIA: " WS-POZ-TOWAR " ZAFAKTUROWANO "
                   WS-ILOSC-STARA " PO " WS-CENA-STARA
           DISPLAY "PODAJ SKORYGOWANA ILOSC (PUSTE = BEZ ZMIANY)"
           ACCEPT WS-WEJSCIE
              COMPUTE WS-ILOSC-NOWA =
                      FUNCTION NUMVAL (WS-WEJSCIE)
           END-IF
           IF WS-ILOSC-NOWA < WS-ILOSC-STARA
              DISPLAY "  ZWROT ILOSCIOWY TYLKO PRZEZ RMA (PROGRAM "
                      "RMA) - ILOSC BEZ ZMIANY"
              MOVE WS-ILOSC-STARA TO WS-ILOSC-NOWA
           END-IF
           DISPLAY "PODAJ SKORYGOWANA CENE (PUSTE = BEZ ZMIANY)"
           ACCEPT WS-WEJSCIE
           IF WS-WEJSCIE = SPACES
              ADD WS-ROZNICA-VAT TO WS-SUMA-ROZNICY-VAT
              ADD 1 TO WS-LINII-KOREKTY

              MOVE WS-POZ-TOWAR TO WS-K-TOWAR-O
              MOVE WS-ILOSC-STARA TO WS-K-ILOSC-P-O
              MOVE WS-CENA-STARA TO WS-K-CENA-P-O
              MOVE WS-ILOSC-NOWA TO WS-K-ILOSC-N-O
              MOVE WS-CENA-NOWA TO WS-K-CENA-N-O
              MOVE WS-ROZNICA-NETTO TO WS-K-ROZNICA-O
              WRITE KOREKTA-REC FROM WS-K-POZYCJA
              PERFORM 235-DOLICZ-DO-STAWKI
              PERFORM 240-REJESTR-POZYCJI
           END-IF
           .

       235-DOLICZ-DO-STAWKI.

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

       240-REJESTR-POZYCJI.

      *    POZYCJA KOREKTY W FakturyPoz: ILOSC/CENA PO KOREKCIE,
      *    PRZED KOREKTA I ROZNICA NETTO/VAT

           IF WS-REJESTR-JEST
              ADD 1 TO WS-FP-LP
              MOVE "K" TO TYP-FP
              MOVE WS-NR-KOREKTY TO NR-FP
              MOVE WS-FP-LP TO LP-FP
              MOVE WS-POZ-ZAM TO NR-ZAM-FP
              MOVE WS-POZ-LP TO LP-ZAM-FP
              MOVE WS-POZ-TOWAR TO TOWAR-FP
              MOVE WS-POZ-LOK TO LOKALIZACJA-FP
              MOVE SPACES TO OPIS-FP
              MOVE WS-ILOSC-NOWA TO ILOSC-FP
              MOVE WS-CENA-NOWA TO CENA-FP
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
      *    OD TEGO CZASU WYGASNAC, A CENNIK ZMIENIC PRZECENA)

           MOVE WS-DZIS TO WS-DATA-FAKTURY
           MOVE "N" TO WS-ROZR-JEST
           OPEN INPUT ROZRFILE
           IF ERR-R = 0
              MOVE WS-NR-ORYGINALU TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R NOT = 0 AND WS-ARCH-ROK > 0
                 CLOSE ROZRFILE
                 MOVE SPACES TO WS-ROZR-NAZWA
                 STRING "Rozrachunki-20" WS-ARCH-ROK
                        DELIMITED BY SIZE INTO WS-ROZR-NAZWA
                 OPEN INPUT ROZRFILE
                 MOVE WS-NR-ORYGINALU TO NR-FAKTURY-R
                 READ ROZRFILE
                 IF ERR-R = 0
                    MOVE WS-ARCH-ROK TO WS-ROZR-ROK
                 END-IF
              END-IF
              IF ERR-R = 0
                 MOVE DATA-FAKTURY-R TO WS-DATA-FAKTURY
                 MOVE "T" TO WS-ROZR-JEST
                 MOVE DATA-PLATN-R TO WS-DATA-PLATN
                 MOVE DATA-SKONTA-R TO WS-DATA-SKONTA
                 MOVE PROC-SKONTA-R TO WS-PROC-SKONTA
                 MOVE KWOTA-BRUTTO-R TO WS-BRUTTO-PRZED
                 MOVE KWOTA-ZAPLAC-R TO WS-ZAPLACONO
              ELSE
                 DISPLAY "UWAGA: FAKTURY " WS-NR-ORYGINALU
                         " NIE MA W ROZRACHUNKACH - CENY "
                         "ODTWARZANE WG DATY DZISIEJSZEJ"
              END-IF
              CLOSE ROZRFILE
              MOVE "Rozrachunki" TO WS-ROZR-NAZWA
           END-IF
           .

       150-TERMIN-I-SKONTO.

      *    TERMIN Z FAKTURY PIERWOTNEJ; OFERTA SKONTA TYLKO GDY
      *    TERMIN SKONTA JESZCZE NIE MINAL I JEST CO PLACIC

           COMPUTE WS-BRUTTO-PO =
                   WS-BRUTTO-PRZED + WS-SUMA-ROZNICY-BRUTTO
           IF WS-BRUTTO-PO < 0
              MOVE 0 TO WS-BRUTTO-PO
           END-IF
           COMPUTE WS-DO-ZAPLATY = WS-BRUTTO-PO - WS-ZAPLACONO
           MOVE WS-DATA-PLATN TO WS-K-TERMIN-O
           MOVE WS-BRUTTO-PO TO WS-K-BRUTTO-PO-O
           MOVE WS-DO-ZAPLATY TO WS-K-DO-ZAPL-O
           WRITE KOREKTA-REC FROM WS-K-TERMIN

           IF WS-PROC-SKONTA > 0
              AND WS-DATA-SKONTA >= WS-DZIS
              AND WS-DO-ZAPLATY > 0
              COMPUTE WS-KWOTA-SKONTA ROUNDED =
                      WS-BRUTTO-PO * WS-PROC-SKONTA / 100
              MOVE WS-PROC-SKONTA TO WS-K-PROC-SK-O
              MOVE WS-DATA-SKONTA TO WS-K-DATA-SK-O
              MOVE WS-KWOTA-SKONTA TO WS-K-KWOTA-SK-O
              COMPUTE WS-DO-ZAPLATY =
                      WS-DO-ZAPLATY - WS-KWOTA-SKONTA
              MOVE WS-DO-ZAPLATY TO WS-K-DO-ZAPL-SK-O
              WRITE KOREKTA-REC FROM WS-K-SKONTO
           END-IF
           .

              END-IF
              CLOSE VATFILE
           END-IF
           IF WS-STAWKA-ZEROWA
              MOVE 0 TO WS-STAWKA-VAT
           END-IF
           .

       300-KORYGUJ-ROZRACHUNEK.

           IF WS-ROZR-ROK > 0
              PERFORM 310-PRZYWROC-ROZRACHUNEK
           END-IF

           OPEN I-O ROZRFILE
           IF ERR-R NOT = 0
              DISPLAY "UWAGA: BRAK PLIKU Rozrachunki - KOREKTA "
           END-IF
           .

       310-PRZYWROC-ROZRACHUNEK.

      *    ROZRACHUNEK Z ARCHIWUM WRACA DO Rozrachunki PRZED
      *    KOREKTA; Z ARCHIWUM ZNIKA DOPIERO PO UDANYM ZAPISIE

           MOVE "N" TO WS-PRZYWROC
           MOVE SPACES TO WS-ROZR-NAZWA
           STRING "Rozrachunki-20" WS-ROZR-ROK
                  DELIMITED BY SIZE INTO WS-ROZR-NAZWA
           OPEN INPUT ROZRFILE
           MOVE WS-NR-ORYGINALU TO NR-FAKTURY-R
           READ ROZRFILE
           IF ERR-R = 0
              MOVE ROZR-REC TO WS-ROZR-KOPIA
           END-IF
           CLOSE ROZRFILE
           MOVE "Rozrachunki" TO WS-ROZR-NAZWA
           IF ERR-R = 0
              OPEN I-O ROZRFILE
              MOVE WS-ROZR-KOPIA TO ROZR-REC
              WRITE ROZR-REC
              IF ERR-R = 0
                 MOVE "T" TO WS-PRZYWROC
              ELSE
                 DISPLAY "ZAPIS ROZRACHUNKU Z ARCHIWUM - KOD "
                         ERR-R
              END-IF
              CLOSE ROZRFILE
           END-IF
           IF WS-PRZYWROCONY
              MOVE SPACES TO WS-ROZR-NAZWA
              STRING "Rozrachunki-20" WS-ROZR-ROK
                     DELIMITED BY SIZE INTO WS-ROZR-NAZWA
              OPEN I-O ROZRFILE
              MOVE WS-NR-ORYGINALU TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R = 0
                 DELETE ROZRFILE RECORD
              END-IF
              CLOSE ROZRFILE
              MOVE "Rozrachunki" TO WS-ROZR-NAZWA
              DISPLAY "ROZRACHUNEK FAKTURY " WS-NR-ORYGINALU
                      " PRZYWROCONY Z ARCHIWUM 20" WS-ROZR-ROK
           END-IF
           .

       400-REJESTR-KOREKT.

           MOVE WS-DZIS TO WS-RK-DATA-O
           MOVE WS-NR-KOREKTY TO WS-RK-NR-O
           MOVE WS-NR-ORYGINALU TO WS-RK-ORYG-O
           MOVE WS-KLIENT-KOREKTY TO WS-RK-KLIENT-O
           MOVE WS-NABYWCA-VAT TO WS-RK-RODZAJ-O
           IF WS-SUMA-ROZNICY-NETTO < 0
              MOVE "-" TO WS-RK-ZNAK-O
              COMPUTE WS-KWOTA-ABS = 0 - WS-SUMA-ROZNICY-NETTO
           WRITE REJK-REC FROM WS-REJK-LINIA
           CLOSE REJKFILE
           .

       190-OTWORZ-REJESTR.

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
                      "FAKTURA ODTWARZANA Z ZAMOWIEN"
           END-IF
           .

       195-SZUKAJ-W-INDEKSIE.

      *    ROK ARCHIWUM FAKTURY PIERWOTNEJ (0 = PLIKI BIEZACE)

           MOVE 0 TO WS-ARCH-ROK
           OPEN INPUT ARCHINDFILE
           IF ERR-AI = 0
              MOVE "F" TO TYP-AI
              MOVE WS-NR-ORYGINALU TO NR-AI
              READ ARCHINDFILE
              IF ERR-AI = 0
                 MOVE ROK-AI TO WS-ARCH-ROK
              END-IF
              CLOSE ARCHINDFILE
           END-IF
           .

       410-REJESTR-FAKTUR.

      *    NAGLOWEK KOREKTY W FakturyNagl (RODZAJ C - KOREKTA
      *    CENOWA) Z ROZNICAMI WG STAWEK; TERMIN I SKONTO FAKTURY
      *    PIERWOTNEJ, BRUTTO PO KOREKCIE JAKO WARTOSC ODNIESIENIA

           IF WS-REJESTR-JEST
              MOVE "K" TO TYP-FN
              MOVE WS-NR-KOREKTY TO NR-FN
              MOVE "C" TO RODZAJ-FN
              MOVE WS-DZIS TO DATA-FN
              MOVE WS-KLIENT-KOREKTY TO KOD-KLIENTA-FN
              MOVE WS-ORYG-NAZWA TO NAZWA-FN
              MOVE WS-ORYG-ADRES TO ADRES-FN
              MOVE WS-K-NIP-O TO NIP-FN
              MOVE WS-K-KRAJ-O TO KRAJ-FN
              MOVE WS-NABYWCA-VAT TO VAT-NABYWCY-FN
              MOVE 0 TO NR-ZAM-FN
              MOVE WS-NR-ORYGINALU TO NR-ORYG-FN
              MOVE WS-ORYG-WALUTA TO WALUTA-FN
              MOVE WS-ORYG-KURS TO KURS-FN
              MOVE WS-SUMA-ROZNICY-NETTO TO NETTO-FN
              MOVE WS-SUMA-ROZNICY-VAT TO VAT-FN
              MOVE WS-SUMA-ROZNICY-BRUTTO TO BRUTTO-FN
              MOVE 0 TO ZALICZKI-FN
              IF WS-ROZRACHUNEK-JEST
                 MOVE WS-DATA-PLATN TO DATA-PLATN-FN
                 MOVE WS-DATA-SKONTA TO DATA-SKONTA-FN
                 MOVE WS-PROC-SKONTA TO PROC-SKONTA-FN
                 MOVE WS-BRUTTO-PO TO WARTOSC-ODN-FN
                 COMPUTE DO-ZAPLATY-FN = WS-BRUTTO-PO - WS-ZAPLACONO
              ELSE
                 MOVE 0 TO DATA-PLATN-FN
                 MOVE 0 TO DATA-SKONTA-FN
                 MOVE 0 TO PROC-SKONTA-FN
                 MOVE 0 TO WARTOSC-ODN-FN
                 MOVE WS-SUMA-ROZNICY-BRUTTO TO DO-ZAPLATY-FN
              END-IF
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
              MOVE SPACES TO OPIS-FN
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

       990-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .
