      *    PRZESYLKI W Przesylki, RUCHY W Audyt.txt) I DRUKUJE
      *    JEDNA CHRONOLOGICZNA HISTORIE DOKUMENTU - ZAMIAST
      *    OTWIERANIA PIECIU PROGRAMOW PRZY KAZDEJ REKLAMACJI
      *    PUNKTEM WEJSCIA MOZE BYC TEZ NUMER DOKUMENTU PZ, MM
      *    LUB RW - RUCHY Z TYM NUMEREM W Audyt.txt (I PRZYJECIA
      *    DLA PZ)
      *    LINIA WYSYLKI BEZPOSREDNIEJ POKAZUJE POWIAZANE PO, A PO
      *    WYSYLKI BEZPOSREDNIEJ - ZAMOWIENIE, LINIE I ODBIORCE
      *    FAKTURA JEST POKAZYWANA Z REJESTRU FakturyNagl/
      *    FakturyPoz (NAGLOWEK, POZYCJE, ZAMOWIENIA Z POZYCJI,
      *    KOREKTY DO FAKTURY); FAKTURY SPRZED REJESTRU - JAK
      *    DAWNIEJ, PRZEZ FAKTURA-Z NA NAGLOWKU ZAMOWIENIA
      *    NUMER PUNKTU WEJSCIA MOZNA PODAC W POSTACI ROCZNEJ
      *    (NP. FV/00012/2026), GDY SERIA MA NUMERACJE ROCZNA
      *    ZLECENIE MONTAZU: NAGLOWEK I LINIE Z ZleceniaMontazu/
      *    ZleceniaMontazuLinie, RUCHY ZM/NUMER W Audyt.txt ORAZ
      *    ODCHYLENIA ZUZYCIA Z OdchyleniaMontazu.txt
      *    ZAMOWIENIE, FAKTURA (ROZRACHUNEK) ALBO PO USUNIETE
      *    Z PLIKOW BIEZACYCH PRZEZ ARCHIWUM JEST ODNAJDOWANE
      *    PRZEZ ArchiwumIndeks I CZYTANE Z ARCHIWUM ROCZNEGO
      *    (Zamowienia-20RR, ZamowieniaLinie-20RR, Rozrachunki-
      *    20RR, ZamowieniaPOM-20RR) - JAK AUDYTQ PRZEZ MIESIECZNE
      *    ARCHIWA AUDYTU

       PROGRAM-ID. SLAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZAMOWFILE ASSIGN TO WS-ZAM-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-Z.

           SELECT ZAMLFILE ASSIGN TO WS-ZAML-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-LINII
               STATUS ERR-L.

           SELECT POMFILE ASSIGN TO WS-POM-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PL.

           SELECT ROZRFILE ASSIGN TO WS-ROZR-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-A.

           SELECT FNFILE ASSIGN TO "FakturyNagl"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FN
               STATUS ERR-FN.

           SELECT FPFILE ASSIGN TO "FakturyPoz"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FP
               STATUS ERR-FP.

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

           SELECT ODMFILE ASSIGN TO "OdchyleniaMontazu.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ODM.

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

       FD POMFILE  BLOCK CONTAINS 0.
       01 POM-REC.
             88 PO-WYSLANE        VALUE "W".
             88 PO-CZESCIOWE      VALUE "C".
             88 PO-ZAMKNIETE      VALUE "Z".
          05 TYP-PO-P         PIC X(1).
             88 PO-DROPSHIP       VALUE "D".
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

       FD PRZLOGFILE.
       01 PRZ-LOG-REC PIC X(90).
             88 ROZR-OTWARTA    VALUE "O".
             88 ROZR-ZAPLACONA  VALUE "Z".
          05 POZIOM-MONITU-R PIC 9(1).
          05 DATA-SKONTA-R   PIC 9(6).
          05 PROC-SKONTA-R   PIC 9(2)V99.

       FD WPLATYFILE.
       01 WPLATA-REC PIC X(80).
             88 PRZESYLKA-WYJATEK    VALUE "E".
          05 DATA-NADANIA-PS PIC 9(6).
          05 DATA-STATUSU-PS PIC 9(6).
          05 POBRANIE-PS     PIC X(1).
             88 PRZESYLKA-ZA-POBRANIEM VALUE "T".
          05 KWOTA-POBRANIA-PS PIC 9(9)V99.
          05 DATA-POBRANIA-PS PIC 9(6).

       FD PARTIEWYDFILE.
       01 PARTIAWYD-REC PIC X(80).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

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

       FD ODMFILE.
       01 ODM-REC PIC X(120).

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
       01 WYBOR PIC X(1).
          88 WYB-ZAM    VALUE "1".
          88 WYB-PO     VALUE "2".
          88 WYB-FAKT   VALUE "3".
          88 WYB-TOWAR  VALUE "4".
          88 WYB-DOKUM  VALUE "5".
          88 WYB-ZLEC   VALUE "6".
          88 WYB-KONIEC VALUE "7".
       01 ERR-Z PIC 99.
       01 ERR-L PIC 99.
       01 ERR-POM PIC 99.
       01 ERR-PS PIC 99.
       01 ERR-PW PIC 99.
       01 ERR-A PIC 99.
       01 ERR-FN PIC 99.
       01 ERR-FP PIC 99.
       01 ERR-ZMO PIC 99.
       01 ERR-ZMOL PIC 99.
       01 ERR-ODM PIC 99.
       01 ERR-AI PIC 99.

       01 WS-NR PIC 9(7).
       01 WS-TOWAR PIC X(20).
       01 WS-POZOSTALO PIC S9(11)V99.
       01 WS-DOK-TYP PIC X(2).
          88 WS-DOK-PZ VALUE "PZ".
          88 WS-DOK-MM VALUE "MM".
          88 WS-DOK-RW VALUE "RW".
          88 WS-DOK-ZM VALUE "ZM".
       01 WS-DOKUMENT PIC X(10).

      *    NAZWY PLIKOW DOKUMENTOW - BIEZACE ALBO ARCHIWUM ROCZNE
      *    WSKAZANE PRZEZ ArchiwumIndeks (WS-ARCH-ROK > 0)

       01 WS-ZAM-NAZWA PIC X(30) VALUE "Zamowienia".
       01 WS-ZAML-NAZWA PIC X(30) VALUE "ZamowieniaLinie".
       01 WS-ROZR-NAZWA PIC X(30) VALUE "Rozrachunki".
       01 WS-POM-NAZWA PIC X(30) VALUE "ZamowieniaPOM".
       01 WS-AI-TYP PIC X(1).
       01 WS-AI-NR PIC 9(7).
       01 WS-ARCH-ROK PIC 9(2).
       01 WS-NR-FAKTURY PIC 9(7).

      *    LINIA OdchyleniaMontazu.txt (UKLAD JAK W MAGAZYN.COB)

       01 WS-ODM-LINIA.
          05 WS-ODM-DATA-O      PIC 9(6).
          05 FILLER             PIC X.
          05 WS-ODM-NR-O        PIC X(10).
          05 FILLER             PIC X.
          05 WS-ODM-ZESTAW-O    PIC X(20).
          05 FILLER             PIC X.
          05 WS-ODM-ILE-O       PIC X(5).
          05 FILLER             PIC X.
          05 WS-ODM-SKLADNIK-O  PIC X(20).
          05 FILLER             PIC X.
          05 WS-ODM-NORMA-O     PIC X(11).
          05 FILLER             PIC X.
          05 WS-ODM-FAKT-O      PIC X(11).
          05 FILLER             PIC X.
          05 WS-ODM-ODCH-O      PIC X(12).
          05 FILLER             PIC X.
          05 WS-ODM-OPER-O      PIC X(8).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).

      *    FAKTURA Z REJESTRU: ZAMOWIENIA WYSTEPUJACE W POZYCJACH

       01 WS-W-REJESTRZE PIC X(1).
          88 WS-FAKTURA-W-REJESTRZE VALUE "T".
       01 WS-FZ-N PIC 9(3).
       01 WS-FZ-I PIC 9(3).
       01 WS-FZ-JEST PIC X(1).
          88 WS-FZ-ZNALEZIONE VALUE "T".
       01 WS-FZ-TAB.
          05 WS-FZ-ZAM PIC 9(7) OCCURS 100.

       01 WS-PRZ-LOG-LINE.
          05 WS-PRZ-DATA-O    PIC 9(6).
          05 WS-PRZ-DATA-PO-O PIC 9(6).
          05 FILLER           PIC X.
          05 WS-PRZ-OCZEK-O   PIC 9(6).
          05 FILLER           PIC X.
          05 WS-PRZ-PZ-O      PIC 9(7).

       01 WS-WPLATA-LINIA.
          05 WS-WP-DATA-O   PIC 9(6).
          05 WS-AUD-TYP-O     PIC X(12).
          05 FILLER           PIC X.
          05 WS-AUD-LOK-O     PIC X(10).
          05 FILLER           PIC X.
          05 WS-AUD-UZYTK-O   PIC X(8).
          05 FILLER           PIC X.
          05 WS-AUD-NR-O      PIC X(7).
          05 FILLER           PIC X.
          05 WS-AUD-KONTR-O   PIC X(8).
          05 FILLER           PIC X.
          05 WS-AUD-DOKUMENT-O PIC X(10).

       PROCEDURE DIVISION.

              DISPLAY "2. NUMER PO"
              DISPLAY "3. NUMER FAKTURY"
              DISPLAY "4. TOWAR (RUCHY Z AUDYTU)"
              DISPLAY "5. DOKUMENT PZ / MM / RW / ZM"
              DISPLAY "6. ZLECENIE MONTAZU"
              DISPLAY "7. WYJDZ"
              ACCEPT WYBOR

              IF WYB-ZAM
                 DISPLAY "PODAJ NUMER ZAMOWIENIA"
                 MOVE "ZAMOWIENIE" TO WS-ND-SERIA
                 PERFORM 990-PODAJ-NUMER
                 PERFORM 100-SLAD-ZAMOWIENIA
              END-IF

              IF WYB-PO
                 DISPLAY "PODAJ NUMER PO"
                 MOVE "PO" TO WS-ND-SERIA
                 PERFORM 990-PODAJ-NUMER
                 PERFORM 200-SLAD-PO
              END-IF

              IF WYB-FAKT
                 DISPLAY "PODAJ NUMER FAKTURY"
                 MOVE "FAKTURA" TO WS-ND-SERIA
                 PERFORM 990-PODAJ-NUMER
                 PERFORM 300-SLAD-FAKTURY
              END-IF

                 PERFORM 400-SLAD-TOWARU
              END-IF

              IF WYB-DOKUM
                 DISPLAY "PODAJ TYP DOKUMENTU (PZ/MM/RW/ZM)"
                 ACCEPT WS-DOK-TYP
                 IF WS-DOK-PZ OR WS-DOK-MM OR WS-DOK-RW
                    OR WS-DOK-ZM
                    DISPLAY "PODAJ NUMER DOKUMENTU"
                    MOVE WS-DOK-TYP TO WS-ND-SERIA
                    PERFORM 990-PODAJ-NUMER
                    PERFORM 500-SLAD-DOKUMENTU
                 ELSE
                    DISPLAY "NIEZNANY TYP DOKUMENTU"
                 END-IF
              END-IF

              IF WYB-ZLEC
                 DISPLAY "PODAJ NUMER ZLECENIA MONTAZU"
                 MOVE "ZM" TO WS-ND-SERIA
                 PERFORM 990-PODAJ-NUMER
                 PERFORM 600-SLAD-ZLECENIA-MONTAZU
              END-IF

           END-PERFORM

           STOP RUN

       100-SLAD-ZAMOWIENIA.

           MOVE 0 TO WS-ARCH-ROK
           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
              DISPLAY "BRAK PLIKU ZAMOWIEN"
           ELSE
              MOVE WS-NR TO NR-ZAMOWIENIA
              READ ZAMOWFILE
              IF ERR-Z NOT = 0
                 PERFORM 150-ZAMOWIENIE-Z-ARCHIWUM
              END-IF
              IF ERR-Z NOT = 0
                 DISPLAY "NIE ZNALEZIONO ZAMOWIENIA"
              ELSE
                 DISPLAY "===== HISTORIA ZAMOWIENIA "
                         NR-ZAMOWIENIA " ====="
                 IF WS-ARCH-ROK > 0
                    DISPLAY "(Z ARCHIWUM 20" WS-ARCH-ROK ")"
                 END-IF
                 DISPLAY DATA-ZAM " ZLOZONE PRZEZ "
                         KOD-KLIENTA-Z " (LINII "
                         LICZBA-LINII-Z ", PRIORYTET "
                 DISPLAY "===== KONIEC HISTORII ====="
              END-IF
              CLOSE ZAMOWFILE
              PERFORM 790-NAZWY-BIEZACE
           END-IF
           .

                            LOKALIZACJA-L " ZAM " ILOSC-L
                            " WYDANO " ILOSC-WYDANA-L
                            " STATUS " STATUS-L
                    IF LIN-DROPSHIP
                       DISPLAY "       WYSYLKA BEZPOSREDNIA OD "
                               "DOSTAWCY - PO " PO-OBIETNICY-L
                    END-IF
                    READ ZAMLFILE NEXT
                 END-PERFORM
              END-IF

       140-ROZRACHUNEK-FAKTURY.

           MOVE 0 TO WS-ARCH-ROK
           OPEN INPUT ROZRFILE
           IF ERR-R = 0
              MOVE WS-NR TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R NOT = 0
                 PERFORM 160-ROZRACHUNEK-Z-ARCHIWUM
              END-IF
              IF ERR-R = 0
                 COMPUTE WS-POZOSTALO =
                         KWOTA-BRUTTO-R - KWOTA-ZAPLAC-R
                         KWOTA-BRUTTO-R " ZAPLACONO "
                         KWOTA-ZAPLAC-R " (POZOSTALO "
                         WS-POZOSTALO ", STATUS " STATUS-R ")"
                 IF WS-ARCH-ROK > 0
                    DISPLAY "  (Z ARCHIWUM 20" WS-ARCH-ROK ")"
                 END-IF
              ELSE
                 DISPLAY "FAKTURA " WS-NR " BEZ POZYCJI "
                         "W ROZRACHUNKACH"
              END-IF
              CLOSE ROZRFILE
              MOVE "Rozrachunki" TO WS-ROZR-NAZWA
           END-IF

           OPEN INPUT WPLATYFILE
           END-IF
           .

       150-ZAMOWIENIE-Z-ARCHIWUM.

      *    ZAMOWIENIE USUNIETE Z PLIKU BIEZACEGO - NAGLOWEK I LINIE
      *    Z ARCHIWUM ROKU WSKAZANEGO W ArchiwumIndeks

           MOVE "Z" TO WS-AI-TYP
           MOVE WS-NR TO WS-AI-NR
           PERFORM 700-SZUKAJ-W-INDEKSIE
           IF WS-ARCH-ROK > 0
              CLOSE ZAMOWFILE
              MOVE SPACES TO WS-ZAM-NAZWA
              STRING "Zamowienia-20" WS-ARCH-ROK
                     DELIMITED BY SIZE INTO WS-ZAM-NAZWA
              MOVE SPACES TO WS-ZAML-NAZWA
              STRING "ZamowieniaLinie-20" WS-ARCH-ROK
                     DELIMITED BY SIZE INTO WS-ZAML-NAZWA
              OPEN INPUT ZAMOWFILE
              MOVE WS-NR TO NR-ZAMOWIENIA
              READ ZAMOWFILE
           END-IF
           .

       160-ROZRACHUNEK-Z-ARCHIWUM.

           MOVE "F" TO WS-AI-TYP
           MOVE WS-NR TO WS-AI-NR
           PERFORM 700-SZUKAJ-W-INDEKSIE
           IF WS-ARCH-ROK > 0
              CLOSE ROZRFILE
              MOVE SPACES TO WS-ROZR-NAZWA
              STRING "Rozrachunki-20" WS-ARCH-ROK
                     DELIMITED BY SIZE INTO WS-ROZR-NAZWA
              OPEN INPUT ROZRFILE
              MOVE WS-NR TO NR-FAKTURY-R
              READ ROZRFILE
           END-IF
           .

       200-SLAD-PO.

           MOVE 0 TO WS-ARCH-ROK
           OPEN INPUT POMFILE
           IF ERR-POM NOT = 0
              DISPLAY "BRAK REJESTRU ZamowieniaPOM"
           ELSE
              MOVE WS-NR TO NR-PO
              READ POMFILE
              IF ERR-POM NOT = 0
                 MOVE "P" TO WS-AI-TYP
                 MOVE WS-NR TO WS-AI-NR
                 PERFORM 700-SZUKAJ-W-INDEKSIE
                 IF WS-ARCH-ROK > 0
                    CLOSE POMFILE
                    MOVE SPACES TO WS-POM-NAZWA
                    STRING "ZamowieniaPOM-20" WS-ARCH-ROK
                           DELIMITED BY SIZE INTO WS-POM-NAZWA
                    OPEN INPUT POMFILE
                    MOVE WS-NR TO NR-PO
                    READ POMFILE
                 END-IF
              END-IF
              IF ERR-POM NOT = 0
                 DISPLAY "NIE ZNALEZIONO PO"
              ELSE
                 DISPLAY "===== HISTORIA PO " NR-PO " ====="
                 IF WS-ARCH-ROK > 0
                    DISPLAY "(Z ARCHIWUM 20" WS-ARCH-ROK ")"
                 END-IF
                 DISPLAY DATA-PO " PO DO " KOD-DOSTAWCY-P
                         " NA " TOWAR-P " ILOSC " ILOSC-ZAM-P
                         " (STATUS " STATUS-PO ")"
                 IF PO-DROPSHIP
                    DISPLAY "WYSYLKA BEZPOSREDNIA DLA ZAMOWIENIA "
                            ZAM-DS-P " LINIA " LP-DS-P
                    DISPLAY "  DO " ODBIORCA-DS-P " " ADRES-DS-P
                    DISPLAY DATA-OCZEK-P " WYSYLKA DOSTAWCY"
                    DISPLAY "WYSLANO RAZEM: " ILOSC-PRZYJ-P
                            " Z " ILOSC-ZAM-P
                 ELSE
                 DISPLAY DATA-OCZEK-P " OCZEKIWANA DOSTAWA"
                 PERFORM 210-PRZYJECIA-PO
                 DISPLAY "PRZYJETO RAZEM: " ILOSC-PRZYJ-P
                         " Z " ILOSC-ZAM-P
                 END-IF
                 DISPLAY "===== KONIEC HISTORII ====="
              END-IF
              CLOSE POMFILE
              PERFORM 790-NAZWY-BIEZACE
           END-IF
           .


           OPEN INPUT PRZLOGFILE
           IF ERR-PL = 0
              MOVE SPACES TO WS-PRZ-LOG-LINE
              READ PRZLOGFILE INTO WS-PRZ-LOG-LINE
              PERFORM UNTIL ERR-PL > 0
                 IF WS-PRZ-NR-PO-O = NR-PO
                    DISPLAY WS-PRZ-DATA-O " PRZYJECIE "
                            WS-PRZ-ILOSC-O " ("
                            WS-PRZ-CZAS-O ") PZ " WS-PRZ-PZ-O
                 END-IF
                 MOVE SPACES TO WS-PRZ-LOG-LINE
                 READ PRZLOGFILE INTO WS-PRZ-LOG-LINE
              END-PERFORM
              CLOSE PRZLOGFILE

       300-SLAD-FAKTURY.

           MOVE "N" TO WS-W-REJESTRZE
           OPEN INPUT FNFILE
           IF ERR-FN = 0
              MOVE "F" TO TYP-FN
              MOVE WS-NR TO NR-FN
              READ FNFILE
              IF ERR-FN = 0
                 MOVE "T" TO WS-W-REJESTRZE
                 PERFORM 310-FAKTURA-Z-REJESTRU
              END-IF
              CLOSE FNFILE
           END-IF

           PERFORM 140-ROZRACHUNEK-FAKTURY

           IF WS-FAKTURA-W-REJESTRZE
              PERFORM 320-ZAMOWIENIA-Z-POZYCJI
              PERFORM 330-KOREKTY-FAKTURY
           ELSE
              DISPLAY "ZAMOWIENIA OBJETE FAKTURA " WS-NR ":"
              PERFORM 340-ZAMOWIENIA-FAKTURY
      *       ZARCHIWIZOWANE ZAMOWIENIA SA W ARCHIWUM ROKU FAKTURY
              MOVE "F" TO WS-AI-TYP
              MOVE WS-NR TO WS-AI-NR
              PERFORM 700-SZUKAJ-W-INDEKSIE
              IF WS-ARCH-ROK > 0
                 MOVE SPACES TO WS-ZAM-NAZWA
                 STRING "Zamowienia-20" WS-ARCH-ROK
                        DELIMITED BY SIZE INTO WS-ZAM-NAZWA
                 PERFORM 340-ZAMOWIENIA-FAKTURY
                 PERFORM 790-NAZWY-BIEZACE
              END-IF
           END-IF
           .

       310-FAKTURA-Z-REJESTRU.

           MOVE "FAKTURA" TO WS-ND-SERIA
           MOVE NR-FN TO WS-ND-NUMER
           PERFORM 991-TEKST-NUMERU
           DISPLAY "===== FAKTURA " WS-ND-TEKST " (RODZAJ " RODZAJ-FN
                   ") ====="
           DISPLAY DATA-FN " WYSTAWIONA DLA " KOD-KLIENTA-FN
                   " " NAZWA-FN
           DISPLAY "  NETTO " NETTO-FN " VAT " VAT-FN
                   " BRUTTO " BRUTTO-FN " " WALUTA-FN
           IF ZALICZKI-FN > 0
              DISPLAY "  ROZLICZONE ZALICZKI " ZALICZKI-FN
                      " DO ZAPLATY " DO-ZAPLATY-FN
           END-IF
           IF DATA-PLATN-FN > 0
              DISPLAY "  TERMIN PLATNOSCI " DATA-PLATN-FN
           END-IF
           IF LICZBA-DUPL-FN > 0
              DISPLAY "  DUPLIKATOW " LICZBA-DUPL-FN
                      ", OSTATNI " DATA-DUPL-FN
           END-IF

           MOVE 0 TO WS-FZ-N
           OPEN INPUT FPFILE
           IF ERR-FP = 0
              MOVE "F" TO TYP-FP
              MOVE WS-NR TO NR-FP
              MOVE 0 TO LP-FP
              START FPFILE KEY NOT < KLUCZ-FP
              IF ERR-FP = 0
                 READ FPFILE NEXT
                 PERFORM UNTIL ERR-FP > 0
                         OR TYP-FP NOT = "F"
                         OR NR-FP NOT = WS-NR
                    IF TOWAR-FP = SPACES
                       DISPLAY "  LP " LP-FP " " OPIS-FP
                               " NETTO " NETTO-FP
                    ELSE
                       DISPLAY "  LP " LP-FP " ZAM " NR-ZAM-FP
                               "/" LP-ZAM-FP " " TOWAR-FP
                               " " ILOSC-FP " x " CENA-FP
                               " NETTO " NETTO-FP
                    END-IF
                    PERFORM 315-ZAPAMIETAJ-ZAMOWIENIE
                    READ FPFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE FPFILE
           END-IF
           .

       315-ZAPAMIETAJ-ZAMOWIENIE.

           IF NR-ZAM-FP > 0
              MOVE "N" TO WS-FZ-JEST
              PERFORM VARYING WS-FZ-I FROM 1 BY 1
                      UNTIL WS-FZ-I > WS-FZ-N
                 IF WS-FZ-ZAM (WS-FZ-I) = NR-ZAM-FP
                    MOVE "T" TO WS-FZ-JEST
                 END-IF
              END-PERFORM
              IF NOT WS-FZ-ZNALEZIONE AND WS-FZ-N < 100
                 ADD 1 TO WS-FZ-N
                 MOVE NR-ZAM-FP TO WS-FZ-ZAM (WS-FZ-N)
              END-IF
           END-IF
           .

       320-ZAMOWIENIA-Z-POZYCJI.

           DISPLAY "ZAMOWIENIA OBJETE FAKTURA " WS-NR ":"
           OPEN INPUT ZAMOWFILE
           PERFORM VARYING WS-FZ-I FROM 1 BY 1
                   UNTIL WS-FZ-I > WS-FZ-N
              MOVE 0 TO WS-ARCH-ROK
              MOVE WS-FZ-ZAM (WS-FZ-I) TO NR-ZAMOWIENIA
              READ ZAMOWFILE
              IF ERR-Z NOT = 0
                 MOVE WS-NR TO WS-NR-FAKTURY
                 MOVE WS-FZ-ZAM (WS-FZ-I) TO WS-NR
                 PERFORM 150-ZAMOWIENIE-Z-ARCHIWUM
                 MOVE WS-NR-FAKTURY TO WS-NR
              END-IF
              IF ERR-Z = 0
                 DISPLAY "  ZAM " NR-ZAMOWIENIA
                         " KLIENT " KOD-KLIENTA-Z
                         " ZREALIZOWANE " DATA-REAL-Z
                         " WZ " NR-WZ-Z
              ELSE
                 DISPLAY "  ZAM " WS-FZ-ZAM (WS-FZ-I)
              END-IF
              IF WS-ARCH-ROK > 0
                 DISPLAY "        (Z ARCHIWUM 20" WS-ARCH-ROK ")"
                 CLOSE ZAMOWFILE
                 PERFORM 790-NAZWY-BIEZACE
                 OPEN INPUT ZAMOWFILE
              END-IF
           END-PERFORM
           CLOSE ZAMOWFILE
           .

       340-ZAMOWIENIA-FAKTURY.

      *    ZAMOWIENIA Z FAKTURA-Z = WS-NR W PLIKU WS-ZAM-NAZWA

           OPEN INPUT ZAMOWFILE
           IF ERR-Z = 0
              MOVE 0 TO NR-ZAMOWIENIA
           END-IF
           .

       330-KOREKTY-FAKTURY.

      *    KOREKTY ZAPISANE W REJESTRZE Z NUMEREM TEJ FAKTURY JAKO
      *    PIERWOTNEJ (CENOWE, ZWROTY RMA, NOTY RABATOWE)

           OPEN INPUT FNFILE
           IF ERR-FN = 0
              MOVE "K" TO TYP-FN
              MOVE 0 TO NR-FN
              START FNFILE KEY NOT < KLUCZ-FN
              IF ERR-FN = 0
                 READ FNFILE NEXT
                 PERFORM UNTIL ERR-FN > 0 OR TYP-FN NOT = "K"
                    IF NR-ORYG-FN = WS-NR
                       MOVE "KOREKTA" TO WS-ND-SERIA
                       MOVE NR-FN TO WS-ND-NUMER
                       PERFORM 991-TEKST-NUMERU
                       DISPLAY DATA-FN " KOREKTA " WS-ND-TEKST
                               " (RODZAJ " RODZAJ-FN ") BRUTTO "
                               BRUTTO-FN
                    END-IF
                    READ FNFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE FNFILE
           END-IF
           .

       400-SLAD-TOWARU.

           DISPLAY "RUCHY TOWARU " WS-TOWAR " Z BIEZACEGO "
           IF ERR-A NOT = 0
              DISPLAY "BRAK PLIKU AUDYTU"
           ELSE
              MOVE SPACES TO WS-AUDYT-LINE
              READ AUDYTFILE INTO WS-AUDYT-LINE
              PERFORM UNTIL ERR-A > 0
                 IF WS-AUD-TOWAR-O = WS-TOWAR
                            WS-AUD-TYP-O " "
                            WS-AUD-PRZED-O " -> "
                            WS-AUD-PO-O " W " WS-AUD-LOK-O
                            " " WS-AUD-DOKUMENT-O
                 END-IF
                 MOVE SPACES TO WS-AUDYT-LINE
                 READ AUDYTFILE INTO WS-AUDYT-LINE
              END-PERFORM
              CLOSE AUDYTFILE
           END-IF
           DISPLAY "(STARSZE MIESIACE: PROGRAM AUDYTQ)"
           .

       500-SLAD-DOKUMENTU.

           MOVE SPACES TO WS-DOKUMENT
           STRING WS-DOK-TYP "/" WS-NR
                  DELIMITED BY SIZE INTO WS-DOKUMENT
           DISPLAY "===== DOKUMENT " WS-DOKUMENT " ====="
           IF WS-DOK-PZ
              OPEN INPUT PRZLOGFILE
              IF ERR-PL = 0
                 MOVE SPACES TO WS-PRZ-LOG-LINE
                 READ PRZLOGFILE INTO WS-PRZ-LOG-LINE
                 PERFORM UNTIL ERR-PL > 0
                    IF WS-PRZ-PZ-O IS NUMERIC
                       AND WS-PRZ-PZ-O = WS-NR
                       DISPLAY WS-PRZ-DATA-O " PRZYJECIE PO "
                               WS-PRZ-NR-PO-O " OD "
                               WS-PRZ-DOST-O " " WS-PRZ-TOWAR-O
                               " " WS-PRZ-ILOSC-O
                    END-IF
                    MOVE SPACES TO WS-PRZ-LOG-LINE
                    READ PRZLOGFILE INTO WS-PRZ-LOG-LINE
                 END-PERFORM
                 CLOSE PRZLOGFILE
              END-IF
           END-IF
           OPEN INPUT AUDYTFILE
           IF ERR-A NOT = 0
              DISPLAY "BRAK PLIKU AUDYTU"
           ELSE
              MOVE SPACES TO WS-AUDYT-LINE
              READ AUDYTFILE INTO WS-AUDYT-LINE
              PERFORM UNTIL ERR-A > 0
                 IF WS-AUD-DOKUMENT-O = WS-DOKUMENT
                    DISPLAY WS-AUD-DATA-O " " WS-AUD-CZAS-O
                            " " WS-AUD-TOWAR-O " "
                            WS-AUD-TYP-O " "
                            WS-AUD-PRZED-O " -> "
                            WS-AUD-PO-O " W " WS-AUD-LOK-O
                            " " WS-AUD-UZYTK-O
                 END-IF
                 MOVE SPACES TO WS-AUDYT-LINE
                 READ AUDYTFILE INTO WS-AUDYT-LINE
              END-PERFORM
              CLOSE AUDYTFILE
           END-IF
           DISPLAY "(STARSZE MIESIACE: PROGRAM AUDYTQ)"
           .

       600-SLAD-ZLECENIA-MONTAZU.

           OPEN INPUT ZMOFILE
           IF ERR-ZMO NOT = 0
              DISPLAY "BRAK PLIKU ZLECEN MONTAZU"
           ELSE
              MOVE WS-NR TO NR-ZMO
              READ ZMOFILE
              IF ERR-ZMO NOT = 0
                 DISPLAY "NIE ZNALEZIONO ZLECENIA MONTAZU"
              ELSE
                 DISPLAY "===== HISTORIA ZLECENIA MONTAZU ZM/"
                         NR-ZMO " ====="
                 DISPLAY DATA-ZMO " ZALOZONE PRZEZ " OPERATOR-ZMO
                         ": ZESTAW " ZESTAW-ZMO " W " LOK-ZMO
                 DISPLAY "  ZLECONO " ILOSC-ZMO " WYKONANO "
                         ILOSC-WYK-ZMO " TERMIN " DATA-PLAN-ZMO
                 EVALUATE TRUE
                    WHEN ZMO-OTWARTE
                       DISPLAY "  STATUS: OTWARTE"
                    WHEN ZMO-CZESCIOWE
                       DISPLAY "  STATUS: WYKONANE CZESCIOWO"
                    WHEN ZMO-ZAKONCZONE
                       DISPLAY "  STATUS: ZAKONCZONE " DATA-ZAMK-ZMO
                    WHEN ZMO-ANULOWANE
                       DISPLAY "  STATUS: ANULOWANE " DATA-ZAMK-ZMO
                 END-EVALUATE
                 PERFORM 610-LINIE-ZLECENIA
                 MOVE "ZM" TO WS-DOK-TYP
                 PERFORM 500-SLAD-DOKUMENTU
                 PERFORM 620-ODCHYLENIA-ZLECENIA
              END-IF
              CLOSE ZMOFILE
           END-IF
           .

       610-LINIE-ZLECENIA.

           OPEN INPUT ZMOLFILE
           IF ERR-ZMOL = 0
              MOVE NR-ZMO TO NR-ZMOL
              MOVE 0 TO LP-ZMOL
              START ZMOLFILE KEY NOT < KLUCZ-ZMOL
              IF ERR-ZMOL = 0
                 READ ZMOLFILE NEXT
                 PERFORM UNTIL ERR-ZMOL > 0 OR NR-ZMOL NOT = NR-ZMO
                    DISPLAY "  SKLADNIK " SKLADNIK-ZMOL " W "
                            LOK-ZMOL " NA SZT. " NA-SZT-ZMOL
                    DISPLAY "     NORMA " NORMA-ZMOL " POBRANO "
                            POBRANO-ZMOL " ZAREZERWOWANE "
                            REZ-ZMOL
                    READ ZMOLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZMOLFILE
           END-IF
           .

       620-ODCHYLENIA-ZLECENIA.

           OPEN INPUT ODMFILE
           IF ERR-ODM = 0
              MOVE SPACES TO WS-ODM-LINIA
              READ ODMFILE INTO WS-ODM-LINIA
              PERFORM UNTIL ERR-ODM > 0
                 IF WS-ODM-NR-O = WS-DOKUMENT
                    DISPLAY WS-ODM-DATA-O " WYKONANO " WS-ODM-ILE-O
                            " " WS-ODM-SKLADNIK-O " NORMA "
                            WS-ODM-NORMA-O " FAKT. " WS-ODM-FAKT-O
                            " ODCH. " WS-ODM-ODCH-O
                 END-IF
                 MOVE SPACES TO WS-ODM-LINIA
                 READ ODMFILE INTO WS-ODM-LINIA
              END-PERFORM
              CLOSE ODMFILE
           END-IF
           .

       700-SZUKAJ-W-INDEKSIE.

      *    ROK ARCHIWUM DOKUMENTU WS-AI-TYP / WS-AI-NR
      *    (0 = DOKUMENTU NIE MA W ArchiwumIndeks)

           MOVE 0 TO WS-ARCH-ROK
           OPEN INPUT ARCHINDFILE
           IF ERR-AI = 0
              MOVE WS-AI-TYP TO TYP-AI
              MOVE WS-AI-NR TO NR-AI
              READ ARCHINDFILE
              IF ERR-AI = 0
                 MOVE ROK-AI TO WS-ARCH-ROK
              END-IF
              CLOSE ARCHINDFILE
           END-IF
           .

       790-NAZWY-BIEZACE.

           MOVE "Zamowienia" TO WS-ZAM-NAZWA
           MOVE "ZamowieniaLinie" TO WS-ZAML-NAZWA
           MOVE "Rozrachunki" TO WS-ROZR-NAZWA
           MOVE "ZamowieniaPOM" TO WS-POM-NAZWA
           .

       990-PODAJ-NUMER.

      *    NUMER OD OPERATORA: 7 CYFR ALBO POSTAC ROCZNA SERII
      *    WS-ND-SERIA (PREFIKS/KKKKK/RRRR); NIEPOPRAWNY = 0

           MOVE SPACES TO WS-ND-TEKST
           ACCEPT WS-ND-TEKST
           MOVE "N" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           MOVE WS-ND-NUMER TO WS-NR
           .

       991-TEKST-NUMERU.

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .
