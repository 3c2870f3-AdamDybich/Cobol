      *    KLIENT. STATUS DOSTAWY WIDAC TEZ W RAPORCIE ZAMOWIEN
      *    KLIENTA (520-STATUS-DOSTAWY W ZAMOWIENIA.COB).
      *    STATUS PRZESYLKI: W=WYSLANA D=DORECZONA E=WYJATEK
      *    AUDYT FAKTURY PRZEWOZNIKA: PLIK FakturaPrzewoznika.txt
      *    (NR-SLEDZENIA WAGA KWOTA DOPLATY) ZESTAWIANY Z Przesylki
      *    I ZAMOWIENIEM - WAGA JAK NA MANIFESCIE (PALETY ALBO
      *    LINIE * WAGA Z BAZA5), SZACUNEK JAK 360-SZACUJ-FRACHT
      *    W ZAMOWIENIA.COB (StawkiPrzewoznika.txt, STREFA = REGION
      *    ADRESU DOSTAWY). NADPLATY PONAD TOLERANCJE, ZAWYZONE
      *    WAGI, NIEZNANE NUMERY LISTOW I PRZESYLKI ZAFAKTUROWANE
      *    DRUGI RAZ (REJESTR FrachtyZafakturowane) IDA DO RAPORTU
      *    AudytFrachtu-<PRZEWOZNIK>.txt I NA LISTE SPOROW
      *    SporyFrachtu-<PRZEWOZNIK>.txt DO ODESLANIA PRZEWOZNIKOWI
      *    POBRANIA: ZNACZNIK I KWOTA POBRANIA Z NAGLOWKA ZAMOWIENIA
      *    PRZECHODZA NA PRZESYLKE PRZY REJESTRACJI LISTU. IMPORT
      *    ROZLICZENIA POBRAN PRZEWOZNIKA (PobraniaPrzewoznika.txt:
      *    NR-SLEDZENIA DATA KWOTA) KSIEGUJE WPLATE NA FAKTURE
      *    ZAMOWIENIA W Rozrachunki JAK BANKIMPORT (LOG W
      *    WplatyKlientow.txt, ZRODLO POBRANIE), LINIE
      *    NIEDOPASOWANE IDA DO PobraniaWyjatki.txt. RAPORT
      *    WSKAZUJE DORECZONE POBRANIA BEZ WPLATY PO N DNIACH

       PROGRAM-ID. SLEDZENIE.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ST.

           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               STATUS ERR.

           SELECT ZAMLFILE ASSIGN TO "ZamowieniaLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-LINII
               STATUS ERR-L.

           SELECT PALETYFILE ASSIGN TO "Palety"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PALETY
               STATUS ERR-PAL.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT ADRDFILE ASSIGN TO "AdresyDostaw"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ADRD
               STATUS ERR-AD.

           SELECT STAWKIFILE ASSIGN TO "StawkiPrzewoznika.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SW.

           SELECT FAKTFRFILE ASSIGN TO "FakturaPrzewoznika.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-FF.

           SELECT FRACHTYFILE ASSIGN TO "FrachtyZafakturowane"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-SLEDZENIA-FZ
               STATUS ERR-FZ.

           SELECT AUDYTFILE ASSIGN TO WS-FA-AUDYT-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-AU.

           SELECT SPORYFILE ASSIGN TO WS-FA-SPORY-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SP.

           SELECT POBRANIAFILE ASSIGN TO "PobraniaPrzewoznika.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PB.

           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               LOCK MODE IS AUTOMATIC
               STATUS ERR-R.

           SELECT WPLATYFILE ASSIGN TO "WplatyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT POBRWYJFILE ASSIGN TO "PobraniaWyjatki.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PW.

       DATA DIVISION.

       FILE SECTION.
             88 PRZESYLKA-WYJATEK    VALUE "E".
          05 DATA-NADANIA-PS PIC 9(6).
          05 DATA-STATUSU-PS PIC 9(6).
          05 POBRANIE-PS     PIC X(1).
             88 PRZESYLKA-ZA-POBRANIEM VALUE "T".
          05 KWOTA-POBRANIA-PS PIC 9(9)V99.
          05 DATA-POBRANIA-PS PIC 9(6).

       FD ZAMOWFILE  BLOCK CONTAINS 0.
       01 ZAM-REC.
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

       FD STATUSYFILE.
       01 STATUSY-REC PIC X(40).

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

       FD STAWKIFILE.
       01 STAWKI-REC PIC X(60).

       FD FAKTFRFILE.
       01 FAKTFR-REC PIC X(80).

       FD FRACHTYFILE  BLOCK CONTAINS 0.
       01 FRACHT-REC.
          05 NR-SLEDZENIA-FZ PIC X(20).
          05 NR-FAKTURY-FZ   PIC X(20).
          05 PRZEWOZNIK-FZ   PIC X(10).
          05 DATA-FZ         PIC 9(6).
          05 KWOTA-FZ        PIC 9(7)V99.

       FD AUDYTFILE.
       01 AUDYT-REC PIC X(132).

       FD SPORYFILE.
       01 SPORY-REC PIC X(132).

       FD POBRANIAFILE.
       01 POBRANIA-REC PIC X(80).

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

       FD POBRWYJFILE.
       01 POBRWYJ-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-REJESTRUJ VALUE "1".
          88 WYB-IMPORT    VALUE "2".
          88 WYB-STATUS    VALUE "3".
          88 WYB-RAPORT    VALUE "4".
          88 WYB-AUDYT     VALUE "5".
          88 WYB-POBRANIA  VALUE "6".
          88 WYB-RAP-POBR  VALUE "7".
          88 WYB-KONIEC    VALUE "8".
       01 ERR-PS PIC 99.
       01 ERR-Z PIC 99.
       01 ERR-ST PIC 99.
       01 ERR    PIC 99.
       01 ERR-L  PIC 99.
       01 ERR-PAL PIC 99.
       01 ERR-K  PIC 99.
       01 ERR-AD PIC 99.
       01 ERR-SW PIC 99.
       01 ERR-FF PIC 99.
       01 ERR-FZ PIC 99.
       01 ERR-AU PIC 99.
       01 ERR-SP PIC 99.
       01 ERR-PB PIC 99.
       01 ERR-R  PIC 99.
       01 ERR-W  PIC 99.
       01 ERR-PW PIC 99.

       01 WS-DZIS PIC 9(6).
       01 WS-NR-ZAM PIC 9(7).
       01 WS-DNI-W-DRODZE PIC S9(5).
       01 WS-ZALEGLYCH PIC 9(5).

       01 WS-FA-PRZEWOZNIK PIC X(10).
       01 WS-FA-NR-FAKTURY PIC X(20).
       01 WS-FA-AUDYT-NAZWA PIC X(40).
       01 WS-FA-SPORY-NAZWA PIC X(40).
       01 WS-FA-TOL-PROC PIC 9(3).
       01 WS-FA-TOL-WAGA PIC 9(3).
       01 WS-FA-JUZ-BYLA PIC X(1).
          88 WS-FA-FAKTURA-BYLA VALUE "T".
       01 WS-FA-LINIA.
          05 WS-FA-NR-A      PIC X(20).
          05 FILLER          PIC X.
          05 WS-FA-WAGA-A    PIC X(10).
          05 FILLER          PIC X.
          05 WS-FA-KWOTA-A   PIC X(10).
          05 FILLER          PIC X.
          05 WS-FA-DOPLATY-A PIC X(10).
       01 WS-FA-WAGA-FAKT PIC 9(7)V99.
       01 WS-FA-KWOTA PIC 9(7)V99.
       01 WS-FA-DOPLATY PIC 9(7)V99.
       01 WS-FA-DO-ZAPLATY PIC 9(7)V99.
       01 WS-FA-WAGA-NASZA PIC 9(11)V99.
       01 WS-FA-WAGA-POZ PIC 9(7)V999.
       01 WS-FA-SZACUNEK PIC 9(9)V99.
       01 WS-FA-TOLERANCJA PIC 9(9)V99.
       01 WS-FA-ZASADNA PIC 9(9)V99.
       01 WS-FA-ROZNICA PIC S9(9)V99.
       01 WS-FA-SPORNE PIC 9(9)V99.
       01 WS-FA-UWAGA PIC X(40).
       01 WS-FA-SPOR PIC X(1).
          88 WS-FA-JEST-SPOR VALUE "T".
       01 WS-FA-STAWKA PIC X(1).
          88 WS-FA-JEST-STAWKA VALUE "T".
       01 WS-FA-NADPLATA PIC X(1).
       01 WS-FA-ZAWYZONA PIC X(1).
       01 WS-FA-STREFA PIC X(4).
       01 WS-FA-OD-N PIC 9(9)V99.
       01 WS-FA-DO-N PIC 9(9)V99.
       01 WS-FA-STAWKA-LINIA.
          05 WS-FA-ST-PRZEW-A  PIC X(10).
          05 FILLER            PIC X.
          05 WS-FA-ST-STREFA-A PIC X(4).
          05 FILLER            PIC X.
          05 WS-FA-ST-OD-A     PIC X(10).
          05 FILLER            PIC X.
          05 WS-FA-ST-DO-A     PIC X(10).
          05 FILLER            PIC X.
          05 WS-FA-ST-CENA-A   PIC X(10).
       01 WS-FA-PALETY-SA PIC X(1).
          88 WS-FA-SA-PALETY VALUE "T".

       01 WS-FA-LINII PIC 9(5).
       01 WS-FA-BLEDNYCH PIC 9(5).
       01 WS-FA-ZGODNYCH PIC 9(5).
       01 WS-FA-NIEZNANYCH PIC 9(5).
       01 WS-FA-PODWOJNYCH PIC 9(5).
       01 WS-FA-NADPLAT PIC 9(5).
       01 WS-FA-SPOROW PIC 9(5).
       01 WS-FA-RAZEM-FAKT PIC 9(9)V99.
       01 WS-FA-RAZEM-SZAC PIC 9(9)V99.
       01 WS-FA-RAZEM-SPOR PIC 9(9)V99.

       01 WS-FA-NAGLOWEK.
          05 FILLER           PIC X(26)
             VALUE "AUDYT FAKTURY PRZEWOZNIKA ".
          05 WS-FA-PRZEW-O    PIC X(10).
          05 FILLER           PIC X(9) VALUE " FAKTURA ".
          05 WS-FA-FAKT-O     PIC X(20).
          05 FILLER           PIC X(6) VALUE " DATA ".
          05 WS-FA-DATA-O     PIC 9(6).
       01 WS-FA-POZYCJA.
          05 WS-FA-NR-O       PIC X(20).
          05 FILLER           PIC X(5) VALUE " ZAM ".
          05 WS-FA-ZAM-O      PIC Z(6)9.
          05 FILLER           PIC X(7) VALUE " WAGA: ".
          05 WS-FA-WFAKT-O    PIC Z(6)9.99.
          05 FILLER           PIC X VALUE "/".
          05 WS-FA-WNASZA-O   PIC Z(6)9.99.
          05 FILLER           PIC X(6) VALUE " FAKT ".
          05 WS-FA-KFAKT-O    PIC Z(6)9.99.
          05 FILLER           PIC X(6) VALUE " SZAC ".
          05 WS-FA-KSZAC-O    PIC Z(6)9.99.
          05 FILLER           PIC X(6) VALUE " ROZN ".
          05 WS-FA-ROZN-O     PIC -(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FA-UWAGA-O    PIC X(40).
       01 WS-FA-SPOR-POZ.
          05 WS-FA-SP-NR-O    PIC X(20).
          05 FILLER           PIC X(11) VALUE " FAKTUROWO ".
          05 WS-FA-SP-FAKT-O  PIC Z(6)9.99.
          05 FILLER           PIC X(9) VALUE " ZASADNE ".
          05 WS-FA-SP-ZAS-O   PIC Z(6)9.99.
          05 FILLER           PIC X(8) VALUE " SPORNE ".
          05 WS-FA-SP-SPOR-O  PIC Z(6)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FA-SP-UWAGA-O PIC X(40).
       01 WS-PB-LINIA.
          05 WS-PB-NR-A      PIC X(20).
          05 FILLER          PIC X.
          05 WS-PB-DATA-A    PIC 9(6).
          05 FILLER          PIC X.
          05 WS-PB-KWOTA-A   PIC X(12).
       01 WS-PB-KWOTA PIC 9(11)V99.
       01 WS-PB-POWOD PIC X(40).
       01 WS-PB-WCZYTANE PIC 9(5).
       01 WS-PB-ZAKSIEGOWANE PIC 9(5).
       01 WS-PB-WYJATKI PIC 9(5).
       01 WS-PB-RAZEM PIC 9(11)V99.
       01 WS-PB-PROG-DNI PIC 9(3).
       01 WS-PB-ZALEGLYCH PIC 9(5).
       01 WS-PB-ZALEGLE-KWOTA PIC 9(11)V99.
       01 WS-CZAS PIC 9(8).
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
       01 WS-PB-WYJATEK-LINIA.
          05 WS-PB-WJ-TRESC-O PIC X(40).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PB-WJ-POWOD-O PIC X(40).

       01 WS-FA-SUMA.
          05 FILLER           PIC X(8) VALUE "LINII: ".
          05 WS-FA-S-LINII-O  PIC ZZZZ9.
          05 FILLER           PIC X(15) VALUE "  FAKTUROWANO: ".
          05 WS-FA-S-FAKT-O   PIC Z(8)9.99.
          05 FILLER           PIC X(12) VALUE "  SZACUNEK: ".
          05 WS-FA-S-SZAC-O   PIC Z(8)9.99.
          05 FILLER           PIC X(11) VALUE "  SPORNE: ".
          05 WS-FA-S-SPOR-O   PIC Z(8)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-DZIS FROM DATE
              DISPLAY "2. IMPORT STATUSOW PRZEWOZNIKA"
              DISPLAY "3. STATUS DOSTAWY ZAMOWIENIA"
              DISPLAY "4. RAPORT BEZ POTWIERDZENIA"
              DISPLAY "5. AUDYT FAKTURY PRZEWOZNIKA"
              DISPLAY "6. IMPORT ROZLICZENIA POBRAN"
              DISPLAY "7. RAPORT POBRAN BEZ WPLATY"
              DISPLAY "8. WYJDZ"
              ACCEPT WYBOR

              IF WYB-REJESTRUJ
                 PERFORM 400-RAPORT-ZALEGLYCH
              END-IF

              IF WYB-AUDYT
                 PERFORM 500-AUDYT-FAKTURY
              END-IF

              IF WYB-POBRANIA
                 PERFORM 600-IMPORT-POBRAN
              END-IF

              IF WYB-RAP-POBR
                 PERFORM 700-RAPORT-POBRAN
              END-IF

           END-PERFORM

           STOP RUN
                    MOVE "W" TO STATUS-PS
                    MOVE WS-DZIS TO DATA-NADANIA-PS
                    MOVE 0 TO DATA-STATUSU-PS
                    MOVE POBRANIE-Z TO POBRANIE-PS
                    MOVE KWOTA-POBRANIA-Z TO KWOTA-POBRANIA-PS
                    MOVE 0 TO DATA-POBRANIA-PS
                    WRITE PRZES-REC
                    IF ERR-PS NOT = 0
                       DISPLAY "NUMER JUZ ZAREJESTROWANY LUB "
                               " NADANO " DATA-NADANIA-PS
                               " STATUS " STATUS-PS
                               " Z DNIA " DATA-STATUSU-PS
                       IF PRZESYLKA-ZA-POBRANIEM
                          DISPLAY "  POBRANIE " KWOTA-POBRANIA-PS
                                  " WPLATA Z DNIA " DATA-POBRANIA-PS
                       END-IF
                    END-IF
                    READ PRZESFILE NEXT
                 END-PERFORM
              DISPLAY "PRZESYLEK DO WYJASNIENIA: " WS-ZALEGLYCH
           END-IF
           .

       500-AUDYT-FAKTURY.

      *    AUDYT MIESIECZNEJ FAKTURY PRZEWOZNIKA LINIA PO LINII;
      *    KAZDY ZAAKCEPTOWANY NUMER LISTU TRAFIA DO REJESTRU
      *    FrachtyZafakturowane, WIEC PONOWNE OBCIAZENIE ZA TA
      *    SAMA PRZESYLKE WYCHODZI JAKO PODWOJNE

           DISPLAY "PODAJ KOD PRZEWOZNIKA"
           ACCEPT WS-FA-PRZEWOZNIK
           DISPLAY "PODAJ NUMER FAKTURY PRZEWOZNIKA"
           ACCEPT WS-FA-NR-FAKTURY
           IF WS-FA-PRZEWOZNIK = SPACES OR WS-FA-NR-FAKTURY = SPACES
              DISPLAY "KOD PRZEWOZNIKA I NUMER FAKTURY SA WYMAGANE"
           ELSE
              DISPLAY "PODAJ TOLERANCJE KWOTY W % (0 = 5)"
              ACCEPT WS-FA-TOL-PROC
              IF WS-FA-TOL-PROC = 0
                 MOVE 5 TO WS-FA-TOL-PROC
              END-IF
              DISPLAY "PODAJ TOLERANCJE WAGI W KG (0 = 1)"
              ACCEPT WS-FA-TOL-WAGA
              IF WS-FA-TOL-WAGA = 0
                 MOVE 1 TO WS-FA-TOL-WAGA
              END-IF

              OPEN INPUT FAKTFRFILE
              IF ERR-FF NOT = 0
                 DISPLAY "BRAK PLIKU FakturaPrzewoznika.txt - NIC "
                         "DO AUDYTU"
              ELSE
                 PERFORM 505-OTWORZ-REJESTR
                 PERFORM 510-SPRAWDZ-FAKTURE
                 IF WS-FA-FAKTURA-BYLA
                    DISPLAY "FAKTURA " WS-FA-NR-FAKTURY
                            " PRZEWOZNIKA " WS-FA-PRZEWOZNIK
                            " BYLA JUZ AUDYTOWANA"
                 ELSE
                    PERFORM 515-OTWORZ-PLIKI-AUDYTU
                    READ FAKTFRFILE INTO WS-FA-LINIA
                    PERFORM UNTIL ERR-FF > 0
                       PERFORM 520-AUDYTUJ-LINIE
                       READ FAKTFRFILE INTO WS-FA-LINIA
                    END-PERFORM
                    PERFORM 590-PODSUMUJ-AUDYT
                    PERFORM 595-ZAMKNIJ-PLIKI-AUDYTU
                 END-IF
                 CLOSE FRACHTYFILE
                 CLOSE FAKTFRFILE
              END-IF
           END-IF
           .

       505-OTWORZ-REJESTR.

           OPEN I-O FRACHTYFILE
           IF ERR-FZ = 35
              CLOSE FRACHTYFILE
              OPEN OUTPUT FRACHTYFILE
              CLOSE FRACHTYFILE
              OPEN I-O FRACHTYFILE
           END-IF
           .

       510-SPRAWDZ-FAKTURE.

      *    TA SAMA FAKTURA NIE MOZE PRZEJSC AUDYTU DWA RAZY -
      *    INACZEJ WSZYSTKIE JEJ LINIE WYSZLYBY JAKO PODWOJNE

           MOVE "N" TO WS-FA-JUZ-BYLA
           MOVE SPACES TO NR-SLEDZENIA-FZ
           START FRACHTYFILE KEY NOT < NR-SLEDZENIA-FZ
           IF ERR-FZ = 0
              READ FRACHTYFILE NEXT
              PERFORM UNTIL ERR-FZ > 0 OR WS-FA-FAKTURA-BYLA
                 IF NR-FAKTURY-FZ = WS-FA-NR-FAKTURY
                    AND PRZEWOZNIK-FZ = WS-FA-PRZEWOZNIK
                    MOVE "T" TO WS-FA-JUZ-BYLA
                 END-IF
                 READ FRACHTYFILE NEXT
              END-PERFORM
           END-IF
           .

       515-OTWORZ-PLIKI-AUDYTU.

           MOVE 0 TO WS-FA-LINII
           MOVE 0 TO WS-FA-BLEDNYCH
           MOVE 0 TO WS-FA-ZGODNYCH
           MOVE 0 TO WS-FA-NIEZNANYCH
           MOVE 0 TO WS-FA-PODWOJNYCH
           MOVE 0 TO WS-FA-NADPLAT
           MOVE 0 TO WS-FA-SPOROW
           MOVE 0 TO WS-FA-RAZEM-FAKT
           MOVE 0 TO WS-FA-RAZEM-SZAC
           MOVE 0 TO WS-FA-RAZEM-SPOR

           OPEN INPUT PRZESFILE
           OPEN INPUT ZAMOWFILE
           OPEN INPUT ZAMLFILE
           OPEN INPUT INFILE
           OPEN INPUT KLIENCIFILE
           OPEN INPUT ADRDFILE

           MOVE SPACES TO WS-FA-AUDYT-NAZWA
           STRING "AudytFrachtu-" FUNCTION TRIM (WS-FA-PRZEWOZNIK)
                  ".txt" DELIMITED BY SIZE INTO WS-FA-AUDYT-NAZWA
           MOVE SPACES TO WS-FA-SPORY-NAZWA
           STRING "SporyFrachtu-" FUNCTION TRIM (WS-FA-PRZEWOZNIK)
                  ".txt" DELIMITED BY SIZE INTO WS-FA-SPORY-NAZWA
           OPEN EXTEND AUDYTFILE
           IF ERR-AU NOT = 0
              CLOSE AUDYTFILE
              OPEN OUTPUT AUDYTFILE
           END-IF
           OPEN EXTEND SPORYFILE
           IF ERR-SP NOT = 0
              CLOSE SPORYFILE
              OPEN OUTPUT SPORYFILE
           END-IF

           MOVE WS-FA-PRZEWOZNIK TO WS-FA-PRZEW-O
           MOVE WS-FA-NR-FAKTURY TO WS-FA-FAKT-O
           MOVE WS-DZIS TO WS-FA-DATA-O
           WRITE AUDYT-REC FROM WS-FA-NAGLOWEK
           WRITE SPORY-REC FROM WS-FA-NAGLOWEK
           .

       520-AUDYTUJ-LINIE.

           ADD 1 TO WS-FA-LINII
           IF WS-FA-DOPLATY-A = SPACES
              MOVE "0" TO WS-FA-DOPLATY-A
           END-IF
           IF WS-FA-NR-A = SPACES
              OR FUNCTION TEST-NUMVAL (WS-FA-WAGA-A) NOT = 0
              OR FUNCTION TEST-NUMVAL (WS-FA-KWOTA-A) NOT = 0
              OR FUNCTION TEST-NUMVAL (WS-FA-DOPLATY-A) NOT = 0
              ADD 1 TO WS-FA-BLEDNYCH
              DISPLAY "BLEDNA LINIA FAKTURY " WS-FA-LINII
                      " - POMINIETA: " WS-FA-NR-A
           ELSE
              COMPUTE WS-FA-WAGA-FAKT =
                      FUNCTION NUMVAL (WS-FA-WAGA-A)
              COMPUTE WS-FA-KWOTA =
                      FUNCTION NUMVAL (WS-FA-KWOTA-A)
              COMPUTE WS-FA-DOPLATY =
                      FUNCTION NUMVAL (WS-FA-DOPLATY-A)
              COMPUTE WS-FA-DO-ZAPLATY = WS-FA-KWOTA + WS-FA-DOPLATY
              ADD WS-FA-DO-ZAPLATY TO WS-FA-RAZEM-FAKT
              MOVE 0 TO WS-FA-WAGA-NASZA
              MOVE 0 TO WS-FA-SZACUNEK
              MOVE 0 TO WS-FA-ZASADNA
              MOVE "N" TO WS-FA-STAWKA
              MOVE "N" TO WS-FA-SPOR
              MOVE SPACES TO WS-FA-UWAGA
              PERFORM 530-DOPASUJ-PRZESYLKE
              PERFORM 580-ZAPISZ-POZYCJE
           END-IF
           .

       530-DOPASUJ-PRZESYLKE.

      *    NIEZNANY LIST, LIST INNEGO PRZEWOZNIKA I LIST JUZ RAZ
      *    ZAFAKTUROWANY SA W CALOSCI SPORNE; POZOSTALE IDA DO
      *    POROWNANIA Z SZACUNKIEM

           MOVE WS-FA-NR-A TO NR-SLEDZENIA
           READ PRZESFILE
           IF ERR-PS NOT = 0
              MOVE 0 TO NR-ZAM-PS
              ADD 1 TO WS-FA-NIEZNANYCH
              MOVE "T" TO WS-FA-SPOR
              MOVE "NIEZNANY NUMER LISTU" TO WS-FA-UWAGA
           ELSE
              IF PRZEWOZNIK-PS NOT = WS-FA-PRZEWOZNIK
                 ADD 1 TO WS-FA-NIEZNANYCH
                 MOVE "T" TO WS-FA-SPOR
                 STRING "LIST PRZEWOZNIKA " PRZEWOZNIK-PS
                        DELIMITED BY SIZE INTO WS-FA-UWAGA
              ELSE
                 MOVE WS-FA-NR-A TO NR-SLEDZENIA-FZ
                 READ FRACHTYFILE
                 IF ERR-FZ = 0
                    ADD 1 TO WS-FA-PODWOJNYCH
                    MOVE "T" TO WS-FA-SPOR
                    STRING "JUZ NA FAKTURZE " NR-FAKTURY-FZ
                           DELIMITED BY SIZE INTO WS-FA-UWAGA
                 ELSE
                    PERFORM 535-ZAREJESTRUJ-FRACHT
                    PERFORM 540-SZACUJ-PRZESYLKE
                    PERFORM 570-POROWNAJ-Z-SZACUNKIEM
                 END-IF
              END-IF
           END-IF
           .

       535-ZAREJESTRUJ-FRACHT.

           MOVE WS-FA-NR-A TO NR-SLEDZENIA-FZ
           MOVE WS-FA-NR-FAKTURY TO NR-FAKTURY-FZ
           MOVE WS-FA-PRZEWOZNIK TO PRZEWOZNIK-FZ
           MOVE WS-DZIS TO DATA-FZ
           MOVE WS-FA-DO-ZAPLATY TO KWOTA-FZ
           WRITE FRACHT-REC
           IF ERR-FZ NOT = 0
              DISPLAY "BLAD ZAPISU REJESTRU FRACHTOW - KOD " ERR-FZ
           END-IF
           .

       540-SZACUJ-PRZESYLKE.

      *    SZACUNEK JAK 360-SZACUJ-FRACHT W ZAMOWIENIA.COB, ALE
      *    Z WAGA Z MANIFESTU I STREFA Z REGIONU ADRESU DOSTAWY

           MOVE NR-ZAM-PS TO NR-ZAMOWIENIA
           READ ZAMOWFILE
           IF ERR-Z NOT = 0
              MOVE "BRAK ZAMOWIENIA - WERYFIKACJA RECZNA"
                   TO WS-FA-UWAGA
           ELSE
              PERFORM 545-WAGA-PRZESYLKI
              PERFORM 550-STREFA-PRZESYLKI
              IF WS-FA-STREFA NOT = SPACES
                 PERFORM 560-SZUKAJ-STAWKI
              END-IF
           END-IF
           .

       545-WAGA-PRZESYLKI.

      *    WAGA JAK NA MANIFESCIE: PALETY ZBUDOWANE DLA ZAMOWIENIA,
      *    A BEZ NICH WAGA JEDNOSTKOWA * ILOSC WYDANA LINII

           MOVE 0 TO WS-FA-WAGA-NASZA
           MOVE "N" TO WS-FA-PALETY-SA
           OPEN INPUT PALETYFILE
           IF ERR-PAL = 0
              MOVE 0 TO NR-PALETY
              START PALETYFILE KEY NOT < NR-PALETY
              IF ERR-PAL = 0
                 READ PALETYFILE NEXT
                 PERFORM UNTIL ERR-PAL > 0
                    IF NR-ZAM-PL = NR-ZAMOWIENIA
                       MOVE "T" TO WS-FA-PALETY-SA
                       ADD WAGA-PL TO WS-FA-WAGA-NASZA
                    END-IF
                    READ PALETYFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE PALETYFILE
           END-IF

           IF NOT WS-FA-SA-PALETY
              MOVE NR-ZAMOWIENIA TO NR-ZAM-L
              MOVE 0 TO LP-L
              START ZAMLFILE KEY NOT < KLUCZ-LINII
              IF ERR-L = 0
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                    IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                       MOVE TOWAR-L TO TOWAR
                       MOVE LOKALIZACJA-L TO LOKALIZACJA
                       READ INFILE
                       IF ERR = 0
                          MOVE WAGA OF IN-REC TO WS-FA-WAGA-POZ
                          COMPUTE WS-FA-WAGA-NASZA =
                                  WS-FA-WAGA-NASZA +
                                  WS-FA-WAGA-POZ * ILOSC-WYDANA-L
                       END-IF
                    END-IF
                    READ ZAMLFILE NEXT
                 END-PERFORM
              END-IF
           END-IF
           .

       550-STREFA-PRZESYLKI.

      *    REGION WSKAZANEGO ADRESU DOSTAWY, A GDY GO BRAK -
      *    REGION KLIENTA (JAK 109-ADRES-DOSTAWY W ZAMOWIENIA.COB)

           MOVE SPACES TO WS-FA-STREFA
           IF ADRES-DOST-Z NOT = SPACES
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-AD
              MOVE ADRES-DOST-Z TO KOD-ADRESU-AD
              READ ADRDFILE
              IF ERR-AD = 0
                 MOVE REGION-AD TO WS-FA-STREFA
              END-IF
           END-IF
           IF WS-FA-STREFA = SPACES
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE REGION-K TO WS-FA-STREFA
              END-IF
           END-IF
           .

       560-SZUKAJ-STAWKI.

      *    PASUJACY PRZEDZIAL WAGOWY Z StawkiPrzewoznika.txt
      *    (TA SAMA LOGIKA CO 365-SZUKAJ-STAWKI W ZAMOWIENIA.COB)

           OPEN INPUT STAWKIFILE
           IF ERR-SW NOT = 0
              DISPLAY "BRAK PLIKU StawkiPrzewoznika.txt"
           ELSE
              READ STAWKIFILE INTO WS-FA-STAWKA-LINIA
              PERFORM UNTIL ERR-SW > 0 OR WS-FA-JEST-STAWKA
                 IF WS-FA-ST-PRZEW-A = WS-FA-PRZEWOZNIK
                    AND WS-FA-ST-STREFA-A = WS-FA-STREFA
                    COMPUTE WS-FA-OD-N =
                            FUNCTION NUMVAL (WS-FA-ST-OD-A)
                    COMPUTE WS-FA-DO-N =
                            FUNCTION NUMVAL (WS-FA-ST-DO-A)
                    IF WS-FA-WAGA-NASZA >= WS-FA-OD-N
                       AND WS-FA-WAGA-NASZA <= WS-FA-DO-N
                       MOVE "T" TO WS-FA-STAWKA
                       COMPUTE WS-FA-SZACUNEK =
                               FUNCTION NUMVAL (WS-FA-ST-CENA-A)
                    END-IF
                 END-IF
                 READ STAWKIFILE INTO WS-FA-STAWKA-LINIA
              END-PERFORM
              CLOSE STAWKIFILE
           END-IF
           .

       570-POROWNAJ-Z-SZACUNKIEM.

      *    NADPLATA (KWOTA + DOPLATY PONAD SZACUNEK I TOLERANCJE)
      *    IDZIE DO SPORU; WAGA FAKTUROWANA PONAD WAGE Z MANIFESTU
      *    JEST ODNOTOWANA W RAPORCIE JAKO PRZYCZYNA

           IF NOT WS-FA-JEST-STAWKA
              IF WS-FA-UWAGA = SPACES
                 MOVE "BRAK STAWKI - WERYFIKACJA RECZNA"
                      TO WS-FA-UWAGA
              END-IF
           ELSE
              ADD WS-FA-SZACUNEK TO WS-FA-RAZEM-SZAC
              MOVE WS-FA-SZACUNEK TO WS-FA-ZASADNA
              MOVE "N" TO WS-FA-NADPLATA
              MOVE "N" TO WS-FA-ZAWYZONA
              COMPUTE WS-FA-TOLERANCJA ROUNDED =
                      WS-FA-SZACUNEK * WS-FA-TOL-PROC / 100
              IF WS-FA-DO-ZAPLATY >
                 WS-FA-SZACUNEK + WS-FA-TOLERANCJA
                 MOVE "T" TO WS-FA-NADPLATA
              END-IF
              IF WS-FA-WAGA-FAKT >
                 WS-FA-WAGA-NASZA + WS-FA-TOL-WAGA
                 MOVE "T" TO WS-FA-ZAWYZONA
              END-IF
              IF WS-FA-NADPLATA = "T" AND WS-FA-ZAWYZONA = "T"
                 MOVE "NADPLATA - WAGA PONAD MANIFEST"
                      TO WS-FA-UWAGA
              ELSE
              IF WS-FA-NADPLATA = "T"
                 MOVE "NADPLATA PONAD TOLERANCJE" TO WS-FA-UWAGA
              ELSE
              IF WS-FA-ZAWYZONA = "T"
                 MOVE "WAGA PONAD MANIFEST" TO WS-FA-UWAGA
              END-IF
              END-IF
              END-IF
              IF WS-FA-NADPLATA = "T"
                 ADD 1 TO WS-FA-NADPLAT
                 MOVE "T" TO WS-FA-SPOR
              ELSE
                 ADD 1 TO WS-FA-ZGODNYCH
              END-IF
           END-IF
           .

       580-ZAPISZ-POZYCJE.

           COMPUTE WS-FA-ROZNICA = WS-FA-DO-ZAPLATY - WS-FA-SZACUNEK
           MOVE WS-FA-NR-A TO WS-FA-NR-O
           MOVE NR-ZAM-PS TO WS-FA-ZAM-O
           MOVE WS-FA-WAGA-FAKT TO WS-FA-WFAKT-O
           MOVE WS-FA-WAGA-NASZA TO WS-FA-WNASZA-O
           MOVE WS-FA-DO-ZAPLATY TO WS-FA-KFAKT-O
           MOVE WS-FA-SZACUNEK TO WS-FA-KSZAC-O
           MOVE WS-FA-ROZNICA TO WS-FA-ROZN-O
           MOVE WS-FA-UWAGA TO WS-FA-UWAGA-O
           WRITE AUDYT-REC FROM WS-FA-POZYCJA

           IF WS-FA-JEST-SPOR
              COMPUTE WS-FA-SPORNE =
                      WS-FA-DO-ZAPLATY - WS-FA-ZASADNA
              ADD 1 TO WS-FA-SPOROW
              ADD WS-FA-SPORNE TO WS-FA-RAZEM-SPOR
              MOVE WS-FA-NR-A TO WS-FA-SP-NR-O
              MOVE WS-FA-DO-ZAPLATY TO WS-FA-SP-FAKT-O
              MOVE WS-FA-ZASADNA TO WS-FA-SP-ZAS-O
              MOVE WS-FA-SPORNE TO WS-FA-SP-SPOR-O
              MOVE WS-FA-UWAGA TO WS-FA-SP-UWAGA-O
              WRITE SPORY-REC FROM WS-FA-SPOR-POZ
              DISPLAY "SPOR: " WS-FA-NR-A " " WS-FA-UWAGA
           END-IF
           .

       590-PODSUMUJ-AUDYT.

           MOVE WS-FA-LINII TO WS-FA-S-LINII-O
           MOVE WS-FA-RAZEM-FAKT TO WS-FA-S-FAKT-O
           MOVE WS-FA-RAZEM-SZAC TO WS-FA-S-SZAC-O
           MOVE WS-FA-RAZEM-SPOR TO WS-FA-S-SPOR-O
           WRITE AUDYT-REC FROM WS-FA-SUMA
           MOVE SPACES TO AUDYT-REC
           WRITE AUDYT-REC
           WRITE SPORY-REC FROM WS-FA-SUMA
           MOVE SPACES TO SPORY-REC
           WRITE SPORY-REC

           DISPLAY "---------------------"
           DISPLAY "LINII FAKTURY         : " WS-FA-LINII
           DISPLAY "BLEDNYCH LINII        : " WS-FA-BLEDNYCH
           DISPLAY "ZGODNYCH Z SZACUNKIEM : " WS-FA-ZGODNYCH
           DISPLAY "NADPLAT               : " WS-FA-NADPLAT
           DISPLAY "NIEZNANYCH LISTOW     : " WS-FA-NIEZNANYCH
           DISPLAY "ZAFAKTUROWANYCH 2 RAZY: " WS-FA-PODWOJNYCH
           DISPLAY "POZYCJI SPORNYCH      : " WS-FA-SPOROW
           DISPLAY "KWOTA SPORNA          : " WS-FA-RAZEM-SPOR
           DISPLAY "RAPORT : " WS-FA-AUDYT-NAZWA
           DISPLAY "SPORY  : " WS-FA-SPORY-NAZWA
           .

       595-ZAMKNIJ-PLIKI-AUDYTU.

           CLOSE AUDYTFILE
           CLOSE SPORYFILE
           CLOSE ADRDFILE
           CLOSE KLIENCIFILE
           CLOSE INFILE
           CLOSE ZAMLFILE
           CLOSE ZAMOWFILE
           CLOSE PRZESFILE
           .

       600-IMPORT-POBRAN.

      *    ROZLICZENIE POBRAN PRZEWOZNIKA: LIST -> PRZESYLKA ->
      *    ZAMOWIENIE -> FAKTURA-Z -> POZYCJA W Rozrachunki.
      *    KSIEGOWANIE JAK 205-ZAKSIEGUJ-WPLATE W BANKIMPORT.COB

           ACCEPT WS-CZAS FROM TIME
           MOVE 0 TO WS-PB-WCZYTANE
           MOVE 0 TO WS-PB-ZAKSIEGOWANE
           MOVE 0 TO WS-PB-WYJATKI
           MOVE 0 TO WS-PB-RAZEM
           OPEN INPUT POBRANIAFILE
           IF ERR-PB NOT = 0
              DISPLAY "BRAK PLIKU PobraniaPrzewoznika.txt - NIC "
                      "DO ZAIMPORTOWANIA"
           ELSE
              PERFORM 050-OTWORZ-PRZESYLKI
              OPEN I-O ROZRFILE
              IF ERR-PS NOT = 0 OR ERR-R NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC KARTOTEKI Przesylki "
                         "LUB Rozrachunki"
              ELSE
                 OPEN INPUT ZAMOWFILE
                 READ POBRANIAFILE INTO WS-PB-LINIA
                 PERFORM UNTIL ERR-PB > 0
                    PERFORM 610-ROZLICZ-POBRANIE
                    READ POBRANIAFILE INTO WS-PB-LINIA
                 END-PERFORM
                 CLOSE ZAMOWFILE
              END-IF
              CLOSE ROZRFILE
              CLOSE PRZESFILE
              CLOSE POBRANIAFILE
           END-IF
           DISPLAY "---------------------"
           DISPLAY "POBRAN WCZYTANYCH     : " WS-PB-WCZYTANE
           DISPLAY "ZAKSIEGOWANYCH        : " WS-PB-ZAKSIEGOWANE
           DISPLAY "KWOTA ZAKSIEGOWANA    : " WS-PB-RAZEM
           DISPLAY "DO RECZNEGO KSIEGOWANIA: " WS-PB-WYJATKI
           .

       610-ROZLICZ-POBRANIE.

           ADD 1 TO WS-PB-WCZYTANE
           MOVE SPACES TO WS-PB-POWOD
           MOVE 0 TO WS-PB-KWOTA
           IF WS-PB-DATA-A NOT NUMERIC
              OR FUNCTION TEST-NUMVAL (WS-PB-KWOTA-A) NOT = 0
              MOVE "BLEDNA DATA LUB KWOTA" TO WS-PB-POWOD
           ELSE
              COMPUTE WS-PB-KWOTA = FUNCTION NUMVAL (WS-PB-KWOTA-A)
              MOVE WS-PB-NR-A TO NR-SLEDZENIA
              READ PRZESFILE
              IF WS-PB-KWOTA = 0
                 MOVE "KWOTA ZEROWA" TO WS-PB-POWOD
              ELSE
              IF ERR-PS NOT = 0
                 MOVE "NIEZNANY NUMER LISTU" TO WS-PB-POWOD
              ELSE
              IF NOT PRZESYLKA-ZA-POBRANIEM
                 MOVE "PRZESYLKA BEZ POBRANIA" TO WS-PB-POWOD
              ELSE
              IF DATA-POBRANIA-PS NOT = 0
                 MOVE "POBRANIE JUZ ROZLICZONE" TO WS-PB-POWOD
              ELSE
                 PERFORM 620-KSIEGUJ-POBRANIE
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           IF WS-PB-POWOD NOT = SPACES
              PERFORM 640-ZAPISZ-WYJATEK-POBRANIA
           END-IF
           .

       620-KSIEGUJ-POBRANIE.

           MOVE NR-ZAM-PS TO NR-ZAMOWIENIA
           READ ZAMOWFILE
           IF ERR-Z NOT = 0
              MOVE "BRAK ZAMOWIENIA PRZESYLKI" TO WS-PB-POWOD
           ELSE
           IF FAKTURA-Z = 0
              MOVE "ZAMOWIENIE NIEZAFAKTUROWANE" TO WS-PB-POWOD
           ELSE
              MOVE FAKTURA-Z TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R NOT = 0
                 MOVE "BRAK POZYCJI W Rozrachunki" TO WS-PB-POWOD
              ELSE
              IF NOT ROZR-OTWARTA
                 MOVE "FAKTURA JUZ ZAPLACONA" TO WS-PB-POWOD
              ELSE
                 ADD WS-PB-KWOTA TO KWOTA-ZAPLAC-R
                 IF KWOTA-ZAPLAC-R >= KWOTA-BRUTTO-R
                    MOVE "Z" TO STATUS-R
                 END-IF
                 REWRITE ROZR-REC
                 IF ERR-R NOT = 0
                    MOVE "BLAD ZAPISU ROZRACHUNKU" TO WS-PB-POWOD
                 ELSE
                    ADD 1 TO WS-PB-ZAKSIEGOWANE
                    ADD WS-PB-KWOTA TO WS-PB-RAZEM
                    PERFORM 630-LOG-WPLATY-POBRANIA
                    MOVE WS-PB-DATA-A TO DATA-POBRANIA-PS
                    REWRITE PRZES-REC
                    DISPLAY "POBRANIE " WS-PB-KWOTA
                            " ZAKSIEGOWANE NA FAKTURE "
                            NR-FAKTURY-R
                    IF KWOTA-POBRANIA-PS > 0
                       AND WS-PB-KWOTA NOT = KWOTA-POBRANIA-PS
                       DISPLAY "  UWAGA: POBRANIE NA PRZESYLCE "
                               KWOTA-POBRANIA-PS
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           .

       630-LOG-WPLATY-POBRANIA.

           MOVE WS-DZIS TO WS-WP-DATA-O
           MOVE WS-CZAS TO WS-WP-CZAS-O
           MOVE NR-FAKTURY-R TO WS-WP-FAKT-O
           MOVE KOD-KLIENTA-R TO WS-WP-KLIENT-O
           MOVE WS-PB-KWOTA TO WS-WP-KWOTA-O
           MOVE "POBRANIE" TO WS-WP-ZRODLO-O

           OPEN EXTEND WPLATYFILE
           IF ERR-W NOT = 0
              CLOSE WPLATYFILE
              OPEN OUTPUT WPLATYFILE
           END-IF
           WRITE WPLATA-REC FROM WS-WPLATA-LINIA
           CLOSE WPLATYFILE
           .

       640-ZAPISZ-WYJATEK-POBRANIA.

           ADD 1 TO WS-PB-WYJATKI
           MOVE WS-PB-LINIA TO WS-PB-WJ-TRESC-O
           MOVE WS-PB-POWOD TO WS-PB-WJ-POWOD-O
           DISPLAY "POBRANIE " WS-PB-NR-A " - " WS-PB-POWOD

           OPEN EXTEND POBRWYJFILE
           IF ERR-PW NOT = 0
              CLOSE POBRWYJFILE
              OPEN OUTPUT POBRWYJFILE
           END-IF
           WRITE POBRWYJ-REC FROM WS-PB-WYJATEK-LINIA
           CLOSE POBRWYJFILE
           .

       700-RAPORT-POBRAN.

      *    DORECZONE (STATUS D Z IMPORTU STATUSOW) PRZESYLKI ZA
      *    POBRANIEM, ZA KTORE PRZEWOZNIK NIE ODDAL PIENIEDZY

           DISPLAY "PODAJ PROG DNI OD DORECZENIA (0 = 7)"
           ACCEPT WS-PB-PROG-DNI
           IF WS-PB-PROG-DNI = 0
              MOVE 7 TO WS-PB-PROG-DNI
           END-IF

           OPEN INPUT PRZESFILE
           IF ERR-PS NOT = 0
              DISPLAY "BRAK KARTOTEKI Przesylki"
           ELSE
              DISPLAY "POBRANIA BEZ WPLATY PO " WS-PB-PROG-DNI
                      " DNIACH OD DORECZENIA:"
              MOVE 0 TO WS-PB-ZALEGLYCH
              MOVE 0 TO WS-PB-ZALEGLE-KWOTA
              MOVE SPACES TO NR-SLEDZENIA
              START PRZESFILE KEY NOT < NR-SLEDZENIA
              IF ERR-PS = 0
                 READ PRZESFILE NEXT
                 PERFORM UNTIL ERR-PS > 0
                    IF PRZESYLKA-DORECZONA
                       AND PRZESYLKA-ZA-POBRANIEM
                       AND DATA-POBRANIA-PS = 0
                       STRING "20" DATA-STATUSU-PS
                              DELIMITED BY SIZE
                              INTO WS-NADANIE-8
                       COMPUTE WS-NADANIE-INT =
                               FUNCTION INTEGER-OF-DATE
                               (WS-NADANIE-8)
                       COMPUTE WS-DNI-W-DRODZE =
                               WS-DZIS-INT - WS-NADANIE-INT
                       IF WS-DNI-W-DRODZE > WS-PB-PROG-DNI
                          ADD 1 TO WS-PB-ZALEGLYCH
                          ADD KWOTA-POBRANIA-PS
                              TO WS-PB-ZALEGLE-KWOTA
                          DISPLAY NR-SLEDZENIA " ZAM "
                                  NR-ZAM-PS " PRZEWOZNIK "
                                  PRZEWOZNIK-PS " POBRANIE "
                                  KWOTA-POBRANIA-PS " DORECZONO "
                                  DATA-STATUSU-PS " ("
                                  WS-DNI-W-DRODZE " DNI)"
                       END-IF
                    END-IF
                    READ PRZESFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE PRZESFILE
              DISPLAY "---------------------"
              DISPLAY "POBRAN DO WYJASNIENIA : " WS-PB-ZALEGLYCH
              DISPLAY "KWOTA                 : " WS-PB-ZALEGLE-KWOTA
           END-IF
           .
