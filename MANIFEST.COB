      *    PRZESYLKI Z WAGA W BAZA5 (TA SAMA ARYTMETYKA CO
      *    940-RAPORT-WAGI W MAGAZYN.COB, TYLKO NA ILOSCIACH
      *    WYDANYCH), NADAJE NUMERY LISTOW PRZEWOZOWYCH I ZAPISUJE
      *    MANIFEST DLA PRZEWOZNIKA ORAZ LISTE ZALADUNKOWA DLA RAMPY.
      *    POD KAZDA PRZESYLKA IDZIE ADRES DOSTAWY - WSKAZANY NA
      *    ZAMOWIENIU ADRES Z AdresyDostaw (Z KONTAKTEM I GODZINAMI
      *    PRZYJEC), A BEZ NIEGO ADRES KLIENTA Z Klienci.
      *    LINIE TOWAROW ADR (NUMER UN W ParametryTowaru) SCHODZA
      *    POD PRZESYLKA Z KLASA, GRUPA PAKOWANIA, MASA I PUNKTAMI
      *    (MASA * MNOZNIK), A NA KONCU MANIFESTU SEKCJA TOWAROW
      *    NIEBEZPIECZNYCH Z SUMAMI WG KLAS I PROGIEM 1000 PKT

       PROGRAM-ID. MANIFEST.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RR.

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

           SELECT PARAMTFILE ASSIGN TO "ParametryTowaru"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-TOWARU-PT
               STATUS ERR-PT.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD MANIFILE.
       01 MANIF-REC PIC X(100).
          05 TARA-PL         PIC 9(5)V99.
          05 LICZBA-POZ-PL   PIC 9(3).
          05 DATA-PL         PIC 9(6).
          05 OBJETOSC-PL     PIC 9(3)V999.
          05 WYSOKOSC-PL     PIC 9(4)V9.

       FD PALPOZFILE  BLOCK CONTAINS 0.
       01 PALPOZ-REC.
       01 ERR-LZ PIC 99.
       01 ERR-PAL PIC 99.
       01 ERR-WE PIC 99.
       01 ERR-K  PIC 99.
       01 ERR-AD PIC 99.
       01 WS-M-DOSTAWA.
          05 FILLER           PIC X(11) VALUE "  DOSTAWA: ".
          05 WS-M-DOST-NAZWA  PIC X(30).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-M-DOST-ADRES  PIC X(40).
       01 WS-M-KONTAKT.
          05 FILLER           PIC X(11) VALUE "  KONTAKT: ".
          05 WS-M-KONT-OSOBA  PIC X(30).
          05 FILLER           PIC X(7) VALUE " GODZ: ".
          05 WS-M-KONT-GODZ   PIC X(20).
       01 WS-M-POBRANIE.
          05 FILLER           PIC X(12) VALUE "  POBRANIE: ".
          05 WS-M-POBR-KWOTA-O PIC Z(8)9.99.
          05 FILLER           PIC X(4) VALUE " PLN".
       01 WS-M-POBRANIE-BRAK.
          05 FILLER           PIC X(52) VALUE
             "  POBRANIE: KWOTA WG FAKTURY - FAKTURA NIEWYSTAWIONA".
       01 WS-POBRAN PIC 9(5) VALUE 0.
       01 WS-POBRAN-KWOTA PIC 9(11)V99 VALUE 0.
       01 WS-BEZ-WERYFIKACJI PIC 9(5) VALUE 0.
       01 WS-M-OSTRZEZENIE.
          05 FILLER PIC X(44) VALUE
             "  ** BRAK ZGODNEJ WERYFIKACJI PAKOWANIA **".
       01 ERR-PP PIC 99.
       01 ERR-PT PIC 99.
       01 WS-PT-OTWARTY PIC X(1) VALUE "N".
          88 WS-PT-JEST-OTWARTY VALUE "T".

      *    TOWARY NIEBEZPIECZNE: PUNKTY = MASA * MNOZNIK KATEGORII
      *    TRANSPORTOWEJ; PONAD PROG POJAZD JEDZIE Z PELNA
      *    DOKUMENTACJA ADR (ZWOLNIENIE 1.1.3.6 NIE OBOWIAZUJE)

       01 WS-ADR-PROG PIC 9(5) VALUE 1000.
       01 WS-ADR-KG PIC 9(9)V99.
       01 WS-ADR-PKT PIC 9(9)V99.
       01 WS-ADR-RAZEM-PKT PIC 9(9)V99 VALUE 0.
       01 WS-ADR-N PIC 9(2) VALUE 0.
       01 WS-ADR-I PIC 9(2).
       01 WS-ADR-JEST PIC X(1).
          88 WS-ADR-KLASA-JEST VALUE "T".
       01 WS-ADR-TAB OCCURS 20.
          05 WS-ADR-KLASA  PIC X(4).
          05 WS-ADR-T-KG   PIC 9(9)V99.
          05 WS-ADR-T-PKT  PIC 9(9)V99.
       01 WS-ADR-POZYCJA.
          05 FILLER           PIC X(8) VALUE "  ADR UN".
          05 WS-ADR-UN-O      PIC X(4).
          05 FILLER           PIC X(4) VALUE " KL ".
          05 WS-ADR-KLASA-O   PIC X(4).
          05 FILLER           PIC X(4) VALUE " GR ".
          05 WS-ADR-GRUPA-O   PIC X(3).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-ADR-TOWAR-O   PIC X(20).
          05 FILLER           PIC X(4) VALUE " KG ".
          05 WS-ADR-KG-O      PIC Z(6)9.99.
          05 FILLER           PIC X(5) VALUE " PKT ".
          05 WS-ADR-PKT-O     PIC Z(6)9.99.
       01 WS-ADR-NAGLOWEK.
          05 FILLER PIC X(42) VALUE
             "TOWARY NIEBEZPIECZNE (ADR) - SUMY WG KLAS:".
       01 WS-ADR-SUMA-KLASY.
          05 FILLER           PIC X(8) VALUE "  KLASA ".
          05 WS-ADR-S-KLASA-O PIC X(4).
          05 FILLER           PIC X(4) VALUE " KG ".
          05 WS-ADR-S-KG-O    PIC Z(8)9.99.
          05 FILLER           PIC X(5) VALUE " PKT ".
          05 WS-ADR-S-PKT-O   PIC Z(8)9.99.
       01 WS-ADR-SUMA.
          05 FILLER           PIC X(20) VALUE "  RAZEM PUNKTOW ADR:".
          05 WS-ADR-S-RAZEM-O PIC Z(8)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-ADR-S-UWAGA-O PIC X(50).
       01 WS-PALET-PRZESYLKI PIC 9(3).
       01 WS-PALET-RAZEM PIC 9(5) VALUE 0.
       01 WS-PALETY-SA PIC X(1).
                 IF ERR NOT = 0
                    DISPLAY "BRAK PLIKU BAZA5 - KOD " ERR
                 ELSE
                    OPEN INPUT KLIENCIFILE
                    OPEN INPUT ADRDFILE
                    OPEN INPUT PARAMTFILE
                    IF ERR-PT = 0
                       MOVE "T" TO WS-PT-OTWARTY
                    END-IF
                    OPEN EXTEND MANIFILE
                    IF ERR-M NOT = 0
                       CLOSE MANIFILE
                    MOVE WS-PRZESYLKI TO WS-M-ILE-O
                    MOVE WS-WAGA-RAZEM TO WS-M-RAZEM-O
                    WRITE MANIF-REC FROM WS-M-SUMA
                    WRITE LISTA-REC FROM WS-M-SUMA
                    IF WS-ADR-N > 0
                       PERFORM 160-SEKCJA-ADR
                    END-IF
                    MOVE SPACES TO MANIF-REC
                    WRITE MANIF-REC
                    MOVE SPACES TO LISTA-REC
                    WRITE LISTA-REC

                    CLOSE MANIFILE
                    CLOSE LISTAFILE
                    IF ERR-AD < 90
                       CLOSE ADRDFILE
                    END-IF
                    IF ERR-K < 90
                       CLOSE KLIENCIFILE
                    END-IF
                    IF WS-PT-JEST-OTWARTY
                       CLOSE PARAMTFILE
                    END-IF
                    CLOSE INFILE
                 END-IF
                 CLOSE ZAMLFILE
           DISPLAY "PRZESYLEK W MANIFESCIE: " WS-PRZESYLKI
           DISPLAY "PALET W MANIFESCIE    : " WS-PALET-RAZEM
           DISPLAY "BEZ WERYFIKACJI       : " WS-BEZ-WERYFIKACJI
           DISPLAY "ZA POBRANIEM          : " WS-POBRAN
           DISPLAY "KWOTA POBRAN          : " WS-POBRAN-KWOTA
           DISPLAY "PUNKTY ADR            : " WS-ADR-RAZEM-PKT
           IF WS-ADR-RAZEM-PKT > WS-ADR-PROG
              DISPLAY "UWAGA: PRZEKROCZONY PROG " WS-ADR-PROG
                      " PKT ADR - POJAZD Z PELNA DOKUMENTACJA ADR"
           END-IF
           DISPLAY "WAGA RAZEM            : " WS-WAGA-RAZEM
           DISPLAY "MANIFEST ZAPISANY DO: " WS-MANIFEST-NAZWA

           ADD WS-WAGA-PRZESYLKI TO WS-WAGA-RAZEM
           WRITE MANIF-REC FROM WS-M-POZYCJA
           WRITE LISTA-REC FROM WS-M-POZYCJA
           PERFORM 140-ADRES-PRZESYLKI
           IF ZAM-ZA-POBRANIEM
              PERFORM 145-POBRANIE-PRZESYLKI
           END-IF
           IF WS-PT-JEST-OTWARTY
              PERFORM 150-ADR-PRZESYLKI
           END-IF
           .

       150-ADR-PRZESYLKI.

      *    LINIE WYDANE Z NUMEREM UN - NIEZALEZNIE OD TEGO, CZY
      *    PRZESYLKA SCHODZI PALETAMI CZY LINIAMI; MASA = WAGA
      *    JEDNOSTKOWA Z BAZA5 * ILOSC WYDANA

           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                 IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                    MOVE TOWAR-L TO KOD-TOWARU-PT
                    READ PARAMTFILE
                    IF ERR-PT = 0 AND UN-PT IS NUMERIC
                       PERFORM 155-LINIA-ADR
                    END-IF
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF
           .

       155-LINIA-ADR.

           MOVE 0 TO WS-ADR-KG
           MOVE TOWAR-L TO TOWAR
           MOVE LOKALIZACJA-L TO LOKALIZACJA
           READ INFILE
           IF ERR = 0
              MOVE WAGA OF IN-REC TO WS-WAGA-LICZBA
              COMPUTE WS-ADR-KG ROUNDED =
                      WS-WAGA-LICZBA * ILOSC-WYDANA-L
           END-IF
           IF MNOZNIK-ADR-PT IS NOT NUMERIC
              MOVE 0 TO MNOZNIK-ADR-PT
           END-IF
           COMPUTE WS-ADR-PKT = WS-ADR-KG * MNOZNIK-ADR-PT
           ADD WS-ADR-PKT TO WS-ADR-RAZEM-PKT

           MOVE UN-PT TO WS-ADR-UN-O
           MOVE KLASA-ADR-PT TO WS-ADR-KLASA-O
           MOVE GRUPA-PAK-PT TO WS-ADR-GRUPA-O
           MOVE TOWAR-L TO WS-ADR-TOWAR-O
           MOVE WS-ADR-KG TO WS-ADR-KG-O
           MOVE WS-ADR-PKT TO WS-ADR-PKT-O
           WRITE MANIF-REC FROM WS-ADR-POZYCJA
           WRITE LISTA-REC FROM WS-ADR-POZYCJA

           MOVE "N" TO WS-ADR-JEST
           PERFORM VARYING WS-ADR-I FROM 1 BY 1
                   UNTIL WS-ADR-I > WS-ADR-N OR WS-ADR-KLASA-JEST
              IF WS-ADR-KLASA (WS-ADR-I) = KLASA-ADR-PT
                 MOVE "T" TO WS-ADR-JEST
                 ADD WS-ADR-KG TO WS-ADR-T-KG (WS-ADR-I)
                 ADD WS-ADR-PKT TO WS-ADR-T-PKT (WS-ADR-I)
              END-IF
           END-PERFORM
           IF NOT WS-ADR-KLASA-JEST AND WS-ADR-N < 20
              ADD 1 TO WS-ADR-N
              MOVE KLASA-ADR-PT TO WS-ADR-KLASA (WS-ADR-N)
              MOVE WS-ADR-KG TO WS-ADR-T-KG (WS-ADR-N)
              MOVE WS-ADR-PKT TO WS-ADR-T-PKT (WS-ADR-N)
           END-IF
           .

       160-SEKCJA-ADR.

           WRITE MANIF-REC FROM WS-ADR-NAGLOWEK
           WRITE LISTA-REC FROM WS-ADR-NAGLOWEK
           PERFORM VARYING WS-ADR-I FROM 1 BY 1
                   UNTIL WS-ADR-I > WS-ADR-N
              MOVE WS-ADR-KLASA (WS-ADR-I) TO WS-ADR-S-KLASA-O
              MOVE WS-ADR-T-KG (WS-ADR-I) TO WS-ADR-S-KG-O
              MOVE WS-ADR-T-PKT (WS-ADR-I) TO WS-ADR-S-PKT-O
              WRITE MANIF-REC FROM WS-ADR-SUMA-KLASY
              WRITE LISTA-REC FROM WS-ADR-SUMA-KLASY
           END-PERFORM
           MOVE WS-ADR-RAZEM-PKT TO WS-ADR-S-RAZEM-O
           IF WS-ADR-RAZEM-PKT > WS-ADR-PROG
              MOVE "PONAD PROG 1000 PKT - PELNA DOKUMENTACJA ADR"
                   TO WS-ADR-S-UWAGA-O
           ELSE
              MOVE "W PROGU 1000 PKT - ZWOLNIENIE 1.1.3.6"
                   TO WS-ADR-S-UWAGA-O
           END-IF
           WRITE MANIF-REC FROM WS-ADR-SUMA
           WRITE LISTA-REC FROM WS-ADR-SUMA
           .

       145-POBRANIE-PRZESYLKI.

      *    KWOTA POBRANIA Z NAGLOWKA ZAMOWIENIA (PROGRAM FAKTURY
      *    WPISUJE WARTOSC FAKTURY, GDY PRZY ZAMOWIENIU PODANO 0)

           ADD 1 TO WS-POBRAN
           IF KWOTA-POBRANIA-Z > 0
              ADD KWOTA-POBRANIA-Z TO WS-POBRAN-KWOTA
              MOVE KWOTA-POBRANIA-Z TO WS-M-POBR-KWOTA-O
              WRITE MANIF-REC FROM WS-M-POBRANIE
              WRITE LISTA-REC FROM WS-M-POBRANIE
           ELSE
              WRITE MANIF-REC FROM WS-M-POBRANIE-BRAK
              WRITE LISTA-REC FROM WS-M-POBRANIE-BRAK
              DISPLAY "UWAGA: ZAM " NR-ZAMOWIENIA " ZA POBRANIEM "
                      "BEZ KWOTY - WYSTAW FAKTURE PRZED WYSYLKA"
           END-IF
           .

       140-ADRES-PRZESYLKI.

      *    ADRES DOSTAWY PRZESYLKI: ADRES WSKAZANY NA ZAMOWIENIU
      *    (ADRES-DOST-Z), GDY GO BRAK LUB NIE MA GO W KARTOTECE -
      *    ADRES KLIENTA

           MOVE SPACES TO WS-M-DOST-NAZWA
           MOVE SPACES TO WS-M-DOST-ADRES
           MOVE SPACES TO WS-M-KONT-OSOBA
           MOVE SPACES TO WS-M-KONT-GODZ
           MOVE 99 TO ERR-AD
           IF ADRES-DOST-Z NOT = SPACES
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-AD
              MOVE ADRES-DOST-Z TO KOD-ADRESU-AD
              READ ADRDFILE
              IF ERR-AD = 0
                 MOVE NAZWA-AD TO WS-M-DOST-NAZWA
                 MOVE ADRES-AD TO WS-M-DOST-ADRES
                 MOVE KONTAKT-AD TO WS-M-KONT-OSOBA
                 MOVE GODZINY-AD TO WS-M-KONT-GODZ
              END-IF
           END-IF
           IF ERR-AD NOT = 0
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE NAZWA-K TO WS-M-DOST-NAZWA
                 MOVE ADRES-K TO WS-M-DOST-ADRES
              END-IF
           END-IF
           MOVE 0 TO ERR-AD
           MOVE 0 TO ERR-K

           IF WS-M-DOST-ADRES NOT = SPACES
              WRITE MANIF-REC FROM WS-M-DOSTAWA
              WRITE LISTA-REC FROM WS-M-DOSTAWA
           END-IF
           IF WS-M-KONT-OSOBA NOT = SPACES
              OR WS-M-KONT-GODZ NOT = SPACES
              WRITE MANIF-REC FROM WS-M-KONTAKT
              WRITE LISTA-REC FROM WS-M-KONTAKT
           END-IF
           .

       105-SPRAWDZ-WERYFIKACJE.
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                    IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                       PERFORM 120-WAZ-LINIE
                    END-IF
                    READ ZAMLFILE NEXT
