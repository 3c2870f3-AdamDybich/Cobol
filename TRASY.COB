
      *    TRASY - PLANOWANIE TRAS DOSTAW: ZREALIZOWANE DZIS
      *    ZAMOWIENIA SA GRUPOWANE W TRASY POJAZDOW WG REGIONU
      *    DOSTAW KLIENTA (REGION-K NA KARTOTECE Klienci, A GDY
      *    ZAMOWIENIE WSKAZUJE ADRES DOSTAWY - REGION-AD Z PLIKU
      *    AdresyDostaw),
      *    W RAMACH TRASY DROPY SA NUMEROWANE PO KOLEI, A WAGA
      *    NARASTAJACO PILNUJE LIMITU LADOWNOSCI POJAZDU - PO
      *    PRZEKROCZENIU OTWIERA SIE NASTEPNA TRASA. WYDRUK
      *    Trasy-RRMMDD.txt ZAWIERA MANIFEST KAZDEJ TRASY ORAZ
      *    LISTE ZALADUNKOWA W ODWROTNEJ KOLEJNOSCI DROPOW -
      *    OSTATNIA DOSTAWA WJEZDZA NA POJAZD PIERWSZA.
      *    OBOK WAGI TRASE DZIELI KUBATURA: OBJETOSC ZAMOWIENIA
      *    Z WYMIAROW JEDNOSTKI (ParametryTowaru) * ILOSC WYDANA
      *    WOBEC OBJETOSCI SKRZYNI POJAZDU (DL X SZER X WYS W CM).
      *    PARAMETR: [RRMMDD] [LADOWNOSC-KG] [DL] [SZER] [WYS]
      *    NA POZYCJACH 1, 8, 16, 21, 26 (PUSTE = DZIS, 1500 KG,
      *    SKRZYNIA 420 X 200 X 200 CM)
      *    TOWARY NIEBEZPIECZNE (NUMER UN W ParametryTowaru) DAJA
      *    PUNKTY ADR = MASA * MNOZNIK KATEGORII; PO PRZEKROCZENIU
      *    1000 PKT NA POJAZD TRASA JEST DZIELONA, A Z LITERA "W"
      *    NA POZYCJI 31 PARAMETRU TYLKO OSTRZEGANA

       PROGRAM-ID. TRASY.

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

           SELECT TRASYFILE ASSIGN TO WS-TRASY-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-T.
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

       FD INFILE  BLOCK CONTAINS 0.
       01 IN-REC.
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

       FD TRASYFILE.
       01 TRASA-REC PIC X(140).

       WORKING-STORAGE SECTION.
       01 ERR-Z PIC 99.
       01 ERR PIC 99.
       01 ERR-K PIC 99.
       01 ERR-T PIC 99.
       01 ERR-AD PIC 99.
       01 ERR-PT PIC 99.

       01 WS-PARAM PIC X(40).
       01 WS-DATA-PLANU PIC 9(6).
       01 WS-LADOWNOSC PIC 9(7)V99 VALUE 1500.
       01 WS-TRASY-NAZWA PIC X(30).
       01 WS-POJ-DLUGOSC PIC 9(4)V9 VALUE 420.
       01 WS-POJ-SZEROKOSC PIC 9(4)V9 VALUE 200.
       01 WS-POJ-WYSOKOSC PIC 9(4)V9 VALUE 200.
       01 WS-OBJ-POJAZDU PIC 9(3)V9(6).
       01 WS-OBJ-N PIC 9(3)V9(6).
       01 WS-OBJ-ZAM PIC 9(5)V9(6).
       01 WS-WYS-ZAM PIC 9(4)V9.
       01 WS-TRASA-OBJ PIC 9(5)V9(6).
       01 WS-OBJ-WYDRUK PIC 9(5)V999.
       01 WS-OBJ-NARAST PIC 9(5)V999.
       01 WS-ZA-WYSOKICH PIC 9(3) VALUE 0.

       01 WS-WAGA-LICZBA PIC 9(7)V999.
       01 WS-WAGA-ZAM PIC 9(9)V99.

       01 WS-ADR-PROG PIC 9(5) VALUE 1000.
       01 WS-ADR-TRYB PIC X(1) VALUE "D".
          88 WS-ADR-TYLKO-OSTRZEGAJ VALUE "W".
       01 WS-PKT-ZAM PIC 9(9)V99.
       01 WS-PKT-N PIC 9(9)V99.
       01 WS-TRASA-PKT PIC 9(9)V99.
       01 WS-TRASA-ADR-OSTRZ PIC X(1).
          88 WS-TRASA-ADR-OSTRZEZONA VALUE "T".
       01 WS-TRAS-PONAD-ADR PIC 9(3) VALUE 0.

       01 WS-DR-N PIC 9(3) VALUE 0.
       01 WS-DR-I PIC 9(3).
       01 WS-DR-J PIC 9(3).
       01 WS-DR-TAB OCCURS 200.
          05 WS-DR-REGION PIC X(4).
          05 WS-DR-KLIENT PIC X(10).
          05 WS-DR-ADRES  PIC X(6).
          05 WS-DR-ZAM    PIC 9(7).
          05 WS-DR-WAGA   PIC 9(9)V99.
          05 WS-DR-OBJ    PIC 9(5)V9(6).
          05 WS-DR-WYS    PIC 9(4)V9.
          05 WS-DR-PKT    PIC 9(9)V99.
       01 WS-DR-ZAPAS.
          05 WS-DR-Z-REGION PIC X(4).
          05 WS-DR-Z-KLIENT PIC X(10).
          05 WS-DR-Z-ADRES  PIC X(6).
          05 WS-DR-Z-ZAM    PIC 9(7).
          05 WS-DR-Z-WAGA   PIC 9(9)V99.
          05 WS-DR-Z-OBJ    PIC 9(5)V9(6).
          05 WS-DR-Z-WYS    PIC 9(4)V9.
          05 WS-DR-Z-PKT    PIC 9(9)V99.

       01 WS-TRASA-NR PIC 9(3).
       01 WS-TRASA-WAGA PIC 9(9)V99.
       01 WS-DROP-NR PIC 9(3).
       01 WS-TRASA-OD PIC 9(3).
       01 WS-LINIA-WYJSCIE PIC X(140).

       PROCEDURE DIVISION.

              COMPUTE WS-LADOWNOSC =
                      FUNCTION NUMVAL (WS-PARAM(8:7))
           END-IF
           IF WS-PARAM(16:4) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(16:4)) = 0
              COMPUTE WS-POJ-DLUGOSC =
                      FUNCTION NUMVAL (WS-PARAM(16:4))
           END-IF
           IF WS-PARAM(21:4) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(21:4)) = 0
              COMPUTE WS-POJ-SZEROKOSC =
                      FUNCTION NUMVAL (WS-PARAM(21:4))
           END-IF
           IF WS-PARAM(26:4) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(26:4)) = 0
              COMPUTE WS-POJ-WYSOKOSC =
                      FUNCTION NUMVAL (WS-PARAM(26:4))
           END-IF
           IF WS-PARAM(31:1) = "W" OR WS-PARAM(31:1) = "w"
              MOVE "W" TO WS-ADR-TRYB
           END-IF
           COMPUTE WS-OBJ-POJAZDU ROUNDED = WS-POJ-DLUGOSC *
                   WS-POJ-SZEROKOSC * WS-POJ-WYSOKOSC / 1000000

           MOVE SPACES TO WS-TRASY-NAZWA
           STRING "Trasy-" WS-DATA-PLANU ".txt"
                  DELIMITED BY SIZE INTO WS-TRASY-NAZWA

           DISPLAY "PLANOWANIE TRAS NA " WS-DATA-PLANU
                   " (LADOWNOSC " WS-LADOWNOSC " KG, SKRZYNIA "
                   WS-OBJ-POJAZDU " M3)"

           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
           OPEN INPUT ZAMLFILE
           OPEN INPUT INFILE
           OPEN INPUT KLIENCIFILE
           OPEN INPUT ADRDFILE
           OPEN INPUT PARAMTFILE

           PERFORM 100-ZBIERZ-DROPY
           PERFORM 200-SORTUJ-DROPY
           PERFORM 300-ULOZ-TRASY

           IF ERR-AD < 90
              CLOSE ADRDFILE
           END-IF
           IF ERR-PT < 90
              CLOSE PARAMTFILE
           END-IF
           CLOSE KLIENCIFILE
           CLOSE INFILE
           CLOSE ZAMLFILE
                 END-IF
                 MOVE 0 TO ERR-K
              END-IF
              MOVE ADRES-DOST-Z TO WS-DR-ADRES (WS-DR-N)
              IF ADRES-DOST-Z NOT = SPACES AND ERR-AD < 90
                 MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-AD
                 MOVE ADRES-DOST-Z TO KOD-ADRESU-AD
                 READ ADRDFILE
                 IF ERR-AD = 0 AND REGION-AD NOT = SPACES
                    MOVE REGION-AD TO WS-DR-REGION (WS-DR-N)
                 END-IF
                 MOVE 0 TO ERR-AD
              END-IF
              PERFORM 120-WAGA-ZAMOWIENIA
              MOVE WS-WAGA-ZAM TO WS-DR-WAGA (WS-DR-N)
              MOVE WS-OBJ-ZAM TO WS-DR-OBJ (WS-DR-N)
              MOVE WS-WYS-ZAM TO WS-DR-WYS (WS-DR-N)
              MOVE WS-PKT-ZAM TO WS-DR-PKT (WS-DR-N)
           ELSE
              MOVE "T" TO WS-DR-LIMIT
           END-IF
       120-WAGA-ZAMOWIENIA.

      *    WAGA PRZESYLKI JAK W MANIFEST.COB: WAGA JEDNOSTKOWA
      *    Z BAZA5 * ILOSC WYDANA; OBJETOSC Z WYMIAROW JEDNOSTKI
      *    W ParametryTowaru (TOWAR BEZ WYMIAROW = 0) I NAJWYZSZA
      *    SZTUKA ZAMOWIENIA; PUNKTY ADR Z MASY LINII TOWARU
      *    NIEBEZPIECZNEGO * MNOZNIK KATEGORII TRANSPORTOWEJ

           MOVE 0 TO WS-WAGA-ZAM
           MOVE 0 TO WS-PKT-ZAM
           MOVE 0 TO WS-OBJ-ZAM
           MOVE 0 TO WS-WYS-ZAM
           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                 IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                    MOVE TOWAR-L TO TOWAR
                    MOVE LOKALIZACJA-L TO LOKALIZACJA
                    MOVE 0 TO WS-WAGA-LICZBA
                    READ INFILE
                    IF ERR = 0
                       MOVE WAGA OF IN-REC TO WS-WAGA-LICZBA
                       COMPUTE WS-WAGA-ZAM = WS-WAGA-ZAM +
                               WS-WAGA-LICZBA * ILOSC-WYDANA-L
                    END-IF
                    PERFORM 125-OBJETOSC-LINII
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
           END-IF
           .

       125-OBJETOSC-LINII.

           IF ERR-PT < 90
              MOVE TOWAR-L TO KOD-TOWARU-PT
              READ PARAMTFILE
              IF ERR-PT = 0
                 IF DLUGOSC-PT IS NUMERIC AND SZEROKOSC-PT IS NUMERIC
                    AND WYSOKOSC-PT IS NUMERIC
                    COMPUTE WS-OBJ-N ROUNDED = DLUGOSC-PT *
                            SZEROKOSC-PT * WYSOKOSC-PT / 1000000
                    COMPUTE WS-OBJ-ZAM = WS-OBJ-ZAM +
                            WS-OBJ-N * ILOSC-WYDANA-L
                    IF WYSOKOSC-PT > WS-WYS-ZAM
                       MOVE WYSOKOSC-PT TO WS-WYS-ZAM
                    END-IF
                 END-IF
                 IF UN-PT IS NUMERIC AND MNOZNIK-ADR-PT IS NUMERIC
                    COMPUTE WS-PKT-N ROUNDED = WS-WAGA-LICZBA *
                            ILOSC-WYDANA-L * MNOZNIK-ADR-PT
                    ADD WS-PKT-N TO WS-PKT-ZAM
                 END-IF
              END-IF
              MOVE 0 TO ERR-PT
           END-IF
           .

       200-SORTUJ-DROPY.

      *    SORTOWANIE BABELKOWE WG REGIONU, POTEM KLIENTA -
                        WS-DR-REGION (WS-DR-J + 1)
                        AND WS-DR-KLIENT (WS-DR-J) >
                            WS-DR-KLIENT (WS-DR-J + 1))
                    OR (WS-DR-REGION (WS-DR-J) =
                        WS-DR-REGION (WS-DR-J + 1)
                        AND WS-DR-KLIENT (WS-DR-J) =
                            WS-DR-KLIENT (WS-DR-J + 1)
                        AND WS-DR-ADRES (WS-DR-J) >
                            WS-DR-ADRES (WS-DR-J + 1))
                    MOVE WS-DR-TAB (WS-DR-J) TO WS-DR-ZAPAS
                    MOVE WS-DR-TAB (WS-DR-J + 1)
                         TO WS-DR-TAB (WS-DR-J)
                 IF WS-TRASA-NR = 0
                    OR WS-TRASA-WAGA + WS-DR-WAGA (WS-DR-I)
                       > WS-LADOWNOSC
                    OR (WS-OBJ-POJAZDU > 0
                        AND WS-TRASA-OBJ + WS-DR-OBJ (WS-DR-I)
                            > WS-OBJ-POJAZDU)
                    OR (NOT WS-ADR-TYLKO-OSTRZEGAJ
                        AND WS-TRASA-PKT > 0
                        AND WS-TRASA-PKT + WS-DR-PKT (WS-DR-I)
                            > WS-ADR-PROG)
                    PERFORM 330-LISTA-ZALADUNKOWA
                    ADD 1 TO WS-TRASA-NR
                    MOVE 0 TO WS-TRASA-WAGA
                    MOVE 0 TO WS-TRASA-OBJ
                    MOVE 0 TO WS-TRASA-PKT
                    MOVE "N" TO WS-TRASA-ADR-OSTRZ
                    MOVE 0 TO WS-DROP-NR
                    MOVE WS-DR-I TO WS-TRASA-OD
                    MOVE SPACES TO WS-LINIA-WYJSCIE
                 END-IF
                 ADD 1 TO WS-DROP-NR
                 ADD WS-DR-WAGA (WS-DR-I) TO WS-TRASA-WAGA
                 ADD WS-DR-OBJ (WS-DR-I) TO WS-TRASA-OBJ
                 ADD WS-DR-PKT (WS-DR-I) TO WS-TRASA-PKT
                 COMPUTE WS-OBJ-WYDRUK ROUNDED = WS-DR-OBJ (WS-DR-I)
                 COMPUTE WS-OBJ-NARAST ROUNDED = WS-TRASA-OBJ
                 MOVE SPACES TO WS-LINIA-WYJSCIE
                 STRING "  DROP " WS-DROP-NR " REGION "
                        WS-DR-REGION (WS-DR-I) " KLIENT "
                        WS-DR-KLIENT (WS-DR-I) " ADR "
                        WS-DR-ADRES (WS-DR-I) " ZAM "
                        WS-DR-ZAM (WS-DR-I) " WAGA "
                        WS-DR-WAGA (WS-DR-I)
                        " NARASTAJACO " WS-TRASA-WAGA
                        " M3 " WS-OBJ-WYDRUK " / " WS-OBJ-NARAST
                        DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                 PERFORM 900-PISZ-LINIE
                 IF WS-DR-WYS (WS-DR-I) > WS-POJ-WYSOKOSC
                    OR (WS-OBJ-POJAZDU > 0
                        AND WS-DR-OBJ (WS-DR-I) > WS-OBJ-POJAZDU)
                    ADD 1 TO WS-ZA-WYSOKICH
                    MOVE SPACES TO WS-LINIA-WYJSCIE
                    STRING "    UWAGA: ZAMOWIENIE NIE MIESCI SIE W "
                           "SKRZYNI POJAZDU - DO PODZIALU RECZNIE"
                           DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                    PERFORM 900-PISZ-LINIE
                 END-IF
                 IF WS-DR-PKT (WS-DR-I) > 0
                    PERFORM 320-PUNKTY-ADR
                 END-IF
              END-PERFORM
              PERFORM 330-LISTA-ZALADUNKOWA

              IF WS-DR-LIMIT-PRZEKROCZONY
                 DISPLAY "UWAGA: OSIAGNIETO LIMIT 200 DROPOW"
              END-IF
              IF WS-ZA-WYSOKICH > 0
                 DISPLAY "ZAMOWIEN PONAD SKRZYNIE POJAZDU: "
                         WS-ZA-WYSOKICH
              END-IF
              IF WS-TRAS-PONAD-ADR > 0
                 DISPLAY "TRAS PONAD " WS-ADR-PROG " PKT ADR: "
                         WS-TRAS-PONAD-ADR
              END-IF
           END-IF
           .

       320-PUNKTY-ADR.

      *    PUNKTY ADR DROPU I NARASTAJACO NA POJEZDZIE; TRASA PONAD
      *    PROGIEM (TRYB "W" ALBO POJEDYNCZY DROP PONAD PROGIEM)
      *    DOSTAJE JEDNO OSTRZEZENIE - POJAZD Z PELNA DOKUMENTACJA

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "    ADR PKT " WS-DR-PKT (WS-DR-I)
                  " NARASTAJACO " WS-TRASA-PKT
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           IF WS-TRASA-PKT > WS-ADR-PROG
              AND NOT WS-TRASA-ADR-OSTRZEZONA
              MOVE "T" TO WS-TRASA-ADR-OSTRZ
              ADD 1 TO WS-TRAS-PONAD-ADR
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "    UWAGA: TRASA PONAD " WS-ADR-PROG
                     " PKT ADR - ZWOLNIENIE 1.1.3.6 NIE OBOWIAZUJE, "
                     "POJAZD Z PELNA DOKUMENTACJA ADR"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 900-PISZ-LINIE
           END-IF
           .

                 MOVE SPACES TO WS-LINIA-WYJSCIE
                 STRING "    ZAM " WS-DR-ZAM (WS-DR-J)
                        " KLIENT " WS-DR-KLIENT (WS-DR-J)
                        " ADR " WS-DR-ADRES (WS-DR-J)
                        DELIMITED BY SIZE
                        INTO WS-LINIA-WYJSCIE
                 PERFORM 900-PISZ-LINIE
