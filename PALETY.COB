      *    ETYKIETY TOWAROWE (Etykiety.txt, 494-ZAPISZ-ETYKIETE
      *    W MAGAZYN.COB). ZAWARTOSC PALET CZYTA MANIFEST -
      *    PRZEWOZNIK DOSTAJE LICZBE I WAGE PALET ZAMIAST
      *    PLASKIEJ LISTY LINII.
      *    PALETA PILNUJE TEZ KUBATURY: OBJETOSC POZYCJI Z WYMIAROW
      *    JEDNOSTKI (ParametryTowaru) NA PODSTAWIE EUR 120 X 80;
      *    PO PRZEKROCZENIU MAKSYMALNEJ OBJETOSCI ALBO WYSOKOSCI
      *    PALETA JEST ZAMYKANA, A RESZTA LINII IDZIE NA NASTEPNA

       PROGRAM-ID. PALETY.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ET.

           SELECT PARAMTFILE ASSIGN TO "ParametryTowaru"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-TOWARU-PT
               STATUS ERR-PT.

       DATA DIVISION.

       FILE SECTION.
          05 TARA-PL         PIC 9(5)V99.
          05 LICZBA-POZ-PL   PIC 9(3).
          05 DATA-PL         PIC 9(6).
          05 OBJETOSC-PL     PIC 9(3)V999.
          05 WYSOKOSC-PL     PIC 9(4)V9.

       FD PALPOZFILE  BLOCK CONTAINS 0.
       01 PALPOZ-REC.
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
       FD ETYKIETYFILE.
       01 ETYKIETA-REC PIC X(80).

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

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-BUDUJ    VALUE "1".
       01 ERR PIC 99.
       01 ERR-N PIC 99.
       01 ERR-ET PIC 99.
       01 ERR-PT PIC 99.

       01 WS-DZIS PIC 9(6).
       01 WS-NR-ZAM PIC 9(7).

       01 TARA-PALETY-DOMYSLNA PIC 9(5)V99 VALUE 25.

      *    KUBATURA PALETY: PODSTAWA EUR 120 X 80 CM, NOSNIK 15 CM
       01 PODSTAWA-PALETY-CM2 PIC 9(5) VALUE 9600.
       01 WYSOKOSC-NOSNIKA PIC 9(4)V9 VALUE 15.
       01 WYSOKOSC-PALETY-DOMYSLNA PIC 9(4)V9 VALUE 180.
       01 WS-MAX-WYS-PALETY PIC 9(4)V9.
       01 WS-MAX-OBJ-PALETY PIC 9(3)V9(6).
       01 WS-OBJ-PALETY PIC 9(3)V9(6).
       01 WS-WYS-PALETY PIC 9(4)V9.
       01 WS-WYS-MAX-SZTUKI PIC 9(4)V9.
       01 WS-OBJ-N PIC 9(3)V9(6).
       01 WS-WYS-N PIC 9(4)V9.
       01 WS-OBJ-WOLNA PIC 9(3)V9(6).
       01 WS-MIESCI-SIE PIC 9(7).
       01 WS-RESZTA-LINII PIC 9(7)V99.

       01 WS-ETYKIETA-LINIA.
          05 WS-ET-TOWAR-O   PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ET-JEDN-O    PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ET-KOD-O     PIC X(22).
       01 WS-ET-POBRANIE-O PIC Z(8)9.99.

       PROCEDURE DIVISION.

              IF WS-TARA = 0
                 MOVE TARA-PALETY-DOMYSLNA TO WS-TARA
              END-IF
              DISPLAY "PODAJ MAKSYMALNA WYSOKOSC PALETY W CM "
                      "(0 = DOMYSLNA 180)"
              ACCEPT WS-MAX-WYS-PALETY
              IF WS-MAX-WYS-PALETY = 0
                 MOVE WYSOKOSC-PALETY-DOMYSLNA TO WS-MAX-WYS-PALETY
              END-IF
              DISPLAY "PODAJ MAKSYMALNA OBJETOSC LADUNKU W M3 "
                      "(0 = Z WYSOKOSCI)"
              ACCEPT WS-MAX-OBJ-PALETY
              IF WS-MAX-OBJ-PALETY = 0
                 AND WS-MAX-WYS-PALETY > WYSOKOSC-NOSNIKA
                 COMPUTE WS-MAX-OBJ-PALETY ROUNDED =
                         PODSTAWA-PALETY-CM2 *
                         (WS-MAX-WYS-PALETY - WYSOKOSC-NOSNIKA)
                         / 1000000
              END-IF

              MOVE 0 TO WS-POZYCJI-PALETY
              MOVE WS-TARA TO WS-WAGA-PALETY
              MOVE 0 TO WS-OBJ-PALETY
              MOVE WYSOKOSC-NOSNIKA TO WS-WYS-PALETY
              MOVE 0 TO WS-WYS-MAX-SZTUKI
              MOVE "N" TO WS-KONIEC-PALETY
              PERFORM 120-DODAJ-POZYCJE-PALETY
                 UNTIL WS-JEST-KONIEC-PALETY
                 MOVE WS-TARA TO TARA-PL
                 MOVE WS-POZYCJI-PALETY TO LICZBA-POZ-PL
                 MOVE WS-DZIS TO DATA-PL
                 COMPUTE OBJETOSC-PL ROUNDED = WS-OBJ-PALETY
                 MOVE WS-WYS-PALETY TO WYSOKOSC-PL
                 WRITE PALETA-REC
                 IF ERR-PL NOT = 0
                    DISPLAY "ZAPIS PALETY - KOD " ERR-PL
                            " ZAPISANA - POZYCJI "
                            WS-POZYCJI-PALETY " WAGA "
                            WS-WAGA-PALETY " (Z TARA)"
                    DISPLAY "OBJETOSC LADUNKU " OBJETOSC-PL
                            " M3, WYSOKOSC " WYSOKOSC-PL " CM"
                    PERFORM 200-ETYKIETA-PALETY
                 END-IF
              END-IF
              ELSE
                 IF ILOSC-WYDANA-L = 0
                    DISPLAY "LINIA BEZ WYDANIA - POMINIETA"
                 ELSE
                 IF LIN-DROPSHIP
                    DISPLAY "WYSYLKA BEZPOSREDNIA OD DOSTAWCY"
                            " - POMINIETA"
                 ELSE
                    DISPLAY "LINIA " LP-L " " TOWAR-L
                            " WYDANO " ILOSC-WYDANA-L
                       MOVE ILOSC-WYDANA-L
                            TO WS-ILOSC-NA-PALETE
                    END-IF
                    PERFORM 125-KUBATURA-POZYCJI
                 IF WS-ILOSC-NA-PALETE = 0
                    MOVE "T" TO WS-KONIEC-PALETY
                 ELSE
                    ADD 1 TO WS-POZYCJI-PALETY
                    MOVE WS-NR-PALETY TO NR-PALETY-PP
                    MOVE WS-POZYCJI-PALETY TO LP-PP
                                  WS-WAGA-LICZBA *
                                  WS-ILOSC-NA-PALETE
                       END-IF
                       COMPUTE WS-OBJ-PALETY = WS-OBJ-PALETY +
                               WS-OBJ-N * WS-ILOSC-NA-PALETE
                       IF WS-WYS-N > WS-WYS-MAX-SZTUKI
                          MOVE WS-WYS-N TO WS-WYS-MAX-SZTUKI
                       END-IF
                       COMPUTE WS-WYS-PALETY ROUNDED =
                               WYSOKOSC-NOSNIKA + WS-OBJ-PALETY
                               * 1000000 / PODSTAWA-PALETY-CM2
                       IF WS-WYS-PALETY <
                          WYSOKOSC-NOSNIKA + WS-WYS-MAX-SZTUKI
                          COMPUTE WS-WYS-PALETY = WYSOKOSC-NOSNIKA
                                  + WS-WYS-MAX-SZTUKI
                       END-IF
                       DISPLAY "POZYCJA DOLOZONA - WAGA "
                               "PALETY: " WS-WAGA-PALETY
                               " OBJETOSC " WS-OBJ-PALETY
                               " M3 WYSOKOSC " WS-WYS-PALETY
                    END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           .

       125-KUBATURA-POZYCJI.

      *    CZY POZYCJA ZMIESCI SIE NA PALECIE: SZTUKA WYZSZA NIZ
      *    DOPUSZCZALNA WYSOKOSC LADUNKU NIE WCHODZI WCALE, A PRZY
      *    BRAKU MIEJSCA NA CALA ILOSC NA PALETE IDZIE TYLE PELNYCH
      *    SZTUK, ILE SIE MIESCI - PALETA JEST WTEDY ZAMYKANA.
      *    TOWAR BEZ WYMIAROW NIE ZAJMUJE KUBATURY

           MOVE 0 TO WS-OBJ-N
           MOVE 0 TO WS-WYS-N
           OPEN INPUT PARAMTFILE
           IF ERR-PT = 0
              MOVE TOWAR-L TO KOD-TOWARU-PT
              READ PARAMTFILE
              IF ERR-PT = 0
                 IF DLUGOSC-PT IS NUMERIC AND SZEROKOSC-PT IS NUMERIC
                    AND WYSOKOSC-PT IS NUMERIC
                    COMPUTE WS-OBJ-N ROUNDED = DLUGOSC-PT *
                            SZEROKOSC-PT * WYSOKOSC-PT / 1000000
                    MOVE WYSOKOSC-PT TO WS-WYS-N
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF

           IF WS-WYS-N + WYSOKOSC-NOSNIKA > WS-MAX-WYS-PALETY
              DISPLAY "SZTUKA (" WS-WYS-N " CM) WYZSZA NIZ "
                      "DOPUSZCZALNA WYSOKOSC PALETY - POZYCJA NIE "
                      "DOLOZONA, PALETA ZAMKNIETA"
              MOVE 0 TO WS-ILOSC-NA-PALETE
           ELSE
              IF WS-OBJ-N > 0
                 AND WS-OBJ-PALETY + WS-OBJ-N * WS-ILOSC-NA-PALETE
                     > WS-MAX-OBJ-PALETY
                 MOVE 0 TO WS-OBJ-WOLNA
                 IF WS-MAX-OBJ-PALETY > WS-OBJ-PALETY
                    COMPUTE WS-OBJ-WOLNA =
                            WS-MAX-OBJ-PALETY - WS-OBJ-PALETY
                 END-IF
                 DIVIDE WS-OBJ-WOLNA BY WS-OBJ-N
                        GIVING WS-MIESCI-SIE
                 COMPUTE WS-RESZTA-LINII =
                         WS-ILOSC-NA-PALETE - WS-MIESCI-SIE
                 MOVE WS-MIESCI-SIE TO WS-ILOSC-NA-PALETE
                 IF WS-ILOSC-NA-PALETE = 0
                    DISPLAY "PALETA PELNA (OBJETOSC " WS-OBJ-PALETY
                            " M3 Z " WS-MAX-OBJ-PALETY
                            ") - POZYCJA NIE DOLOZONA, PALETA "
                            "ZAMKNIETA"
                 ELSE
                    DISPLAY "NA PALETE WCHODZI TYLKO "
                            WS-ILOSC-NA-PALETE " - RESZTA "
                            WS-RESZTA-LINII " NA NASTEPNA PALETE"
                    MOVE "T" TO WS-KONIEC-PALETY
                 END-IF
              END-IF
           END-IF
           .
              OPEN OUTPUT ETYKIETYFILE
           END-IF
           WRITE ETYKIETA-REC FROM WS-ETYKIETA-LINIA
      *    PRZESYLKA ZA POBRANIEM - KWOTA DRUGA LINIA ETYKIETY,
      *    ZEBY KIEROWCA NIE PRZEPISYWAL JEJ RECZNIE
           IF ZAM-ZA-POBRANIEM
              MOVE SPACES TO WS-ETYKIETA-LINIA
              MOVE "POBRANIE PLN" TO WS-ET-TOWAR-O
              MOVE WS-NR-ZAM TO WS-ET-LOK-O
              MOVE SPACES TO WS-ET-KOD-O
              IF KWOTA-POBRANIA-Z > 0
                 MOVE KWOTA-POBRANIA-Z TO WS-ET-POBRANIE-O
                 STRING "POBRANIE " WS-ET-POBRANIE-O
                        DELIMITED BY SIZE INTO WS-ET-KOD-O
              ELSE
                 MOVE "POBRANIE WG FAKTURY" TO WS-ET-KOD-O
              END-IF
              WRITE ETYKIETA-REC FROM WS-ETYKIETA-LINIA
           END-IF
           CLOSE ETYKIETYFILE
           DISPLAY "ETYKIETA PALETY DOPISANA DO Etykiety.txt"
           .
                    DISPLAY "PALETA " NR-PALETY " WAGA "
                            WAGA-PL " (TARA " TARA-PL
                            ") POZYCJI " LICZBA-POZ-PL
                    IF OBJETOSC-PL IS NUMERIC
                       DISPLAY "  OBJETOSC " OBJETOSC-PL
                               " M3 WYSOKOSC " WYSOKOSC-PL " CM"
                    END-IF
                    PERFORM 310-POZYCJE-PALETY
                 END-IF
                 READ PALETYFILE NEXT
