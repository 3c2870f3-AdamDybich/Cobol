      *    LINIE ZAMOWIEN, SORTUJE JE W RAMACH KAZDEGO
      *    TOWAR/LOKALIZACJA WG PRIORYTETU NAGLOWKA (PRIORYTET-Z),
      *    WYMAGANEJ DATY I NUMERU ZGLOSZENIA, PO CZYM ROZDZIELA
      *    DOSTEPNA ILOSC Z BAZA5 (POMNIEJSZONA O SKLADNIKI
      *    ZAREZERWOWANE POD OTWARTE ZLECENIA MONTAZU) OD GORY
      *    LISTY. PRZYDZIALY ZAPISUJE DO PLIKU Alokacje, KTOREGO
      *    REALIZACJA (330-REALIZUJ-JEDNA-LINIE W ZAMOWIENIA.COB)
      *    PILNUJE PRZY WYDAWANIU - ZAMOWIENIE O NIZSZYM
      *    PRIORYTECIE NIE ZABIERZE JUZ STANU PRZYDZIELONEGO
      *    PILNIEJSZEMU.
      *    PLIK ALOKACJI JEST BUDOWANY OD NOWA W KAZDYM PRZEBIEGU.
      *    KLIENT Z MINIMUM POZOSTALEJ WAZNOSCI (TerminyKlientow.txt)
      *    DOSTAJE PRZYDZIAL TYLKO Z PARTII, KTORE PRZYJMIE -
      *    PARTIE SCHODZA W PRZYDZIALACH TAK JAK PRZY WYDANIU (FEFO)

       PROGRAM-ID. ALOKACJA.

               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ALOK
               STATUS ERR-AL.
           SELECT ZMOLFILE ASSIGN TO "ZleceniaMontazuLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ZMOL
               STATUS ERR-ZMOL.
           SELECT PARTIEFILE ASSIGN TO "Partie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-PA
               STATUS ERR-PA.
           SELECT TWKFILE ASSIGN TO "TerminyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-TWK.

       DATA DIVISION.

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

       FD ALOKFILE  BLOCK CONTAINS 0.
       01 ALOK-REC.
          05 ILOSC-ALOK-A    PIC 9(7)V99.
          05 DATA-ALOK-A     PIC 9(6).

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
       FD PARTIEFILE  BLOCK CONTAINS 0.
       01 PARTIA-REC.
          05 KLUCZ-PA.
             10 TOWAR-PA        PIC X(20).
             10 LOKALIZACJA-PA  PIC X(10).
             10 NR-PARTII-PA    PIC X(10).
          05 DATA-WAZNOSCI-PA   PIC 9(6).
          05 ILOSC-PA           PIC 9(7)V99.
          05 STATUS-PA          PIC X(1).
             88 PARTIA-WYCOFANA VALUE "W".
       FD TWKFILE.
       01 TWK-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 ERR PIC 99.
       01 ERR-Z PIC 99.
          05 WS-AL-NR    PIC 9(7).
          05 WS-AL-LP    PIC 9(3).
          05 WS-AL-POTRZEBA PIC 9(7)V99.
          05 WS-AL-KLIENT PIC X(10).
       01 WS-AL-ZAPAS.
          05 WS-AL-Z-TOWAR PIC X(20).
          05 WS-AL-Z-LOK   PIC X(10).
          05 WS-AL-Z-NR    PIC 9(7).
          05 WS-AL-Z-LP    PIC 9(3).
          05 WS-AL-Z-POTRZEBA PIC 9(7)V99.
          05 WS-AL-Z-KLIENT PIC X(10).
       01 WS-ZAMIANA PIC X(1).
          88 WS-JEST-ZAMIANA VALUE "T".

       01 WS-DO-ROZDANIA PIC 9(9)V99.
       01 WS-PRZYDZIAL PIC 9(7)V99.
       01 WS-ILOSC-LICZBA PIC 9(7)V99.
       01 ERR-ZMOL PIC 99.
       01 WS-REZ-ZLECEN PIC 9(9)V99.
       01 ERR-PA PIC 99.
       01 ERR-TWK PIC 99.
       01 WS-KATEGORIA PIC X(10).
       01 WS-AP-N PIC 9(3).
       01 WS-AP-I PIC 9(3).
       01 WS-AP-J PIC 9(3).
       01 WS-AP-TAB OCCURS 100.
          05 WS-AP-DATA  PIC 9(6).
          05 WS-AP-ILOSC PIC 9(7)V99.
       01 WS-AP-ZAPAS.
          05 WS-AP-Z-DATA  PIC 9(6).
          05 WS-AP-Z-ILOSC PIC 9(7)V99.
       01 WS-AP-BEZ-PARTII PIC 9(9)V99.
       01 WS-AP-DOSTEPNE PIC 9(9)V99.
       01 WS-AP-RESZTA PIC 9(7)V99.
       01 WS-TWK-LINIA.
          05 WS-TWK-KLIENT-A PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-TWK-KAT-A    PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-TWK-DNI-A    PIC X(5).
       01 WS-TW-DNI PIC 9(4).
       01 WS-TW-ZRODLO PIC X(10).
       01 WS-TW-MIN-DATA PIC 9(6).
       01 WS-TW-DATA-8 PIC 9(8).
       01 WS-TW-DATA-INT PIC 9(9).

       PROCEDURE DIVISION.

           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                 IF (LIN-OTWARTA OR LIN-BACKORDER)
                    AND NOT LIN-DROPSHIP
                    PERFORM 110-DOLICZ-LINIE
                 END-IF
                 READ ZAMLFILE NEXT
                 MOVE LP-L TO WS-AL-LP (WS-AL-N)
                 COMPUTE WS-AL-POTRZEBA (WS-AL-N) =
                         ILOSC-L - ILOSC-WYDANA-L
                 MOVE KOD-KLIENTA-Z TO WS-AL-KLIENT (WS-AL-N)
              ELSE
                 MOVE "T" TO WS-AL-LIMIT
              END-IF
       310-STAN-POZYCJI.

           MOVE 0 TO WS-DO-ROZDANIA
           MOVE SPACES TO WS-KATEGORIA
           MOVE WS-POPRZEDNI-TOWAR TO TOWAR
           MOVE WS-POPRZEDNIA-LOK TO LOKALIZACJA
           READ INFILE
           IF ERR = 0
              MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
              MOVE WS-ILOSC-LICZBA TO WS-DO-ROZDANIA
              MOVE CATEGORY OF IN-REC TO WS-KATEGORIA
           END-IF

           MOVE 0 TO WS-REZ-ZLECEN
           OPEN INPUT ZMOLFILE
           IF ERR-ZMOL = 0
              MOVE 0 TO NR-ZMOL
              MOVE 0 TO LP-ZMOL
              START ZMOLFILE KEY NOT < KLUCZ-ZMOL
              IF ERR-ZMOL = 0
                 READ ZMOLFILE NEXT
                 PERFORM UNTIL ERR-ZMOL > 0
                    IF REZ-ZMOL > 0
                       AND SKLADNIK-ZMOL = WS-POPRZEDNI-TOWAR
                       AND LOK-ZMOL = WS-POPRZEDNIA-LOK
                       ADD REZ-ZMOL TO WS-REZ-ZLECEN
                    END-IF
                    READ ZMOLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZMOLFILE
           END-IF
           IF WS-REZ-ZLECEN < WS-DO-ROZDANIA
              SUBTRACT WS-REZ-ZLECEN FROM WS-DO-ROZDANIA
           ELSE
              MOVE 0 TO WS-DO-ROZDANIA
           END-IF
           PERFORM 315-PARTIE-POZYCJI
           .

       315-PARTIE-POZYCJI.

      *    PARTIE TOWARU/LOKALIZACJI W KOLEJNOSCI FEFO; STAN BEZ
      *    PARTII (ROZNICA DO BAZA5) MOZE DOSTAC KAZDY KLIENT

           MOVE 0 TO WS-AP-N
           MOVE WS-ILOSC-LICZBA TO WS-AP-BEZ-PARTII
           IF ERR NOT = 0
              MOVE 0 TO WS-AP-BEZ-PARTII
           END-IF
           OPEN INPUT PARTIEFILE
           IF ERR-PA = 0
              MOVE WS-POPRZEDNI-TOWAR TO TOWAR-PA
              MOVE WS-POPRZEDNIA-LOK TO LOKALIZACJA-PA
              MOVE SPACES TO NR-PARTII-PA
              START PARTIEFILE KEY NOT < KLUCZ-PA
              IF ERR-PA = 0
                 READ PARTIEFILE NEXT
                 PERFORM UNTIL ERR-PA > 0
                         OR TOWAR-PA NOT = WS-POPRZEDNI-TOWAR
                         OR LOKALIZACJA-PA NOT = WS-POPRZEDNIA-LOK
                    IF ILOSC-PA > 0 AND WS-AP-N < 100
                       AND NOT PARTIA-WYCOFANA
                       ADD 1 TO WS-AP-N
                       MOVE DATA-WAZNOSCI-PA TO WS-AP-DATA (WS-AP-N)
                       MOVE ILOSC-PA TO WS-AP-ILOSC (WS-AP-N)
                       IF ILOSC-PA < WS-AP-BEZ-PARTII
                          SUBTRACT ILOSC-PA FROM WS-AP-BEZ-PARTII
                       ELSE
                          MOVE 0 TO WS-AP-BEZ-PARTII
                       END-IF
                    END-IF
                    READ PARTIEFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE PARTIEFILE
           END-IF

           PERFORM VARYING WS-AP-I FROM 1 BY 1
                   UNTIL WS-AP-I >= WS-AP-N
              PERFORM VARYING WS-AP-J FROM 1 BY 1
                      UNTIL WS-AP-J >= WS-AP-N
                 IF WS-AP-DATA (WS-AP-J) > WS-AP-DATA (WS-AP-J + 1)
                    MOVE WS-AP-TAB (WS-AP-J) TO WS-AP-ZAPAS
                    MOVE WS-AP-TAB (WS-AP-J + 1)
                         TO WS-AP-TAB (WS-AP-J)
                    MOVE WS-AP-ZAPAS TO WS-AP-TAB (WS-AP-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       320-PRZYDZIEL-LINII.

           PERFORM 330-TERMIN-KLIENTA
           PERFORM 325-DOSTEPNE-DLA-KLIENTA

           IF WS-AL-POTRZEBA (WS-AL-I) <= WS-DO-ROZDANIA
              MOVE WS-AL-POTRZEBA (WS-AL-I) TO WS-PRZYDZIAL
           ELSE
              MOVE WS-DO-ROZDANIA TO WS-PRZYDZIAL
           END-IF
           IF WS-PRZYDZIAL > WS-AP-DOSTEPNE
              MOVE WS-AP-DOSTEPNE TO WS-PRZYDZIAL
              DISPLAY "ZAM " WS-AL-NR (WS-AL-I) " LP "
                      WS-AL-LP (WS-AL-I) " KLIENT "
                      WS-AL-KLIENT (WS-AL-I) " WYMAGA " WS-TW-DNI
                      " DNI WAZNOSCI - PARTIE KROTSZE POMINIETE"
           END-IF
           SUBTRACT WS-PRZYDZIAL FROM WS-DO-ROZDANIA
           PERFORM 335-ZDEJMIJ-Z-PARTII

           MOVE WS-AL-NR (WS-AL-I) TO NR-ZAM-A
           MOVE WS-AL-LP (WS-AL-I) TO LP-A
                      " Z " WS-AL-POTRZEBA (WS-AL-I)
           END-IF
           .

       325-DOSTEPNE-DLA-KLIENTA.

      *    STAN, KTORY KLIENT LINII PRZYJMIE: PARTIE WAZNE CO
      *    NAJMNIEJ DO WS-TW-MIN-DATA (LUB BEZ DATY) I TOWAR BEZ
      *    PARTII; BEZ WYMAGAN KLIENTA - CALY STAN

           MOVE WS-AP-BEZ-PARTII TO WS-AP-DOSTEPNE
           PERFORM VARYING WS-AP-I FROM 1 BY 1
                   UNTIL WS-AP-I > WS-AP-N
              IF WS-TW-MIN-DATA = 0
                 OR WS-AP-DATA (WS-AP-I) = 0
                 OR WS-AP-DATA (WS-AP-I) >= WS-TW-MIN-DATA
                 ADD WS-AP-ILOSC (WS-AP-I) TO WS-AP-DOSTEPNE
              END-IF
           END-PERFORM
           .

       330-TERMIN-KLIENTA.

      *    MINIMUM DNI WAZNOSCI KLIENTA DLA KATEGORII TOWARU -
      *    TA SAMA REGULA CO 397-TERMIN-KLIENTA W ZAMOWIENIA.COB

           MOVE 0 TO WS-TW-DNI
           MOVE 0 TO WS-TW-MIN-DATA
           MOVE SPACES TO WS-TW-ZRODLO
           OPEN INPUT TWKFILE
           IF ERR-TWK = 0
              READ TWKFILE INTO WS-TWK-LINIA
              PERFORM UNTIL ERR-TWK > 0
                 IF WS-TWK-KLIENT-A = WS-AL-KLIENT (WS-AL-I)
                    AND (WS-TWK-KAT-A = WS-KATEGORIA
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
              STRING "20" WS-DZIS DELIMITED BY SIZE
                     INTO WS-TW-DATA-8
              COMPUTE WS-TW-DATA-INT = FUNCTION INTEGER-OF-DATE
                      (WS-TW-DATA-8) + WS-TW-DNI
              COMPUTE WS-TW-DATA-8 = FUNCTION DATE-OF-INTEGER
                      (WS-TW-DATA-INT)
              MOVE WS-TW-DATA-8(3:6) TO WS-TW-MIN-DATA
           END-IF
           .

       335-ZDEJMIJ-Z-PARTII.

      *    PRZYDZIAL SCHODZI Z PARTII TAK, JAK ZROBI TO WYDANIE:
      *    NAJWCZESNIEJSZE PARTIE, KTORE KLIENT PRZYJMIE, POTEM
      *    STAN BEZ PARTII - KOLEJNE LINIE WIDZA JUZ TYLKO RESZTE

           MOVE WS-PRZYDZIAL TO WS-AP-RESZTA
           PERFORM VARYING WS-AP-I FROM 1 BY 1
                   UNTIL WS-AP-I > WS-AP-N OR WS-AP-RESZTA = 0
              IF WS-TW-MIN-DATA = 0
                 OR WS-AP-DATA (WS-AP-I) = 0
                 OR WS-AP-DATA (WS-AP-I) >= WS-TW-MIN-DATA
                 IF WS-AP-ILOSC (WS-AP-I) > WS-AP-RESZTA
                    SUBTRACT WS-AP-RESZTA FROM WS-AP-ILOSC (WS-AP-I)
                    MOVE 0 TO WS-AP-RESZTA
                 ELSE
                    SUBTRACT WS-AP-ILOSC (WS-AP-I) FROM WS-AP-RESZTA
                    MOVE 0 TO WS-AP-ILOSC (WS-AP-I)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-AP-RESZTA > 0
              IF WS-AP-RESZTA < WS-AP-BEZ-PARTII
                 SUBTRACT WS-AP-RESZTA FROM WS-AP-BEZ-PARTII
              ELSE
                 MOVE 0 TO WS-AP-BEZ-PARTII
              END-IF
           END-IF
           .
