       IDENTIFICATION DIVISION.

      *    BLOKADY - AUTOMATYCZNA BLOKADA KREDYTOWA KLIENTOW WG
      *    ZALEGLOSCI W Rozrachunki (KROK NOCNEGO LANCUCHA
      *    KONIECDNIA Z KoniecDniaSterowanie.txt). DLA KAZDEGO
      *    KLIENTA SUMUJE KWOTE POZOSTALA DO ZAPLATY NA OTWARTYCH
      *    POZYCJACH PO TERMINIE PLATNOSCI I NAJWIEKSZA LICZBE DNI
      *    PO TERMINIE; PRZEKROCZENIE KTOREGOKOLWIEK LIMITU Z
      *    ParametryBlokad.txt (LINIA: KWOTA-ZALEGLOSCI DNI, NP.
      *    "    5000.00 060", 0 = LIMIT NIEUZYWANY; BRAK PLIKU =
      *    WARTOSCI DOMYSLNE) ZAKLADA BLOKADA-K Z ZNACZNIKIEM
      *    BLOKADA-AUTO-K. BLOKADA AUTOMATYCZNA JEST ZDEJMOWANA,
      *    GDY KLIENT SPLACI ZALEGLOSC PONIZEJ OBU LIMITOW -
      *    BLOKAD RECZNYCH (Z KARTOTEKI W ZAMOWIENIA) PROGRAM
      *    NIE RUSZA. KAZDA ZMIANA IDZIE DO BlokadyKredytowe.txt
      *    Z POWODEM I KWOTAMI, A NA KONIEC PRZEBIEGU DRUKOWANA
      *    JEST LISTA ZABLOKOWANYCH I ZWOLNIONYCH TEJ NOCY DO
      *    ListaBlokad-RRMMDD.txt DLA DZIALU KONTROLI KREDYTOWEJ.
      *    PARAMETR: [RRMMDD] = DATA PRZEBIEGU (PUSTE = DZIS),
      *    "L [RRMMDD]" = TYLKO PONOWNY WYDRUK LISTY Z LOGU.
      *    ZALOZENIE I ZDJECIE BLOKADY IDZIE TEZ OBRAZEM KARTOTEKI
      *    PRZED/PO DO HISTORII ZMIAN KARTOTEK (PODPROGRAM HISTORIA)

       PROGRAM-ID. BLOKADY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               STATUS ERR-R.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               LOCK MODE IS AUTOMATIC
               STATUS ERR-K.

           SELECT PARAMFILE ASSIGN TO "ParametryBlokad.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PB.

           SELECT BLOKLOGFILE ASSIGN TO "BlokadyKredytowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-BL.

           SELECT LISTAFILE ASSIGN TO WS-LISTA-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-LI.

       DATA DIVISION.

       FILE SECTION.

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

       FD PARAMFILE.
       01 PARAM-REC PIC X(40).

       FD BLOKLOGFILE.
       01 BLOKLOG-REC PIC X(100).

       FD LISTAFILE.
       01 LISTA-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 ERR-R  PIC 99.
       01 ERR-K  PIC 99.
       01 ERR-PB PIC 99.
       01 ERR-BL PIC 99.
       01 ERR-LI PIC 99.

       01 WS-PARAM PIC X(10).
       01 WS-PARAM-DATA PIC X(6).
       01 WS-DZIS PIC 9(6).
       01 WS-CZAS PIC 9(8).
       01 WS-DZIS-8 PIC 9(8).
       01 WS-DZIS-INT PIC 9(9).
       01 WS-DATA-8 PIC 9(8).
       01 WS-DATA-INT PIC 9(9).

      *    LIMITY DOMYSLNE, GDY BRAK ParametryBlokad.txt

       01 DOMYSLNA-ZALEGLOSC PIC 9(9)V99 VALUE 5000.00.
       01 DOMYSLNE-DNI PIC 9(3) VALUE 60.

       01 WS-PARAM-LINIA.
          05 WS-PB-KWOTA-A  PIC X(14).
          05 FILLER         PIC X.
          05 WS-PB-DNI-A    PIC 9(3).
       01 WS-LIMIT-KWOTA PIC 9(9)V99.
       01 WS-LIMIT-DNI PIC 9(3).

       01 WS-KL-N PIC 9(4) VALUE 0.
       01 WS-KL-I PIC 9(4).
       01 WS-KL-ZNALEZIONY PIC X(1).
          88 WS-KL-JEST VALUE "T".
       01 WS-KL-TAB OCCURS 2000.
          05 WS-KL-KOD       PIC X(10).
          05 WS-KL-ZALEGLOSC PIC 9(11)V99.
          05 WS-KL-DNI       PIC 9(5).

       01 WS-POZOSTALO PIC 9(11)V99.
       01 WS-DNI-PO-TERMINIE PIC 9(5).
       01 WS-ZALEGLOSC PIC 9(11)V99.
       01 WS-DNI-ZALEGLOSCI PIC 9(5).
       01 WS-PRZEKR-KWOTA PIC X(1).
          88 WS-JEST-PRZEKR-KWOTA VALUE "T".
       01 WS-PRZEKR-DNI PIC X(1).
          88 WS-JEST-PRZEKR-DNI VALUE "T".

       01 WS-KLIENTOW PIC 9(5) VALUE 0.
       01 WS-ZABLOKOWANYCH PIC 9(5) VALUE 0.
       01 WS-ZWOLNIONYCH PIC 9(5) VALUE 0.

       01 WS-HISTORIA.
          05 WS-HI-PLIK        PIC X(14).
          05 WS-HI-OPERACJA    PIC X(1).
          05 WS-HI-KLUCZ       PIC X(40).
          05 WS-HI-OPERATOR    PIC X(8).
          05 WS-HI-PROGRAM     PIC X(10).
          05 WS-HI-PRZED       PIC X(130).
          05 WS-HI-PO          PIC X(130).
          05 WS-HI-WYNIK       PIC 9(2).

       01 WS-BLOKLOG-LINIA.
          05 WS-BL-DATA-O      PIC 9(6).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-BL-CZAS-O      PIC 9(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-BL-KLIENT-O    PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-BL-AKCJA-O     PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-BL-POWOD-O     PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-BL-ZALEGLOSC-O PIC Z(10)9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-BL-DNI-O       PIC Z(4)9.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-BL-LIM-KWOTA-O PIC Z(8)9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 WS-BL-LIM-DNI-O   PIC ZZ9.

       01 WS-LISTA-NAZWA PIC X(30).
       01 WS-LIM-KWOTA-E PIC Z(8)9.99.
       01 WS-LINIA PIC X(100).
       01 WS-SEKCJA-AKCJA PIC X(10).
       01 WS-SEKCJA-POZYCJI PIC 9(5).
       01 WS-L-POZYCJA.
          05 WS-L-KLIENT-O     PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-L-NAZWA-O      PIC X(30).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-L-POWOD-O      PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-L-ZALEGLOSC-O  PIC Z(10)9.99.
          05 FILLER            PIC X(7) VALUE "  DNI: ".
          05 WS-L-DNI-O        PIC Z(4)9.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           ACCEPT WS-CZAS FROM TIME

           IF WS-PARAM(1:1) = "L"
              MOVE WS-PARAM(3:6) TO WS-PARAM-DATA
           ELSE
              MOVE WS-PARAM(1:6) TO WS-PARAM-DATA
           END-IF
           IF WS-PARAM-DATA NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM-DATA) = 0
              COMPUTE WS-DZIS = FUNCTION NUMVAL (WS-PARAM-DATA)
              DISPLAY "DATA PRZEBIEGU Z PARAMETRU: " WS-DZIS
           END-IF
           STRING "20" WS-DZIS DELIMITED BY SIZE INTO WS-DZIS-8
           COMPUTE WS-DZIS-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DZIS-8)

           MOVE SPACES TO WS-LISTA-NAZWA
           STRING "ListaBlokad-" WS-DZIS ".txt"
                  DELIMITED BY SIZE INTO WS-LISTA-NAZWA

           PERFORM 100-PARAMETRY-BLOKAD
           IF WS-PARAM(1:1) = "L"
              PERFORM 400-LISTA-DZIENNA
              STOP RUN
           END-IF

           DISPLAY "BLOKADY KREDYTOWE WG ZALEGLOSCI " WS-DZIS
           PERFORM 200-ZALEGLOSCI

           OPEN I-O KLIENCIFILE
           IF ERR-K NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC KARTOTEKI Klienci - KOD "
                      ERR-K
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 300-PRZEGLAD-KLIENTOW
           CLOSE KLIENCIFILE

           PERFORM 400-LISTA-DZIENNA

           DISPLAY "---------------------"
           DISPLAY "KLIENTOW PRZEJRZANYCH : " WS-KLIENTOW
           DISPLAY "ZABLOKOWANYCH         : " WS-ZABLOKOWANYCH
           DISPLAY "ZWOLNIONYCH           : " WS-ZWOLNIONYCH

           STOP RUN
           .

       100-PARAMETRY-BLOKAD.

           MOVE DOMYSLNA-ZALEGLOSC TO WS-LIMIT-KWOTA
           MOVE DOMYSLNE-DNI TO WS-LIMIT-DNI
           OPEN INPUT PARAMFILE
           IF ERR-PB NOT = 0
              DISPLAY "BRAK ParametryBlokad.txt - LIMITY DOMYSLNE"
           ELSE
              READ PARAMFILE INTO WS-PARAM-LINIA
              IF ERR-PB = 0
                 IF FUNCTION TEST-NUMVAL (WS-PB-KWOTA-A) = 0
                    COMPUTE WS-LIMIT-KWOTA =
                            FUNCTION NUMVAL (WS-PB-KWOTA-A)
                 END-IF
                 IF WS-PB-DNI-A IS NUMERIC
                    MOVE WS-PB-DNI-A TO WS-LIMIT-DNI
                 END-IF
              END-IF
              CLOSE PARAMFILE
           END-IF
           DISPLAY "LIMIT ZALEGLOSCI: " WS-LIMIT-KWOTA
                   "  LIMIT DNI PO TERMINIE: " WS-LIMIT-DNI
           .

       200-ZALEGLOSCI.

      *    JEDEN PRZEBIEG PO Rozrachunki: ZALEGLOSC I NAJSTARSZY
      *    DZIEN PO TERMINIE NA KLIENTA (TYLKO KLIENCI Z
      *    ZALEGLOSCIA TRAFIAJA DO TABELI)

           OPEN INPUT ROZRFILE
           IF ERR-R NOT = 0
              DISPLAY "BRAK PLIKU Rozrachunki - BRAK ZALEGLOSCI"
           ELSE
              MOVE 0 TO NR-FAKTURY-R
              START ROZRFILE KEY NOT < NR-FAKTURY-R
              IF ERR-R = 0
                 READ ROZRFILE NEXT
                 PERFORM UNTIL ERR-R > 0
                    IF ROZR-OTWARTA
                       AND DATA-PLATN-R < WS-DZIS
                       AND KWOTA-BRUTTO-R > KWOTA-ZAPLAC-R
                       PERFORM 210-DOPISZ-ZALEGLOSC
                    END-IF
                    READ ROZRFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ROZRFILE
           END-IF
           .

       210-DOPISZ-ZALEGLOSC.

           COMPUTE WS-POZOSTALO = KWOTA-BRUTTO-R - KWOTA-ZAPLAC-R
           STRING "20" DATA-PLATN-R DELIMITED BY SIZE
                  INTO WS-DATA-8
           COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8)
           COMPUTE WS-DNI-PO-TERMINIE = WS-DZIS-INT - WS-DATA-INT

           MOVE "N" TO WS-KL-ZNALEZIONY
           PERFORM VARYING WS-KL-I FROM 1 BY 1
                   UNTIL WS-KL-I > WS-KL-N OR WS-KL-JEST
              IF WS-KL-KOD (WS-KL-I) = KOD-KLIENTA-R
                 MOVE "T" TO WS-KL-ZNALEZIONY
              END-IF
           END-PERFORM
           IF WS-KL-JEST
              SUBTRACT 1 FROM WS-KL-I
           ELSE
              IF WS-KL-N < 2000
                 ADD 1 TO WS-KL-N
                 MOVE WS-KL-N TO WS-KL-I
                 MOVE KOD-KLIENTA-R TO WS-KL-KOD (WS-KL-I)
                 MOVE 0 TO WS-KL-ZALEGLOSC (WS-KL-I)
                 MOVE 0 TO WS-KL-DNI (WS-KL-I)
                 MOVE "T" TO WS-KL-ZNALEZIONY
              ELSE
                 DISPLAY "UWAGA: TABELA KLIENTOW PELNA - POMINIETO "
                         KOD-KLIENTA-R
              END-IF
           END-IF
           IF WS-KL-JEST
              ADD WS-POZOSTALO TO WS-KL-ZALEGLOSC (WS-KL-I)
              IF WS-DNI-PO-TERMINIE > WS-KL-DNI (WS-KL-I)
                 MOVE WS-DNI-PO-TERMINIE TO WS-KL-DNI (WS-KL-I)
              END-IF
           END-IF
           .

       300-PRZEGLAD-KLIENTOW.

           MOVE SPACES TO KOD-KLIENTA
           START KLIENCIFILE KEY NOT < KOD-KLIENTA
           IF ERR-K = 0
              READ KLIENCIFILE NEXT
              PERFORM UNTIL ERR-K > 0
                 ADD 1 TO WS-KLIENTOW
                 PERFORM 310-OCEN-KLIENTA
                 READ KLIENCIFILE NEXT
              END-PERFORM
           END-IF
           .

       310-OCEN-KLIENTA.

           MOVE 0 TO WS-ZALEGLOSC
           MOVE 0 TO WS-DNI-ZALEGLOSCI
           PERFORM VARYING WS-KL-I FROM 1 BY 1
                   UNTIL WS-KL-I > WS-KL-N
              IF WS-KL-KOD (WS-KL-I) = KOD-KLIENTA
                 MOVE WS-KL-ZALEGLOSC (WS-KL-I) TO WS-ZALEGLOSC
                 MOVE WS-KL-DNI (WS-KL-I) TO WS-DNI-ZALEGLOSCI
              END-IF
           END-PERFORM

           MOVE "N" TO WS-PRZEKR-KWOTA
           MOVE "N" TO WS-PRZEKR-DNI
           IF WS-LIMIT-KWOTA > 0
              AND WS-ZALEGLOSC > WS-LIMIT-KWOTA
              MOVE "T" TO WS-PRZEKR-KWOTA
           END-IF
           IF WS-LIMIT-DNI > 0
              AND WS-DNI-ZALEGLOSCI > WS-LIMIT-DNI
              MOVE "T" TO WS-PRZEKR-DNI
           END-IF

           IF KLIENT-ZABLOKOWANY
              IF BLOKADA-AUTOMATYCZNA
                 AND NOT WS-JEST-PRZEKR-KWOTA
                 AND NOT WS-JEST-PRZEKR-DNI
                 PERFORM 330-ZWOLNIJ-BLOKADE
              END-IF
           ELSE
              IF WS-JEST-PRZEKR-KWOTA OR WS-JEST-PRZEKR-DNI
                 PERFORM 320-ZALOZ-BLOKADE
              END-IF
           END-IF
           .

       320-ZALOZ-BLOKADE.

           MOVE KLIENT-REC TO WS-HI-PRZED
           MOVE "T" TO BLOKADA-K
           MOVE "T" TO BLOKADA-AUTO-K
           REWRITE KLIENT-REC
           IF ERR-K NOT = 0
              DISPLAY "REWRITE KLIENTA " KOD-KLIENTA " - KOD " ERR-K
                      " - BLOKADA NIE ZALOZONA"
           ELSE
              ADD 1 TO WS-ZABLOKOWANYCH
              MOVE "BLOKADA" TO WS-BL-AKCJA-O
              IF WS-JEST-PRZEKR-KWOTA AND WS-JEST-PRZEKR-DNI
                 MOVE "KWOTA+DNI" TO WS-BL-POWOD-O
              ELSE
                 IF WS-JEST-PRZEKR-KWOTA
                    MOVE "KWOTA" TO WS-BL-POWOD-O
                 ELSE
                    MOVE "DNI" TO WS-BL-POWOD-O
                 END-IF
              END-IF
              PERFORM 340-LOG-BLOKADY
              PERFORM 350-HISTORIA-KLIENTA
              DISPLAY "ZABLOKOWANO " KOD-KLIENTA " - "
                      WS-BL-POWOD-O " ZALEGLOSC " WS-ZALEGLOSC
                      " DNI " WS-DNI-ZALEGLOSCI
           END-IF
           .

       330-ZWOLNIJ-BLOKADE.

           MOVE KLIENT-REC TO WS-HI-PRZED
           MOVE "N" TO BLOKADA-K
           MOVE "N" TO BLOKADA-AUTO-K
           REWRITE KLIENT-REC
           IF ERR-K NOT = 0
              DISPLAY "REWRITE KLIENTA " KOD-KLIENTA " - KOD " ERR-K
                      " - BLOKADA NIE ZDJETA"
           ELSE
              ADD 1 TO WS-ZWOLNIONYCH
              MOVE "ZWOLNIENIE" TO WS-BL-AKCJA-O
              MOVE "SPLATA" TO WS-BL-POWOD-O
              PERFORM 340-LOG-BLOKADY
              PERFORM 350-HISTORIA-KLIENTA
              DISPLAY "ZWOLNIONO " KOD-KLIENTA " - ZALEGLOSC "
                      WS-ZALEGLOSC " DNI " WS-DNI-ZALEGLOSCI
           END-IF
           .

       340-LOG-BLOKADY.

           MOVE WS-DZIS TO WS-BL-DATA-O
           MOVE WS-CZAS TO WS-BL-CZAS-O
           MOVE KOD-KLIENTA TO WS-BL-KLIENT-O
           MOVE WS-ZALEGLOSC TO WS-BL-ZALEGLOSC-O
           MOVE WS-DNI-ZALEGLOSCI TO WS-BL-DNI-O
           MOVE WS-LIMIT-KWOTA TO WS-BL-LIM-KWOTA-O
           MOVE WS-LIMIT-DNI TO WS-BL-LIM-DNI-O

           OPEN EXTEND BLOKLOGFILE
           IF ERR-BL NOT = 0
              CLOSE BLOKLOGFILE
              OPEN OUTPUT BLOKLOGFILE
           END-IF
           WRITE BLOKLOG-REC FROM WS-BLOKLOG-LINIA
           CLOSE BLOKLOGFILE
           .

       350-HISTORIA-KLIENTA.

      *    OBRAZ PRZED USTAWIONY PRZED ZMIANA ZNACZNIKOW BLOKADY

           MOVE "Klienci" TO WS-HI-PLIK
           MOVE "Z" TO WS-HI-OPERACJA
           MOVE KOD-KLIENTA TO WS-HI-KLUCZ
           MOVE KLIENT-REC TO WS-HI-PO
           MOVE "WSADOWY" TO WS-HI-OPERATOR
           MOVE "BLOKADY" TO WS-HI-PROGRAM
           CALL "HISTORIA" USING WS-HISTORIA
           IF WS-HI-WYNIK NOT = 0
              DISPLAY "UWAGA: ZAPIS HISTORII KARTOTEK - KOD "
                      WS-HI-WYNIK
           END-IF
           .

       400-LISTA-DZIENNA.

      *    LISTA BUDOWANA Z LOGU ZA DATE PRZEBIEGU - PONOWNE
      *    URUCHOMIENIE TEJ SAMEJ NOCY DAJE PELNA LISTE

           OPEN OUTPUT LISTAFILE
           IF ERR-LI NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC " WS-LISTA-NAZWA
                      " - KOD " ERR-LI
           END-IF
           OPEN INPUT KLIENCIFILE

           MOVE SPACES TO WS-LINIA
           STRING "BLOKADY KREDYTOWE - ZMIANY Z PRZEBIEGU " WS-DZIS
                  DELIMITED BY SIZE INTO WS-LINIA
           PERFORM 510-PISZ
           MOVE WS-LIMIT-KWOTA TO WS-LIM-KWOTA-E
           MOVE SPACES TO WS-LINIA
           STRING "LIMITY: ZALEGLOSC " WS-LIM-KWOTA-E
                  " DNI PO TERMINIE " WS-LIMIT-DNI
                  DELIMITED BY SIZE INTO WS-LINIA
           PERFORM 510-PISZ
           MOVE "=======================================" TO WS-LINIA
           PERFORM 510-PISZ

           MOVE "KLIENCI ZABLOKOWANI:" TO WS-LINIA
           PERFORM 510-PISZ
           MOVE "BLOKADA" TO WS-SEKCJA-AKCJA
           PERFORM 410-SEKCJA-LISTY
           MOVE SPACES TO WS-LINIA
           PERFORM 510-PISZ
           MOVE "KLIENCI ZWOLNIENI Z BLOKADY:" TO WS-LINIA
           PERFORM 510-PISZ
           MOVE "ZWOLNIENIE" TO WS-SEKCJA-AKCJA
           PERFORM 410-SEKCJA-LISTY

           MOVE 0 TO ERR-K
           CLOSE KLIENCIFILE
           IF ERR-LI = 0
              CLOSE LISTAFILE
              DISPLAY "LISTA ZAPISANA DO: " WS-LISTA-NAZWA
           END-IF
           .

       410-SEKCJA-LISTY.

           MOVE 0 TO WS-SEKCJA-POZYCJI
           OPEN INPUT BLOKLOGFILE
           IF ERR-BL = 0
              READ BLOKLOGFILE INTO WS-BLOKLOG-LINIA
              PERFORM UNTIL ERR-BL > 0
                 IF WS-BL-DATA-O = WS-DZIS
                    AND WS-BL-AKCJA-O = WS-SEKCJA-AKCJA
                    ADD 1 TO WS-SEKCJA-POZYCJI
                    MOVE WS-BL-KLIENT-O TO WS-L-KLIENT-O
                    PERFORM 420-NAZWA-KLIENTA
                    MOVE WS-BL-POWOD-O TO WS-L-POWOD-O
                    COMPUTE WS-ZALEGLOSC =
                            FUNCTION NUMVAL (WS-BL-ZALEGLOSC-O)
                    MOVE WS-ZALEGLOSC TO WS-L-ZALEGLOSC-O
                    COMPUTE WS-DNI-ZALEGLOSCI =
                            FUNCTION NUMVAL (WS-BL-DNI-O)
                    MOVE WS-DNI-ZALEGLOSCI TO WS-L-DNI-O
                    MOVE WS-L-POZYCJA TO WS-LINIA
                    PERFORM 510-PISZ
                 END-IF
                 READ BLOKLOGFILE INTO WS-BLOKLOG-LINIA
              END-PERFORM
              CLOSE BLOKLOGFILE
           END-IF
           IF WS-SEKCJA-POZYCJI = 0
              MOVE "  (BRAK)" TO WS-LINIA
              PERFORM 510-PISZ
           END-IF
           .

       420-NAZWA-KLIENTA.

           MOVE SPACES TO WS-L-NAZWA-O
           MOVE WS-BL-KLIENT-O TO KOD-KLIENTA
           READ KLIENCIFILE
           IF ERR-K = 0
              MOVE NAZWA-K TO WS-L-NAZWA-O
           END-IF
           .

       510-PISZ.

           IF ERR-LI = 0
              WRITE LISTA-REC FROM WS-LINIA
           END-IF
           DISPLAY WS-LINIA
           .
