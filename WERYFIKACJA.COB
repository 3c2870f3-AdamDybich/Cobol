      *    OSTRZEGA PRZY PRZESYLKACH BEZ ZGODNEJ WERYFIKACJI),
      *    KAZDA NIEZGODNOSC LADUJE W WeryfikacjaLog.txt
      *    Z OPERATOREM I NUMEREM ZAMOWIENIA - WRESZCIE DA SIE
      *    ZMIERZYC TRAFNOSC PICKOW. KAZDA WERYFIKACJA ZOSTAWIA
      *    W SkanyPakowania.txt LINIE Z OPERATOREM, CZASEM, LICZBA
      *    SKANOW I NIEZGODNOSCI (WYDAJNOSC PAKOWNI)

       PROGRAM-ID. WERYFIKACJA.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WL.

           SELECT SKANLOGFILE ASSIGN TO "SkanyPakowania.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SL.

       DATA DIVISION.

       FILE SECTION.
             88 LIN-ZREALIZOWANA  VALUE "R".
             88 LIN-BACKORDER     VALUE "B".
             88 LIN-ANULOWANA     VALUE "X".
          05 DATA-OBIECANA-L PIC 9(6).
          05 PO-OBIETNICY-L  PIC 9(7).
          05 TRYB-DOSTAWY-L  PIC X(1).
             88 LIN-DROPSHIP     VALUE "D".
          05 KOD-TOW-KLIENTA-L PIC X(20).

       FD KODYFILE  BLOCK CONTAINS 0.
       01 KODY-REC.
       FD WERLOGFILE.
       01 WERLOG-REC PIC X(100).

       FD SKANLOGFILE.
       01 SKANLOG-REC PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-HASLO-ZGODNE PIC X(1).
          88 WS-HASLO-JEST-ZGODNE VALUE "T".
       01 ERR-KK PIC 99.
       01 ERR-U PIC 99.
       01 ERR-WL PIC 99.
       01 ERR-SL PIC 99.

       01 WS-UZYTKOWNIK PIC X(8) VALUE SPACES.
       01 WS-LOG-ID PIC X(8).
          05 WS-LICZ-SKANY   PIC 9(9)V99.

       01 WS-NIEZGODNOSCI PIC 9(3).
       01 WS-SKANOW-N PIC 9(7).
       01 WS-SKANLOG-LINIA.
          05 WS-SL-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SL-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SL-OPER-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SL-ZAM-O    PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SL-SKANY-O  PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SL-LINIE-O  PIC 9(3).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-SL-NIEZG-O  PIC 9(3).
       01 WS-KONIEC-SKANOW PIC X(1).
          88 WS-JEST-KONIEC-SKANOW VALUE "T".

           ELSE
              DISPLAY "SKANUJ SZTUKI (PUSTE = KONIEC SKANOW)"
              MOVE "N" TO WS-KONIEC-SKANOW
              MOVE 0 TO WS-SKANOW-N
              PERFORM 200-SKAN
                 UNTIL WS-JEST-KONIEC-SKANOW
              PERFORM 300-POROWNAJ-I-ZAPISZ
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = WS-NR-ZAM
                    IF ILOSC-WYDANA-L > 0 AND NOT LIN-DROPSHIP
                       PERFORM 120-DOLICZ-WYDANIE
                    END-IF
                    READ ZAMLFILE NEXT
              IF NOT WS-SKAN-JEST
                 DISPLAY "NIEZNANY KOD - SKAN POMINIETY"
              ELSE
                 ADD 1 TO WS-SKANOW-N
                 MOVE "N" TO WS-LICZ-ZNALEZIONY
                 PERFORM VARYING WS-LICZ-I FROM 1 BY 1
                         UNTIL WS-LICZ-I > WS-LICZ-N
              END-IF
              CLOSE WERYFFILE
           END-IF
           PERFORM 330-LOG-SKANOW

           IF WS-NIEZGODNOSCI = 0
              DISPLAY "WERYFIKACJA ZGODNA - ZAMOWIENIE MOZE "
           MOVE WS-UZYTKOWNIK TO OPERATOR-WE
           .

       330-LOG-SKANOW.

           MOVE WS-DZIS TO WS-SL-DATA-O
           MOVE WS-CZAS TO WS-SL-CZAS-O
           MOVE WS-UZYTKOWNIK TO WS-SL-OPER-O
           MOVE WS-NR-ZAM TO WS-SL-ZAM-O
           MOVE WS-SKANOW-N TO WS-SL-SKANY-O
           MOVE WS-LICZ-N TO WS-SL-LINIE-O
           MOVE WS-NIEZGODNOSCI TO WS-SL-NIEZG-O

           OPEN EXTEND SKANLOGFILE
           IF ERR-SL NOT = 0
              CLOSE SKANLOGFILE
              OPEN OUTPUT SKANLOGFILE
           END-IF
           WRITE SKANLOG-REC FROM WS-SKANLOG-LINIA
           CLOSE SKANLOGFILE
           .

       011-SPRAWDZ-HASLO.

      *    POLITYKA HASEL: HASLA LEZA W KARTOTECE JAKO SKROT
