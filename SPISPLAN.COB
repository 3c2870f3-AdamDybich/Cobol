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

       FD SPISFILE.
       01 SPIS-PLIK-REC PIC X(50).

       220-SEKWENCJA-TRASY.

      *    POZYCJA W LOKALIZACJI U KLIENTA (KONSYGNACJA) NIE IDZIE
      *    NA LISTE SPISU MAGAZYNU - SPISUJE SIE JA NA MIEJSCU
      *    U KLIENTA (OPCJA U W ZAMOWIENIA.COB)

           MOVE 99999 TO WS-DUE-SEKW (WS-DUE-N)
           OPEN INPUT LOKFILE
           IF ERR-LK = 0
              READ LOKFILE
              IF ERR-LK = 0
                 MOVE KOLEJNOSC-LK TO WS-DUE-SEKW (WS-DUE-N)
                 IF LOK-U-KLIENTA
                    SUBTRACT 1 FROM WS-DUE-N
                 END-IF
              END-IF
              CLOSE LOKFILE
           END-IF
