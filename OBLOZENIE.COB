             88 LOK-POBRAN       VALUE "P".
             88 LOK-SKLADOWANIA  VALUE "B".
             88 LOK-WSTRZYMANA   VALUE "H".
             88 LOK-U-KLIENTA    VALUE "K".
          05 MAX-WAGA-LK     PIC 9(7)V99.
          05 MAX-ILOSC-LK    PIC 9(7)V99.
          05 KLIENT-LK       PIC X(10).
          05 DLUGOSC-LK      PIC 9(4)V9.
          05 SZEROKOSC-LK    PIC 9(4)V9.
          05 WYSOKOSC-LK     PIC 9(4)V9.

       FD ZADANIAFILE.
       01 ZADANIE-REC PIC X(80).
