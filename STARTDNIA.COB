       FILE SECTION.

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD SWIADEKFILE.
       01 SWIADEK-REC PIC X(16).
          05 TYP-LK          PIC X(1).
          05 MAX-WAGA-LK     PIC 9(7)V99.
          05 MAX-ILOSC-LK    PIC 9(7)V99.
          05 KLIENT-LK       PIC X(10).
          05 DLUGOSC-LK      PIC 9(4)V9.
          05 SZEROKOSC-LK    PIC 9(4)V9.
          05 WYSOKOSC-LK     PIC 9(4)V9.

       FD KURSFILE.
       01 KURS-REC PIC X(30).
