       FILE SECTION.

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD SWIADEKFILE.
       01 SWIADEK-REC PIC X(16).
       01 ERR-A PIC 99.
       01 WS-PLIK-NAZWA PIC X(30).

       01 WS-LINIA PIC X(140).
       01 WS-LAN-TRESC PIC X(112).
       01 WS-LAN-NR PIC 9(7).
       01 WS-LAN-KONTROLA PIC 9(8).
