       FILE SECTION.

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD BIEZFILE.
       01 BIEZ-REC PIC X(140).

       FD ARCHFILE.
       01 ARCH-REC PIC X(140).

       WORKING-STORAGE SECTION.
       01 ERR-A PIC 99.

       01 WS-DZIS PIC 9(6).
       01 WS-MIESIAC-BIEZACY PIC 9(4).
       01 WS-LINIA PIC X(140).
       01 WS-LINIA-DATA REDEFINES WS-LINIA.
          05 WS-L-DATA PIC 9(6).
          05 FILLER PIC X(124).
