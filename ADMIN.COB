       01 SWIADEK-REC PIC X(16).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-HASLO-ZGODNE PIC X(1).
