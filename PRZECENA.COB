          05 WALUTA-D          PIC X(3).
          05 AKTYWNY-D         PIC X(1).
             88 DOST-AKTYWNY       VALUE "T".
          05 KOD-TOW-DOST-D    PIC X(20).

       FD CENAFILE.
       01 CENA-HIST-REC PIC X(100).
