       IDENTIFICATION DIVISION.

      *    PRODUKTYWNOSC - WYDAJNOSC PRACY MAGAZYNU WG OPERATORA
      *    ZA DZIEN (D [RRMMDD], PUSTE = DZIS) ALBO TYDZIEN
      *    PONIEDZIALEK-NIEDZIELA (T [RRMMDD] - TYDZIEN Z TA
      *    DATA, PUSTE = POPRZEDNI PELNY TYDZIEN). ZRODLA:
      *    - LINIE ODLOZONE PO PRZYJECIU - OdkladanieLog.txt
      *      (LINIE BEZ OPERATORA SPRZED JEGO ZAPISYWANIA SA
      *      POMIJANE)
      *    - LINIE WYDANE (KOMPLETACJA) - WPISY WYDANIE AUDYTU,
      *      OPERATOR Z KOL. 97 WPISU (ARCHIWA Audyt-RRRRMM.txt
      *      Z OKRESU I BIEZACY Audyt.txt, JAK W JPKMAG.COB)
      *    - ZADANIA WYKONANE WG TYPU (U/K/S) - ZadaniaMagazynu
      *    - SKANY PAKOWANIA I WERYFIKACJE - SkanyPakowania.txt
      *    - BLEDY WYKRYTE PRZY WERYFIKACJI - WeryfikacjaLog.txt
      *      (PRZYPISANE OPERATOROWI, KTORY JE WYKRYL)
      *    LINIE NA GODZINE = (ODLOZONE + WYDANE) / CZAS PRACY,
      *    GDZIE CZAS PRACY TO SUMA PO DNIACH OD PIERWSZEJ DO
      *    OSTATNIEJ CZYNNOSCI Z ZAPISANYM CZASEM (ZADANIA MAJA
      *    TYLKO DATE). NA KONCU SUMA I SREDNIA ZESPOLU.
      *    TE SAME DANE IDA DO ProduktywnoscOperatorow.csv
      *    (DLA KADR)

       PROGRAM-ID. PRODUKTYWNOSC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODKLADFILE ASSIGN TO "OdkladanieLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-OD.

           SELECT AUDYTFILE ASSIGN TO WS-PLIK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-A.

           SELECT ZADMAGFILE ASSIGN TO "ZadaniaMagazynu"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZADANIA
               STATUS ERR-ZD.

           SELECT SKANLOGFILE ASSIGN TO "SkanyPakowania.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SL.

           SELECT WERLOGFILE ASSIGN TO "WeryfikacjaLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WL.

           SELECT CSVFILE ASSIGN TO "ProduktywnoscOperatorow.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-CSV.

       DATA DIVISION.

       FILE SECTION.

       FD ODKLADFILE.
       01 ODKLAD-REC PIC X(80).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD ZADMAGFILE  BLOCK CONTAINS 0.
       01 ZADMAG-REC.
          05 NR-ZADANIA      PIC 9(7).
          05 TYP-ZD          PIC X(1).
             88 ZD-UZUPELNIENIE VALUE "U".
             88 ZD-KONSOLIDACJA VALUE "K".
             88 ZD-SPIS         VALUE "S".
          05 PRIORYTET-ZD    PIC 9(1).
          05 TOWAR-ZD        PIC X(20).
          05 LOK-Z-ZD        PIC X(10).
          05 LOK-DO-ZD       PIC X(10).
          05 ILOSC-ZD        PIC 9(7)V99.
          05 STATUS-ZD       PIC X(1).
             88 ZD-NOWE         VALUE "N".
             88 ZD-PRZYDZIELONE VALUE "P".
             88 ZD-WYKONANE     VALUE "W".
             88 ZD-PRZERWANE    VALUE "X".
          05 OPERATOR-ZD     PIC X(8).
          05 DATA-ZD         PIC 9(6).
          05 DATA-WYK-ZD     PIC 9(6).

       FD SKANLOGFILE.
       01 SKANLOG-REC PIC X(60).

       FD WERLOGFILE.
       01 WERLOG-REC PIC X(100).

       FD CSVFILE.
       01 CSV-REC PIC X(150).

       WORKING-STORAGE SECTION.
       01 ERR-OD PIC 99.
       01 ERR-A  PIC 99.
       01 ERR-ZD PIC 99.
       01 ERR-SL PIC 99.
       01 ERR-WL PIC 99.
       01 ERR-CSV PIC 99.

       01 WS-PARAM PIC X(20).
       01 WS-DZIS PIC 9(6).
       01 WS-DATA-OD PIC 9(6).
       01 WS-DATA-DO PIC 9(6).
       01 WS-DATA-BAZA PIC 9(6).
       01 WS-OKRES PIC X(10).
       01 WS-PLIK-NAZWA PIC X(30).
       01 WS-MIESIAC PIC 9(4).
       01 WS-MIESIAC-DO PIC 9(4).
       01 WS-MIESIAC-RR PIC 9(2).
       01 WS-MIESIAC-MM PIC 9(2).

      *    DZIEN TYGODNIA: 1 = PONIEDZIALEK (TAK JAK W KONIECDNIA)
       01 WS-DATA-8 PIC 9(8).
       01 WS-DATA-INT PIC 9(9).
       01 WS-DZIEN-TYG PIC 9(1).

      *    OPERATORZY I ICH LICZNIKI

       01 WS-OP-N PIC 9(3) VALUE 0.
       01 WS-OP-I PIC 9(3).
       01 WS-OP-J PIC 9(3).
       01 WS-OP-LIMIT PIC X(1) VALUE "N".
          88 WS-OP-PELNA VALUE "T".
       01 WS-OP-TAB OCCURS 100.
          05 WS-OP-ID         PIC X(8).
          05 WS-OP-ODLOZONE   PIC 9(7).
          05 WS-OP-WYDANE     PIC 9(7).
          05 WS-OP-ZAD-U      PIC 9(5).
          05 WS-OP-ZAD-K      PIC 9(5).
          05 WS-OP-ZAD-S      PIC 9(5).
          05 WS-OP-SKANY      PIC 9(7).
          05 WS-OP-WERYF      PIC 9(5).
          05 WS-OP-BLEDY      PIC 9(5).
          05 WS-OP-SEKUNDY    PIC 9(9).

      *    PIERWSZA I OSTATNIA CZYNNOSC OPERATORA W DNIU

       01 WS-DZ-N PIC 9(4) VALUE 0.
       01 WS-DZ-I PIC 9(4).
       01 WS-DZ-ZNALEZIONY PIC X(1).
          88 WS-DZ-JEST VALUE "T".
       01 WS-DZ-TAB OCCURS 1000.
          05 WS-DZ-OP         PIC 9(3).
          05 WS-DZ-DATA       PIC 9(6).
          05 WS-DZ-PIERWSZY   PIC 9(8).
          05 WS-DZ-OSTATNI    PIC 9(8).
       01 WS-CZAS-8 PIC 9(8).
       01 WS-CZAS-R REDEFINES WS-CZAS-8.
          05 WS-CZ-GG         PIC 9(2).
          05 WS-CZ-MM         PIC 9(2).
          05 WS-CZ-SS         PIC 9(2).
          05 WS-CZ-SETNE      PIC 9(2).
       01 WS-SEK-OD PIC 9(5).
       01 WS-SEK-DO PIC 9(5).

      *    CZYNNOSC DO ZAREJESTROWANIA (150-CZYNNOSC)

       01 WS-AK-OPER PIC X(8).
       01 WS-AK-DATA PIC 9(6).
       01 WS-AK-CZAS PIC 9(8).

       01 WS-ODKLAD-LINIA.
          05 WS-OD-DATA-O  PIC 9(6).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-OD-TOWAR-O PIC X(20).
          05 FILLER        PIC X(6) VALUE " SUG: ".
          05 WS-OD-SUG-O   PIC X(10).
          05 FILLER        PIC X(6) VALUE " FAKT:".
          05 WS-OD-FAKT-O  PIC X(10).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-OD-CZAS-O  PIC X(8).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-OD-OPER-O  PIC X(8).

       01 WS-AUDYT-LINE.
          05 WS-AUD-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-CZAS-O    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-OPER-O    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-TOWAR-O   PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-PRZED-O   PIC Z(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-PO-O      PIC Z(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-TYP-O     PIC X(12).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-LOK-O     PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-UZYTK-O   PIC X(8).
          05 FILLER           PIC X(18).
          05 WS-AUD-DOKUMENT-O PIC X(10).

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

       01 WS-WERLOG-LINIA.
          05 WS-WL-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WL-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WL-OPER-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WL-ZAM-O    PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WL-TOWAR-O  PIC X(20).
          05 FILLER         PIC X(49).

      *    SUMY I SREDNIE ZESPOLU

       01 WS-SM-ODLOZONE PIC 9(9).
       01 WS-SM-WYDANE PIC 9(9).
       01 WS-SM-ZAD-U PIC 9(7).
       01 WS-SM-ZAD-K PIC 9(7).
       01 WS-SM-ZAD-S PIC 9(7).
       01 WS-SM-SKANY PIC 9(9).
       01 WS-SM-WERYF PIC 9(7).
       01 WS-SM-BLEDY PIC 9(7).
       01 WS-SM-SEKUNDY PIC 9(11).
       01 WS-LINIE PIC 9(9).
       01 WS-GODZINY PIC 9(5)V99.
       01 WS-NA-GODZ PIC 9(5)V9.

       01 WS-RAP-NAGLOWEK.
          05 FILLER PIC X(9)  VALUE "OPERATOR ".
          05 FILLER PIC X(9)  VALUE " ODLOZONE".
          05 FILLER PIC X(9)  VALUE "   WYDANE".
          05 FILLER PIC X(7)  VALUE "  ZAD-U".
          05 FILLER PIC X(7)  VALUE "  ZAD-K".
          05 FILLER PIC X(7)  VALUE "  ZAD-S".
          05 FILLER PIC X(9)  VALUE "    SKANY".
          05 FILLER PIC X(7)  VALUE "  WERYF".
          05 FILLER PIC X(7)  VALUE "  BLEDY".
          05 FILLER PIC X(9)  VALUE "   GODZIN".
          05 FILLER PIC X(9)  VALUE "  LINII/H".
       01 WS-RAP-LINIA.
          05 WS-RP-OPER-O    PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RP-ODLOZ-O   PIC Z(8)9.
          05 WS-RP-WYDANE-O  PIC Z(8)9.
          05 WS-RP-ZAD-U-O   PIC Z(6)9.
          05 WS-RP-ZAD-K-O   PIC Z(6)9.
          05 WS-RP-ZAD-S-O   PIC Z(6)9.
          05 WS-RP-SKANY-O   PIC Z(8)9.
          05 WS-RP-WERYF-O   PIC Z(6)9.
          05 WS-RP-BLEDY-O   PIC Z(6)9.
          05 WS-RP-GODZ-O    PIC Z(5)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RP-NA-GODZ-O PIC X(8).
       01 WS-NA-GODZ-E PIC Z(5)9.9.

       01 WS-CSV-NAGLOWEK PIC X(150) VALUE
          "OKRES,OD,DO,OPERATOR,ODLOZONE,WYDANE,ZADANIA_U,ZADANIA_K,
      -   "ZADANIA_S,SKANY,WERYFIKACJE,BLEDY,GODZINY,LINII_NA_GODZ".
       01 WS-CSV-LINE.
          05 WS-CSV-OKRES    PIC X(10).
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-OD       PIC 9(6).
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-DO       PIC 9(6).
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-OPER     PIC X(8).
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-ODLOZ    PIC Z(8)9.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-WYDANE   PIC Z(8)9.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-ZAD-U    PIC Z(6)9.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-ZAD-K    PIC Z(6)9.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-ZAD-S    PIC Z(6)9.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-SKANY    PIC Z(8)9.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-WERYF    PIC Z(6)9.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-BLEDY    PIC Z(6)9.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-GODZ     PIC Z(5)9.99.
          05 FILLER          PIC X VALUE ",".
          05 WS-CSV-NA-GODZ  PIC Z(5)9.9.
       01 WS-CSV-OTWARTY PIC X(1).
          88 WS-CSV-JEST VALUE "T".

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           PERFORM 100-OKRES

           PERFORM 200-ODKLADANIE
           PERFORM 300-AUDYT
           PERFORM 400-ZADANIA
           PERFORM 500-SKANY
           PERFORM 510-BLEDY-WERYFIKACJI
           PERFORM 600-CZAS-PRACY
           PERFORM 700-RAPORT

           STOP RUN
           .

       100-OKRES.

      *    D [RRMMDD] - JEDEN DZIEN; T [RRMMDD] - TYDZIEN
      *    PONIEDZIALEK-NIEDZIELA Z TA DATA (BEZ DATY - POPRZEDNI)

           MOVE WS-DZIS TO WS-DATA-BAZA
           IF WS-PARAM(3:6) NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-PARAM(3:6)) = 0
                 COMPUTE WS-DATA-BAZA =
                         FUNCTION NUMVAL (WS-PARAM(3:6))
              ELSE
                 DISPLAY "BLEDNA DATA: " WS-PARAM(3:6)
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF WS-PARAM(1:1) = "T"
              MOVE "TYDZIEN" TO WS-OKRES
              STRING "20" WS-DATA-BAZA DELIMITED BY SIZE
                     INTO WS-DATA-8
              COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE
                      (WS-DATA-8)
              IF WS-PARAM(3:6) = SPACES
                 SUBTRACT 7 FROM WS-DATA-INT
              END-IF
              COMPUTE WS-DZIEN-TYG = FUNCTION MOD
                      (WS-DATA-INT - 1, 7) + 1
              COMPUTE WS-DATA-INT = WS-DATA-INT - WS-DZIEN-TYG + 1
              COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER
                      (WS-DATA-INT)
              MOVE WS-DATA-8(3:6) TO WS-DATA-OD
              ADD 6 TO WS-DATA-INT
              COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER
                      (WS-DATA-INT)
              MOVE WS-DATA-8(3:6) TO WS-DATA-DO
           ELSE
              MOVE "DZIEN" TO WS-OKRES
              MOVE WS-DATA-BAZA TO WS-DATA-OD
              MOVE WS-DATA-BAZA TO WS-DATA-DO
           END-IF
           .

       150-CZYNNOSC.

      *    OPERATOR WS-AK-OPER DO TABELI (WS-OP-I = JEGO POZYCJA,
      *    0 PO PRZEKROCZENIU LIMITU); CZYNNOSC Z CZASEM PRZESUWA
      *    PIERWSZA / OSTATNIA CZYNNOSC DNIA

           MOVE 0 TO WS-OP-I
           PERFORM VARYING WS-OP-J FROM 1 BY 1
                   UNTIL WS-OP-J > WS-OP-N OR WS-OP-I > 0
              IF WS-OP-ID (WS-OP-J) = WS-AK-OPER
                 MOVE WS-OP-J TO WS-OP-I
              END-IF
           END-PERFORM
           IF WS-OP-I = 0
              IF WS-OP-N < 100
                 ADD 1 TO WS-OP-N
                 MOVE WS-OP-N TO WS-OP-I
                 MOVE WS-AK-OPER TO WS-OP-ID (WS-OP-I)
                 MOVE 0 TO WS-OP-ODLOZONE (WS-OP-I)
                 MOVE 0 TO WS-OP-WYDANE (WS-OP-I)
                 MOVE 0 TO WS-OP-ZAD-U (WS-OP-I)
                 MOVE 0 TO WS-OP-ZAD-K (WS-OP-I)
                 MOVE 0 TO WS-OP-ZAD-S (WS-OP-I)
                 MOVE 0 TO WS-OP-SKANY (WS-OP-I)
                 MOVE 0 TO WS-OP-WERYF (WS-OP-I)
                 MOVE 0 TO WS-OP-BLEDY (WS-OP-I)
                 MOVE 0 TO WS-OP-SEKUNDY (WS-OP-I)
              ELSE
                 MOVE "T" TO WS-OP-LIMIT
              END-IF
           END-IF

           IF WS-OP-I > 0 AND WS-AK-CZAS > 0
              MOVE "N" TO WS-DZ-ZNALEZIONY
              PERFORM VARYING WS-DZ-I FROM 1 BY 1
                      UNTIL WS-DZ-I > WS-DZ-N OR WS-DZ-JEST
                 IF WS-DZ-OP (WS-DZ-I) = WS-OP-I
                    AND WS-DZ-DATA (WS-DZ-I) = WS-AK-DATA
                    MOVE "T" TO WS-DZ-ZNALEZIONY
                    IF WS-AK-CZAS < WS-DZ-PIERWSZY (WS-DZ-I)
                       MOVE WS-AK-CZAS TO WS-DZ-PIERWSZY (WS-DZ-I)
                    END-IF
                    IF WS-AK-CZAS > WS-DZ-OSTATNI (WS-DZ-I)
                       MOVE WS-AK-CZAS TO WS-DZ-OSTATNI (WS-DZ-I)
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT WS-DZ-JEST
                 IF WS-DZ-N < 1000
                    ADD 1 TO WS-DZ-N
                    MOVE WS-OP-I TO WS-DZ-OP (WS-DZ-N)
                    MOVE WS-AK-DATA TO WS-DZ-DATA (WS-DZ-N)
                    MOVE WS-AK-CZAS TO WS-DZ-PIERWSZY (WS-DZ-N)
                    MOVE WS-AK-CZAS TO WS-DZ-OSTATNI (WS-DZ-N)
                 ELSE
                    MOVE "T" TO WS-OP-LIMIT
                 END-IF
              END-IF
           END-IF
           .

       200-ODKLADANIE.

           OPEN INPUT ODKLADFILE
           IF ERR-OD = 0
              MOVE SPACES TO WS-ODKLAD-LINIA
              READ ODKLADFILE INTO WS-ODKLAD-LINIA
              PERFORM UNTIL ERR-OD > 0
                 IF WS-OD-DATA-O NOT < WS-DATA-OD
                    AND WS-OD-DATA-O NOT > WS-DATA-DO
                    AND WS-OD-OPER-O NOT = SPACES
                    MOVE WS-OD-OPER-O TO WS-AK-OPER
                    MOVE WS-OD-DATA-O TO WS-AK-DATA
                    MOVE 0 TO WS-AK-CZAS
                    IF WS-OD-CZAS-O IS NUMERIC
                       MOVE WS-OD-CZAS-O TO WS-AK-CZAS
                    END-IF
                    PERFORM 150-CZYNNOSC
                    IF WS-OP-I > 0
                       ADD 1 TO WS-OP-ODLOZONE (WS-OP-I)
                    END-IF
                 END-IF
                 MOVE SPACES TO WS-ODKLAD-LINIA
                 READ ODKLADFILE INTO WS-ODKLAD-LINIA
              END-PERFORM
              CLOSE ODKLADFILE
           END-IF
           .

       300-AUDYT.

      *    ARCHIWA MIESIECZNE W ZAKRESIE DAT, POTEM BIEZACY PLIK

           MOVE WS-DATA-OD(1:4) TO WS-MIESIAC
           MOVE WS-DATA-DO(1:4) TO WS-MIESIAC-DO
           PERFORM UNTIL WS-MIESIAC > WS-MIESIAC-DO
              MOVE SPACES TO WS-PLIK-NAZWA
              STRING "Audyt-20" WS-MIESIAC ".txt"
                     DELIMITED BY SIZE INTO WS-PLIK-NAZWA
              PERFORM 310-SKANUJ-PLIK
              MOVE WS-MIESIAC(1:2) TO WS-MIESIAC-RR
              MOVE WS-MIESIAC(3:2) TO WS-MIESIAC-MM
              IF WS-MIESIAC-MM = 12
                 ADD 1 TO WS-MIESIAC-RR
                 MOVE 1 TO WS-MIESIAC-MM
              ELSE
                 ADD 1 TO WS-MIESIAC-MM
              END-IF
              COMPUTE WS-MIESIAC =
                      WS-MIESIAC-RR * 100 + WS-MIESIAC-MM
           END-PERFORM

           MOVE "Audyt.txt" TO WS-PLIK-NAZWA
           PERFORM 310-SKANUJ-PLIK
           .

       310-SKANUJ-PLIK.

           OPEN INPUT AUDYTFILE
           IF ERR-A = 0
              MOVE SPACES TO WS-AUDYT-LINE
              READ AUDYTFILE INTO WS-AUDYT-LINE
              PERFORM UNTIL ERR-A > 0
                 IF WS-AUD-DATA-O NOT < WS-DATA-OD
                    AND WS-AUD-DATA-O NOT > WS-DATA-DO
                    AND WS-AUD-TYP-O = "WYDANIE"
                    AND WS-AUD-OPER-O NOT = "ANULOWANIE"
                    AND WS-AUD-UZYTK-O NOT = SPACES
                    MOVE WS-AUD-UZYTK-O TO WS-AK-OPER
                    MOVE WS-AUD-DATA-O TO WS-AK-DATA
                    MOVE WS-AUD-CZAS-O TO WS-AK-CZAS
                    PERFORM 150-CZYNNOSC
                    IF WS-OP-I > 0
                       ADD 1 TO WS-OP-WYDANE (WS-OP-I)
                    END-IF
                 END-IF
                 MOVE SPACES TO WS-AUDYT-LINE
                 READ AUDYTFILE INTO WS-AUDYT-LINE
              END-PERFORM
              CLOSE AUDYTFILE
           END-IF
           .

       400-ZADANIA.

      *    ZADANIA WYKONANE W OKRESIE - KOLEJKA MA TYLKO DATE
      *    WYKONANIA, WIEC ZADANIE NIE PRZESUWA CZASU PRACY

           OPEN INPUT ZADMAGFILE
           IF ERR-ZD = 0
              MOVE 0 TO NR-ZADANIA
              START ZADMAGFILE KEY NOT < NR-ZADANIA
              IF ERR-ZD = 0
                 READ ZADMAGFILE NEXT
                 PERFORM UNTIL ERR-ZD > 0
                    IF ZD-WYKONANE
                       AND DATA-WYK-ZD NOT < WS-DATA-OD
                       AND DATA-WYK-ZD NOT > WS-DATA-DO
                       AND OPERATOR-ZD NOT = SPACES
                       MOVE OPERATOR-ZD TO WS-AK-OPER
                       MOVE DATA-WYK-ZD TO WS-AK-DATA
                       MOVE 0 TO WS-AK-CZAS
                       PERFORM 150-CZYNNOSC
                       IF WS-OP-I > 0
                          IF ZD-UZUPELNIENIE
                             ADD 1 TO WS-OP-ZAD-U (WS-OP-I)
                          END-IF
                          IF ZD-KONSOLIDACJA
                             ADD 1 TO WS-OP-ZAD-K (WS-OP-I)
                          END-IF
                          IF ZD-SPIS
                             ADD 1 TO WS-OP-ZAD-S (WS-OP-I)
                          END-IF
                       END-IF
                    END-IF
                    READ ZADMAGFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZADMAGFILE
           END-IF
           .

       500-SKANY.

           OPEN INPUT SKANLOGFILE
           IF ERR-SL = 0
              MOVE SPACES TO WS-SKANLOG-LINIA
              READ SKANLOGFILE INTO WS-SKANLOG-LINIA
              PERFORM UNTIL ERR-SL > 0
                 IF WS-SL-DATA-O NOT < WS-DATA-OD
                    AND WS-SL-DATA-O NOT > WS-DATA-DO
                    AND WS-SL-OPER-O NOT = SPACES
                    MOVE WS-SL-OPER-O TO WS-AK-OPER
                    MOVE WS-SL-DATA-O TO WS-AK-DATA
                    MOVE WS-SL-CZAS-O TO WS-AK-CZAS
                    PERFORM 150-CZYNNOSC
                    IF WS-OP-I > 0
                       ADD WS-SL-SKANY-O TO WS-OP-SKANY (WS-OP-I)
                       ADD 1 TO WS-OP-WERYF (WS-OP-I)
                    END-IF
                 END-IF
                 MOVE SPACES TO WS-SKANLOG-LINIA
                 READ SKANLOGFILE INTO WS-SKANLOG-LINIA
              END-PERFORM
              CLOSE SKANLOGFILE
           END-IF
           .

       510-BLEDY-WERYFIKACJI.

           OPEN INPUT WERLOGFILE
           IF ERR-WL = 0
              MOVE SPACES TO WS-WERLOG-LINIA
              READ WERLOGFILE INTO WS-WERLOG-LINIA
              PERFORM UNTIL ERR-WL > 0
                 IF WS-WL-DATA-O NOT < WS-DATA-OD
                    AND WS-WL-DATA-O NOT > WS-DATA-DO
                    AND WS-WL-OPER-O NOT = SPACES
                    MOVE WS-WL-OPER-O TO WS-AK-OPER
                    MOVE WS-WL-DATA-O TO WS-AK-DATA
                    MOVE WS-WL-CZAS-O TO WS-AK-CZAS
                    PERFORM 150-CZYNNOSC
                    IF WS-OP-I > 0
                       ADD 1 TO WS-OP-BLEDY (WS-OP-I)
                    END-IF
                 END-IF
                 MOVE SPACES TO WS-WERLOG-LINIA
                 READ WERLOGFILE INTO WS-WERLOG-LINIA
              END-PERFORM
              CLOSE WERLOGFILE
           END-IF
           .

       600-CZAS-PRACY.

      *    CZAS OD PIERWSZEJ DO OSTATNIEJ CZYNNOSCI DNIA (GGMMSSss)
      *    W SEKUNDACH, SUMOWANY NA OPERATORA

           PERFORM VARYING WS-DZ-I FROM 1 BY 1
                   UNTIL WS-DZ-I > WS-DZ-N
              MOVE WS-DZ-PIERWSZY (WS-DZ-I) TO WS-CZAS-8
              COMPUTE WS-SEK-OD = WS-CZ-GG * 3600 + WS-CZ-MM * 60
                      + WS-CZ-SS
              MOVE WS-DZ-OSTATNI (WS-DZ-I) TO WS-CZAS-8
              COMPUTE WS-SEK-DO = WS-CZ-GG * 3600 + WS-CZ-MM * 60
                      + WS-CZ-SS
              IF WS-SEK-DO > WS-SEK-OD
                 MOVE WS-DZ-OP (WS-DZ-I) TO WS-OP-I
                 COMPUTE WS-OP-SEKUNDY (WS-OP-I) =
                         WS-OP-SEKUNDY (WS-OP-I)
                         + WS-SEK-DO - WS-SEK-OD
              END-IF
           END-PERFORM
           .

       700-RAPORT.

           DISPLAY "WYDAJNOSC OPERATOROW - " WS-OKRES " "
                   WS-DATA-OD " - " WS-DATA-DO
           IF WS-OP-PELNA
              DISPLAY "UWAGA: PRZEKROCZONY LIMIT TABELI OPERATOROW "
                      "LUB DNI - RAPORT NIEPELNY"
           END-IF

           MOVE "N" TO WS-CSV-OTWARTY
           OPEN OUTPUT CSVFILE
           IF ERR-CSV = 0
              MOVE "T" TO WS-CSV-OTWARTY
              WRITE CSV-REC FROM WS-CSV-NAGLOWEK
           ELSE
              DISPLAY "UWAGA: NIE MOZNA ZAPISAC "
                      "ProduktywnoscOperatorow.csv - KOD " ERR-CSV
           END-IF

           IF WS-OP-N = 0
              DISPLAY "BRAK CZYNNOSCI OPERATOROW W OKRESIE"
           ELSE
              DISPLAY WS-RAP-NAGLOWEK
              MOVE 0 TO WS-SM-ODLOZONE
              MOVE 0 TO WS-SM-WYDANE
              MOVE 0 TO WS-SM-ZAD-U
              MOVE 0 TO WS-SM-ZAD-K
              MOVE 0 TO WS-SM-ZAD-S
              MOVE 0 TO WS-SM-SKANY
              MOVE 0 TO WS-SM-WERYF
              MOVE 0 TO WS-SM-BLEDY
              MOVE 0 TO WS-SM-SEKUNDY
              PERFORM VARYING WS-OP-I FROM 1 BY 1
                      UNTIL WS-OP-I > WS-OP-N
                 PERFORM 710-LINIA-OPERATORA
              END-PERFORM
              PERFORM 720-SREDNIA-ZESPOLU
           END-IF

           IF WS-CSV-JEST
              CLOSE CSVFILE
              DISPLAY "DANE ZAPISANE DO ProduktywnoscOperatorow.csv"
           END-IF
           .

       710-LINIA-OPERATORA.

           ADD WS-OP-ODLOZONE (WS-OP-I) TO WS-SM-ODLOZONE
           ADD WS-OP-WYDANE (WS-OP-I) TO WS-SM-WYDANE
           ADD WS-OP-ZAD-U (WS-OP-I) TO WS-SM-ZAD-U
           ADD WS-OP-ZAD-K (WS-OP-I) TO WS-SM-ZAD-K
           ADD WS-OP-ZAD-S (WS-OP-I) TO WS-SM-ZAD-S
           ADD WS-OP-SKANY (WS-OP-I) TO WS-SM-SKANY
           ADD WS-OP-WERYF (WS-OP-I) TO WS-SM-WERYF
           ADD WS-OP-BLEDY (WS-OP-I) TO WS-SM-BLEDY
           ADD WS-OP-SEKUNDY (WS-OP-I) TO WS-SM-SEKUNDY

           COMPUTE WS-LINIE = WS-OP-ODLOZONE (WS-OP-I)
                              + WS-OP-WYDANE (WS-OP-I)
           COMPUTE WS-GODZINY ROUNDED =
                   WS-OP-SEKUNDY (WS-OP-I) / 3600
           MOVE 0 TO WS-NA-GODZ
           IF WS-OP-SEKUNDY (WS-OP-I) > 0
              COMPUTE WS-NA-GODZ ROUNDED =
                      WS-LINIE * 3600 / WS-OP-SEKUNDY (WS-OP-I)
           END-IF

           MOVE WS-OP-ID (WS-OP-I) TO WS-RP-OPER-O
           MOVE WS-OP-ODLOZONE (WS-OP-I) TO WS-RP-ODLOZ-O
           MOVE WS-OP-WYDANE (WS-OP-I) TO WS-RP-WYDANE-O
           MOVE WS-OP-ZAD-U (WS-OP-I) TO WS-RP-ZAD-U-O
           MOVE WS-OP-ZAD-K (WS-OP-I) TO WS-RP-ZAD-K-O
           MOVE WS-OP-ZAD-S (WS-OP-I) TO WS-RP-ZAD-S-O
           MOVE WS-OP-SKANY (WS-OP-I) TO WS-RP-SKANY-O
           MOVE WS-OP-WERYF (WS-OP-I) TO WS-RP-WERYF-O
           MOVE WS-OP-BLEDY (WS-OP-I) TO WS-RP-BLEDY-O
           PERFORM 730-WYDRUKUJ-LINIE
           .

       720-SREDNIA-ZESPOLU.

      *    SUMA ZESPOLU I SREDNIA NA OPERATORA; LINIE NA GODZINE
      *    ZESPOLU = WSZYSTKIE LINIE / CALY CZAS PRACY

           COMPUTE WS-LINIE = WS-SM-ODLOZONE + WS-SM-WYDANE
           COMPUTE WS-GODZINY ROUNDED = WS-SM-SEKUNDY / 3600
           MOVE 0 TO WS-NA-GODZ
           IF WS-SM-SEKUNDY > 0
              COMPUTE WS-NA-GODZ ROUNDED =
                      WS-LINIE * 3600 / WS-SM-SEKUNDY
           END-IF

           MOVE "RAZEM" TO WS-RP-OPER-O
           MOVE WS-SM-ODLOZONE TO WS-RP-ODLOZ-O
           MOVE WS-SM-WYDANE TO WS-RP-WYDANE-O
           MOVE WS-SM-ZAD-U TO WS-RP-ZAD-U-O
           MOVE WS-SM-ZAD-K TO WS-RP-ZAD-K-O
           MOVE WS-SM-ZAD-S TO WS-RP-ZAD-S-O
           MOVE WS-SM-SKANY TO WS-RP-SKANY-O
           MOVE WS-SM-WERYF TO WS-RP-WERYF-O
           MOVE WS-SM-BLEDY TO WS-RP-BLEDY-O
           PERFORM 730-WYDRUKUJ-LINIE

           COMPUTE WS-GODZINY ROUNDED =
                   WS-SM-SEKUNDY / 3600 / WS-OP-N
           MOVE "SREDNIA" TO WS-RP-OPER-O
           COMPUTE WS-RP-ODLOZ-O ROUNDED = WS-SM-ODLOZONE / WS-OP-N
           COMPUTE WS-RP-WYDANE-O ROUNDED = WS-SM-WYDANE / WS-OP-N
           COMPUTE WS-RP-ZAD-U-O ROUNDED = WS-SM-ZAD-U / WS-OP-N
           COMPUTE WS-RP-ZAD-K-O ROUNDED = WS-SM-ZAD-K / WS-OP-N
           COMPUTE WS-RP-ZAD-S-O ROUNDED = WS-SM-ZAD-S / WS-OP-N
           COMPUTE WS-RP-SKANY-O ROUNDED = WS-SM-SKANY / WS-OP-N
           COMPUTE WS-RP-WERYF-O ROUNDED = WS-SM-WERYF / WS-OP-N
           COMPUTE WS-RP-BLEDY-O ROUNDED = WS-SM-BLEDY / WS-OP-N
           PERFORM 730-WYDRUKUJ-LINIE
           .

       730-WYDRUKUJ-LINIE.

      *    LINIA RAPORTU I TA SAMA LINIA W CSV (WS-GODZINY,
      *    WS-NA-GODZ I POLA WS-RP-... USTAWIONE PRZEZ WOLAJACEGO)

           MOVE WS-GODZINY TO WS-RP-GODZ-O
           IF WS-NA-GODZ > 0
              MOVE WS-NA-GODZ TO WS-NA-GODZ-E
              MOVE WS-NA-GODZ-E TO WS-RP-NA-GODZ-O
           ELSE
              MOVE "       -" TO WS-RP-NA-GODZ-O
           END-IF
           DISPLAY WS-RAP-LINIA

           IF WS-CSV-JEST
              MOVE WS-OKRES TO WS-CSV-OKRES
              MOVE WS-DATA-OD TO WS-CSV-OD
              MOVE WS-DATA-DO TO WS-CSV-DO
              MOVE WS-RP-OPER-O TO WS-CSV-OPER
              MOVE WS-RP-ODLOZ-O TO WS-CSV-ODLOZ
              MOVE WS-RP-WYDANE-O TO WS-CSV-WYDANE
              MOVE WS-RP-ZAD-U-O TO WS-CSV-ZAD-U
              MOVE WS-RP-ZAD-K-O TO WS-CSV-ZAD-K
              MOVE WS-RP-ZAD-S-O TO WS-CSV-ZAD-S
              MOVE WS-RP-SKANY-O TO WS-CSV-SKANY
              MOVE WS-RP-WERYF-O TO WS-CSV-WERYF
              MOVE WS-RP-BLEDY-O TO WS-CSV-BLEDY
              MOVE WS-GODZINY TO WS-CSV-GODZ
              MOVE WS-NA-GODZ TO WS-CSV-NA-GODZ
              WRITE CSV-REC FROM WS-CSV-LINE
           END-IF
           .
