       IDENTIFICATION DIVISION.

      *    NUMERDOK - PODPROGRAM NUMERACJI ROCZNEJ DOKUMENTOW.
      *    SERIA PRZELACZONA NA NUMERACJE ROCZNA (PLIK
      *    NumeryRoczne, PROGRAM NUMERYROK) WYDAJE Z
      *    NumeryKontrolne NUMERY RR*100000+KOLEJNY, WIEC KLUCZE
      *    PLIKOW ZOSTAJA 7-CYFROWE, A NA DOKUMENTACH NUMER MA
      *    POSTAC PREFIKS/KKKKK/20RR (NP. FV/00001/2026).
      *    CALL "NUMERDOK" USING FUNKCJA X(1) SERIA X(10)
      *    NUMER 9(7) TEKST X(16):
      *       T - NUMER NA TEKST DO WYDRUKU; NUMER SPRZED
      *           PRZELACZENIA SERII (I KAZDY NUMER SERII BEZ
      *           NUMERACJI ROCZNEJ) ZOSTAJE 7 CYFRAMI JAK DOTAD,
      *           TAK SAMO NUMER OD 9000000 (NOTA ODSETKOWA W
      *           Rozrachunki)
      *       N - TEKST PODANY PRZEZ OPERATORA ALBO Z TYTULU
      *           PRZELEWU NA NUMER: PREFIKS/KOLEJNY/ROK (ROK
      *           4- LUB 2-CYFROWY) ALBO SAME CYFRY NUMERU;
      *           TEKST NIE BEDACY NUMEREM TEJ SERII DAJE 0

       PROGRAM-ID. NUMERDOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROCZNEFILE ASSIGN TO "NumeryRoczne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-R
               STATUS ERR-R.

       DATA DIVISION.

       FILE SECTION.

      *    SERIA Z NUMERACJA ROCZNA: PREFIKS NUMERU, OTWARTY ROK,
      *    PIERWSZY NUMER W POSTACI ROCZNEJ, LICZNIK SPRZED
      *    PRZELACZENIA I LICZNIKI ZAMKNIETYCH LAT

       FD ROCZNEFILE  BLOCK CONTAINS 0.
       01 ROCZNE-REC.
          05 SERIA-R            PIC X(10).
          05 PREFIKS-R          PIC X(4).
          05 ROK-R              PIC 9(2).
          05 PIERWSZY-R         PIC 9(7).
          05 STARY-NASTEPNY-R   PIC 9(7).
          05 LICZBA-LAT-R       PIC 9(2).
          05 LATA-R OCCURS 20.
             10 ROK-ZAM-R       PIC 9(2).
             10 NASTEPNY-ZAM-R  PIC 9(7).

       WORKING-STORAGE SECTION.
       01 ERR-R PIC 99.

       01 WS-WCZYTANE PIC X(1) VALUE "N".
          88 WS-TABELA-WCZYTANA VALUE "T".
       01 WS-RS-N PIC 9(2) VALUE 0.
       01 WS-RS-I PIC 9(2).
       01 WS-RS-IDX PIC 9(2).
       01 WS-RS-TAB OCCURS 20.
          05 WS-RS-SERIA    PIC X(10).
          05 WS-RS-PREFIKS  PIC X(4).
          05 WS-RS-PIERWSZY PIC 9(7).

       01 WS-KOLEJNY PIC 9(5).
       01 WS-ROK-RR PIC 9(2).
       01 WS-ROK PIC 9(4).
       01 WS-WARTOSC PIC 9(9).
       01 WS-CZ-TEKST PIC X(16).
       01 WS-CZ-PREFIKS PIC X(16).
       01 WS-CZ-KOLEJNY PIC X(16).
       01 WS-CZ-ROK PIC X(16).
       01 WS-CZ-RESZTA PIC X(16).
       01 WS-CZ-LICZBA PIC 9(2).

       LINKAGE SECTION.
       01 ND-FUNKCJA PIC X(1).
       01 ND-SERIA PIC X(10).
       01 ND-NUMER PIC 9(7).
       01 ND-TEKST PIC X(16).

       PROCEDURE DIVISION USING ND-FUNKCJA ND-SERIA ND-NUMER
                                ND-TEKST.

           IF NOT WS-TABELA-WCZYTANA
              PERFORM 100-WCZYTAJ-SERIE
           END-IF

           MOVE 0 TO WS-RS-IDX
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-RS-N
              IF WS-RS-SERIA (WS-RS-I) = ND-SERIA
                 MOVE WS-RS-I TO WS-RS-IDX
              END-IF
           END-PERFORM

           IF ND-FUNKCJA = "N"
              PERFORM 300-TEKST-NA-NUMER
           ELSE
              PERFORM 200-NUMER-NA-TEKST
           END-IF

           GOBACK
           .

       100-WCZYTAJ-SERIE.

      *    TABELA SERII WCZYTYWANA RAZ NA PRZEBIEG PROGRAMU
      *    WOLAJACEGO; BRAK PLIKU = ZADNA SERIA NIE JEST ROCZNA

           MOVE "T" TO WS-WCZYTANE
           MOVE 0 TO WS-RS-N
           OPEN INPUT ROCZNEFILE
           IF ERR-R = 0
              MOVE LOW-VALUES TO SERIA-R
              START ROCZNEFILE KEY NOT < SERIA-R
              IF ERR-R = 0
                 READ ROCZNEFILE NEXT
                 PERFORM UNTIL ERR-R > 0 OR WS-RS-N = 20
                    ADD 1 TO WS-RS-N
                    MOVE SERIA-R TO WS-RS-SERIA (WS-RS-N)
                    MOVE PREFIKS-R TO WS-RS-PREFIKS (WS-RS-N)
                    MOVE PIERWSZY-R TO WS-RS-PIERWSZY (WS-RS-N)
                    READ ROCZNEFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ROCZNEFILE
           END-IF
           .

       200-NUMER-NA-TEKST.

           MOVE SPACES TO ND-TEKST
           IF WS-RS-IDX > 0
              AND ND-NUMER NOT < WS-RS-PIERWSZY (WS-RS-IDX)
              AND ND-NUMER < 9000000
              DIVIDE ND-NUMER BY 100000 GIVING WS-ROK-RR
                     REMAINDER WS-KOLEJNY
              COMPUTE WS-ROK = 2000 + WS-ROK-RR
              STRING WS-RS-PREFIKS (WS-RS-IDX) DELIMITED BY SPACE
                     "/" WS-KOLEJNY "/" WS-ROK
                     DELIMITED BY SIZE INTO ND-TEKST
           ELSE
              MOVE ND-NUMER TO ND-TEKST
           END-IF
           .

       300-TEKST-NA-NUMER.

           MOVE 0 TO ND-NUMER
           MOVE FUNCTION TRIM (ND-TEKST) TO WS-CZ-TEKST
           MOVE SPACES TO WS-CZ-PREFIKS
           MOVE SPACES TO WS-CZ-KOLEJNY
           MOVE SPACES TO WS-CZ-ROK
           MOVE SPACES TO WS-CZ-RESZTA
           MOVE 0 TO WS-CZ-LICZBA
           UNSTRING WS-CZ-TEKST DELIMITED BY "/"
              INTO WS-CZ-PREFIKS WS-CZ-KOLEJNY WS-CZ-ROK
                   WS-CZ-RESZTA
              TALLYING IN WS-CZ-LICZBA
           END-UNSTRING

           IF WS-CZ-LICZBA = 1
              IF WS-CZ-PREFIKS NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-CZ-PREFIKS) = 0
                 COMPUTE WS-WARTOSC =
                         FUNCTION NUMVAL (WS-CZ-PREFIKS)
                 IF WS-WARTOSC < 10000000
                    MOVE WS-WARTOSC TO ND-NUMER
                 END-IF
              END-IF
           END-IF

           IF WS-CZ-LICZBA = 3 AND WS-RS-IDX > 0
              IF FUNCTION UPPER-CASE (WS-CZ-PREFIKS)
                 = WS-RS-PREFIKS (WS-RS-IDX)
                 AND FUNCTION TEST-NUMVAL (WS-CZ-KOLEJNY) = 0
                 AND FUNCTION TEST-NUMVAL (WS-CZ-ROK) = 0
                 COMPUTE WS-WARTOSC =
                         FUNCTION NUMVAL (WS-CZ-KOLEJNY)
                 COMPUTE WS-ROK = FUNCTION NUMVAL (WS-CZ-ROK)
                 IF WS-ROK < 100
                    ADD 2000 TO WS-ROK
                 END-IF
                 IF WS-WARTOSC > 0 AND WS-WARTOSC < 100000
                    AND WS-ROK > 1999 AND WS-ROK < 2090
                    COMPUTE ND-NUMER =
                            (WS-ROK - 2000) * 100000 + WS-WARTOSC
                    IF ND-NUMER < WS-RS-PIERWSZY (WS-RS-IDX)
                       MOVE 0 TO ND-NUMER
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
