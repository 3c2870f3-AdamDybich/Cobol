       IDENTIFICATION DIVISION.

      *    NUMERYROK - NUMERACJA ROCZNA SERII DOKUMENTOW
      *    (NumeryRoczne) I KONTROLOWANE ZAMKNIECIE ROKU.
      *    PARAMETRY:
      *       W SERIA PREFIKS - PRZELACZA SERIE Z NumeryKontrolne
      *                         NA NUMERACJE ROCZNA OD BIEZACEGO
      *                         ROKU (NP. "W FAKTURA FV",
      *                         "W KOREKTA FK"); NASTEPNY NUMER
      *                         SERII STAJE SIE RR00001, STARE
      *                         NUMERY ZOSTAJA NA DOKUMENTACH
      *       Z [RR]          - ZAMKNIECIE ROKU: DLA KAZDEJ SERII
      *                         ROCZNEJ Z OTWARTYM ROKIEM
      *                         WCZESNIEJSZYM NIZ RR ZAPISUJE
      *                         KONCOWY LICZNIK ROKU W HISTORII
      *                         I OTWIERA ROK RR OD NUMERU RR00001.
      *                         PUSTE RR = ROK BIEZACY, A W GRUDNIU
      *                         ROK NASTEPNY - DLATEGO KROK MOZE
      *                         STAC W KoniecDniaSterowanie.txt
      *                         Z CZESTOTLIWOSCIA X1231 I ZADZIALA
      *                         TAKZE PO POLNOCY. PONOWNY PRZEBIEG
      *                         NIC NIE ZMIENIA
      *       L               - LISTA SERII ROCZNYCH
      *    BEZ PARAMETRU = Z. RETURN-CODE 8 GDY ZAPIS LICZNIKOW
      *    SIE NIE UDAL. NUMER DOKUMENTU TO RR*100000+KOLEJNY
      *    (DO 99999 DOKUMENTOW W ROKU, LATA DO 2089 - NUMERY OD
      *    9000000 ZAJMUJA NOTY ODSETKOWE W Rozrachunki); POSTAC
      *    PREFIKS/KKKKK/20RR DAJE PODPROGRAM NUMERDOK. SERII
      *    NOTAODS NIE DA SIE PRZELACZYC Z TEGO SAMEGO POWODU

       PROGRAM-ID. NUMERYROK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT ROCZNEFILE ASSIGN TO "NumeryRoczne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-R
               STATUS ERR-R.

       DATA DIVISION.

       FILE SECTION.

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

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
       01 ERR-N PIC 99.
       01 ERR-R PIC 99.

       01 WS-PARAM PIC X(40).
       01 WS-P-TRYB PIC X(10).
       01 WS-P-ARG1 PIC X(10).
       01 WS-P-ARG2 PIC X(10).
       01 WS-DZIS PIC 9(6).
       01 WS-ROK PIC 9(2).
       01 WS-ROK-PELNY PIC 9(4).
       01 WS-PIERWSZY PIC 9(7).
       01 WS-I PIC 9(2).
       01 WS-SERII PIC 9(3) VALUE 0.
       01 WS-ZAMKNIETO PIC 9(3) VALUE 0.

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).
       01 WS-ND-TEKST-2 PIC X(16).

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           MOVE SPACES TO WS-P-TRYB
           MOVE SPACES TO WS-P-ARG1
           MOVE SPACES TO WS-P-ARG2
           UNSTRING WS-PARAM DELIMITED BY ALL " "
              INTO WS-P-TRYB WS-P-ARG1 WS-P-ARG2
           IF WS-P-TRYB = SPACES
              MOVE "Z" TO WS-P-TRYB
           END-IF

           EVALUATE WS-P-TRYB
              WHEN "W"
                 PERFORM 100-WLACZ-SERIE
              WHEN "Z"
                 PERFORM 200-ZAMKNIJ-ROK
              WHEN "L"
                 PERFORM 300-LISTA
              WHEN OTHER
                 DISPLAY "PARAMETR: W SERIA PREFIKS / Z [RR] / L"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .

       100-WLACZ-SERIE.

           IF WS-P-ARG1 = SPACES OR WS-P-ARG2 = SPACES
              OR WS-P-ARG2(5:6) NOT = SPACES
              DISPLAY "PODAJ SERIE I PREFIKS (DO 4 ZNAKOW), NP. "
                      "W FAKTURA FV"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-P-ARG1 = "NOTAODS"
                 DISPLAY "SERIA NOTAODS NIE MOZE MIEC NUMERACJI "
                         "ROCZNEJ (NUMERY NOT OD 9000000 W "
                         "Rozrachunki)"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 110-OTWORZ-PLIKI
                 IF ERR-N = 0 AND ERR-R = 0
                    PERFORM 120-PRZELACZ-SERIE
                    CLOSE ROCZNEFILE
                    CLOSE NUMERYFILE
                 END-IF
              END-IF
           END-IF
           .

       110-OTWORZ-PLIKI.

           OPEN I-O NUMERYFILE
           IF ERR-N NOT = 0
              DISPLAY "BRAK PLIKU NumeryKontrolne - KOD " ERR-N
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN I-O ROCZNEFILE
              IF ERR-R = 35
                 CLOSE ROCZNEFILE
                 OPEN OUTPUT ROCZNEFILE
                 CLOSE ROCZNEFILE
                 OPEN I-O ROCZNEFILE
              END-IF
              IF ERR-R NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC NumeryRoczne - KOD "
                         ERR-R
                 MOVE 8 TO RETURN-CODE
                 CLOSE NUMERYFILE
              END-IF
           END-IF
           .

       120-PRZELACZ-SERIE.

           MOVE WS-P-ARG1 TO SERIA-R
           READ ROCZNEFILE
           IF ERR-R = 0
              DISPLAY "SERIA " WS-P-ARG1 " MA JUZ NUMERACJE ROCZNA "
                      "(PREFIKS " PREFIKS-R ")"
           ELSE
              MOVE WS-P-ARG1 TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 DISPLAY "BRAK SERII " WS-P-ARG1
                         " W NumeryKontrolne"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WS-DZIS(1:2) TO WS-ROK
                 COMPUTE WS-PIERWSZY = WS-ROK * 100000 + 1
                 IF NASTEPNY-N > WS-PIERWSZY
                    DISPLAY "LICZNIK SERII " WS-P-ARG1 " ("
                            NASTEPNY-N ") PRZEKRACZA PIERWSZY NUMER "
                            "ROCZNY " WS-PIERWSZY " - NIE PRZELACZONO"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE WS-P-ARG1 TO SERIA-R
                    MOVE FUNCTION UPPER-CASE (WS-P-ARG2) TO PREFIKS-R
                    MOVE WS-ROK TO ROK-R
                    MOVE WS-PIERWSZY TO PIERWSZY-R
                    MOVE NASTEPNY-N TO STARY-NASTEPNY-R
                    MOVE 0 TO LICZBA-LAT-R
                    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
                       MOVE 0 TO ROK-ZAM-R (WS-I)
                       MOVE 0 TO NASTEPNY-ZAM-R (WS-I)
                    END-PERFORM
                    WRITE ROCZNE-REC
                    IF ERR-R NOT = 0
                       DISPLAY "ZAPIS NumeryRoczne - KOD " ERR-R
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       MOVE WS-PIERWSZY TO NASTEPNY-N
                       REWRITE NUMERY-REC
                       IF ERR-N NOT = 0
                          DISPLAY "ZAPIS NumeryKontrolne - KOD "
                                  ERR-N
                          MOVE 8 TO RETURN-CODE
                          DELETE ROCZNEFILE RECORD
                       ELSE
                          COMPUTE WS-ROK-PELNY = 2000 + WS-ROK
                          DISPLAY "SERIA " WS-P-ARG1
                                  " - NUMERACJA ROCZNA OD "
                                  PREFIKS-R "/00001/" WS-ROK-PELNY
                                  ", OSTATNI NUMER DOTYCHCZASOWY "
                                  STARY-NASTEPNY-R
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       200-ZAMKNIJ-ROK.

      *    ROK DOCELOWY: Z PARAMETRU, INACZEJ BIEZACY, A W
      *    GRUDNIU NASTEPNY (PRZEBIEG W NOC SYLWESTROWA)

           MOVE WS-DZIS(1:2) TO WS-ROK
           IF WS-P-ARG1 NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-P-ARG1) = 0
                 COMPUTE WS-ROK = FUNCTION NUMVAL (WS-P-ARG1)
              ELSE
                 DISPLAY "NIEPOPRAWNY ROK: " WS-P-ARG1
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF WS-DZIS(3:2) = "12"
                 ADD 1 TO WS-ROK
              END-IF
           END-IF
           IF WS-ROK > 89
              DISPLAY "ROK 20" WS-ROK " POZA ZAKRESEM NUMERACJI"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-ROK-PELNY = 2000 + WS-ROK
           DISPLAY "ZAMKNIECIE ROKU - OTWARCIE NUMERACJI "
                   WS-ROK-PELNY

           OPEN I-O NUMERYFILE
           IF ERR-N NOT = 0
              DISPLAY "BRAK PLIKU NumeryKontrolne - KOD " ERR-N
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN I-O ROCZNEFILE
              IF ERR-R NOT = 0
                 DISPLAY "BRAK SERII Z NUMERACJA ROCZNA"
              ELSE
                 MOVE LOW-VALUES TO SERIA-R
                 START ROCZNEFILE KEY NOT < SERIA-R
                 IF ERR-R = 0
                    READ ROCZNEFILE NEXT
                    PERFORM UNTIL ERR-R > 0
                       ADD 1 TO WS-SERII
                       PERFORM 210-ZAMKNIJ-SERIE
                       READ ROCZNEFILE NEXT
                    END-PERFORM
                 END-IF
                 CLOSE ROCZNEFILE
              END-IF
              CLOSE NUMERYFILE
           END-IF
           DISPLAY "SERII ROCZNYCH: " WS-SERII
                   ", OTWARTO ROK " WS-ROK-PELNY " W " WS-ZAMKNIETO
           .

       210-ZAMKNIJ-SERIE.

           IF ROK-R NOT < WS-ROK
              DISPLAY "  " SERIA-R " - ROK 20" ROK-R " JUZ OTWARTY"
           ELSE
              MOVE SERIA-R TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 DISPLAY "  " SERIA-R " - BRAK LICZNIKA W "
                         "NumeryKontrolne - KOD " ERR-N
                 MOVE 8 TO RETURN-CODE
              ELSE
      *          HISTORIA OSTATNICH 20 LAT - NAJSTARSZY ROK
      *          WYPADA Z TABELI
                 IF LICZBA-LAT-R = 20
                    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 19
                       MOVE LATA-R (WS-I + 1) TO LATA-R (WS-I)
                    END-PERFORM
                 ELSE
                    ADD 1 TO LICZBA-LAT-R
                 END-IF
                 MOVE ROK-R TO ROK-ZAM-R (LICZBA-LAT-R)
                 MOVE NASTEPNY-N TO NASTEPNY-ZAM-R (LICZBA-LAT-R)

                 MOVE SERIA-R TO WS-ND-SERIA
                 MOVE "T" TO WS-ND-FUNKCJA
                 MOVE SPACES TO WS-ND-TEKST
                 IF NASTEPNY-N > ROK-R * 100000 + 1
                    COMPUTE WS-ND-NUMER = NASTEPNY-N - 1
                    CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                          WS-ND-NUMER WS-ND-TEKST
                 ELSE
                    MOVE "(BRAK)" TO WS-ND-TEKST
                 END-IF

                 COMPUTE WS-PIERWSZY = WS-ROK * 100000 + 1
                 MOVE WS-ROK TO ROK-R
                 REWRITE ROCZNE-REC
                 IF ERR-R NOT = 0
                    DISPLAY "  " SERIA-R " - ZAPIS NumeryRoczne - KOD "
                            ERR-R
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE WS-PIERWSZY TO NASTEPNY-N
                    REWRITE NUMERY-REC
                    IF ERR-N NOT = 0
                       DISPLAY "  " SERIA-R " - ZAPIS "
                               "NumeryKontrolne - KOD " ERR-N
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       ADD 1 TO WS-ZAMKNIETO
                       MOVE SPACES TO WS-ND-TEKST-2
                       STRING PREFIKS-R DELIMITED BY SPACE
                              "/00001/" WS-ROK-PELNY
                              DELIMITED BY SIZE INTO WS-ND-TEKST-2
                       DISPLAY "  " SERIA-R " - OSTATNI NUMER "
                               "ZAMKNIETEGO ROKU " WS-ND-TEKST
                               " - NOWY ROK OD " WS-ND-TEKST-2
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       300-LISTA.

           OPEN INPUT ROCZNEFILE
           IF ERR-R NOT = 0
              DISPLAY "BRAK SERII Z NUMERACJA ROCZNA"
           ELSE
              OPEN INPUT NUMERYFILE
              MOVE LOW-VALUES TO SERIA-R
              START ROCZNEFILE KEY NOT < SERIA-R
              IF ERR-R = 0
                 READ ROCZNEFILE NEXT
                 PERFORM UNTIL ERR-R > 0
                    MOVE 0 TO NASTEPNY-N
                    MOVE SERIA-R TO SERIA-N
                    READ NUMERYFILE
                    COMPUTE WS-ROK-PELNY = 2000 + ROK-R
                    DISPLAY SERIA-R " PREFIKS " PREFIKS-R
                            " ROK " WS-ROK-PELNY
                            " NASTEPNY " NASTEPNY-N
                            " OD " PIERWSZY-R
                            " (WCZESNIEJ DO " STARY-NASTEPNY-R ")"
                    PERFORM VARYING WS-I FROM 1 BY 1
                            UNTIL WS-I > LICZBA-LAT-R
                       COMPUTE WS-ROK-PELNY = 2000 + ROK-ZAM-R (WS-I)
                       DISPLAY "   ROK " WS-ROK-PELNY
                               " ZAMKNIETY, LICZNIK KONCOWY "
                               NASTEPNY-ZAM-R (WS-I)
                    END-PERFORM
                    READ ROCZNEFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE NUMERYFILE
              CLOSE ROCZNEFILE
           END-IF
           .
