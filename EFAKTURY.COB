      *    PLATFORME (STATUS "W" + DATA POTWIERDZENIA).
      *    AKTUALIZACJA PRZEZ PRZEPISANIE PLIKU STATUSOW
      *    (TEN SAM WZORZEC CO KATALOG W RETENCJA.COB)
      *    NUMER FAKTURY MOZNA PODAC W POSTACI ROCZNEJ
      *    (FV/KKKKK/RRRR) - JAK W ELEMENCIE <Numer> E-FAKTURY

       PROGRAM-ID. EFAKTURY.

          05 WS-ES-POTW-O   PIC 9(6).

       01 WS-NR-FAKTURY PIC 9(7).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).
       01 WS-DZIS PIC 9(6).
       01 WS-LICZNIK PIC 9(5).
       01 WS-NIEWYSLANE PIC 9(5).
              DISPLAY "BRAK PLIKU EFakturyStatus.txt"
           ELSE
              DISPLAY "PODAJ NUMER FAKTURY DO POTWIERDZENIA"
              MOVE SPACES TO WS-ND-TEKST
              ACCEPT WS-ND-TEKST
              MOVE "FAKTURA" TO WS-ND-SERIA
              MOVE "N" TO WS-ND-FUNKCJA
              CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                    WS-ND-NUMER WS-ND-TEKST
              MOVE WS-ND-NUMER TO WS-NR-FAKTURY
              MOVE "N" TO WS-ZNALEZIONO

              OPEN OUTPUT ESTATNOWY
