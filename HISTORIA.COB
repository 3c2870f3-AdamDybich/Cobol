       IDENTIFICATION DIVISION.

      *    HISTORIA - PODPROGRAM HISTORII ZMIAN KARTOTEK (Klienci,
      *    Dostawcy, CenyKlientow, CenyDostawcow, StawkiVAT,
      *    Lokalizacje). KAZDE DODANIE, ZMIANA I USUNIECIE
      *    REKORDU KARTOTEKI IDZIE DO HistoriaKartotek.txt
      *    OBRAZEM REKORDU PRZED I PO, Z OPERATOREM, PROGRAMEM,
      *    DATA I CZASEM. WPISY SA CHRONIONE TAK JAK DZIENNIK
      *    AUDYTU: KOLEJNY NUMER I WARTOSC KONTROLNA DOWIAZANA DO
      *    POPRZEDNIEJ LINII (903-ZAPISZ-WPIS-AUDYTU W MAGAZYN),
      *    A OSTATNI NUMER I WARTOSC IDA DO SWIADKA
      *    HistoriaSwiadek.txt; LANCUCH SPRAWDZA HISTORIAQ.
      *    CALL "HISTORIA" USING GRUPA PARAMETROW (UKLAD JAK
      *    HI-PARAMETRY PONIZEJ):
      *       HI-OPERACJA  D - DODANIE (HI-PRZED = SPACJE)
      *                    Z - ZMIANA (BEZ WPISU, GDY HI-PRZED
      *                        = HI-PO - REKORD NIE ZMIENIL SIE)
      *                    U - USUNIECIE (HI-PO = SPACJE)
      *       HI-KLUCZ     KLUCZ REKORDU W POSTACI TEKSTOWEJ
      *    HI-WYNIK = 0 GDY OK, INACZEJ KOD STATUSU PLIKU

       PROGRAM-ID. HISTORIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO "HistoriaKartotek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-H.

           SELECT SWIADEKFILE ASSIGN TO "HistoriaSwiadek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SW.

       DATA DIVISION.

       FILE SECTION.

       FD HISTFILE.
       01 HIST-REC PIC X(372).

       FD SWIADEKFILE.
       01 SWIADEK-REC PIC X(16).

       WORKING-STORAGE SECTION.
       01 ERR-H PIC 99.
       01 ERR-SW PIC 99.

      *    LINIA HistoriaKartotek.txt - WARTOSC KONTROLNA LICZONA
      *    Z POZYCJI 1-363 (TRESC Z NUMEREM KOLEJNYM)

       01 WS-HIST-LINIA.
          05 WS-HL-TRESC.
             10 WS-HL-DATA-O     PIC 9(6).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-CZAS-O     PIC 9(8).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-OPERATOR-O PIC X(8).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-PROGRAM-O  PIC X(10).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-PLIK-O     PIC X(14).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-OPERACJA-O PIC X(1).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-KLUCZ-O    PIC X(40).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-PRZED-O    PIC X(130).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-PO-O       PIC X(130).
             10 FILLER           PIC X VALUE SPACE.
             10 WS-HL-NR-O       PIC 9(7).
          05 FILLER              PIC X VALUE SPACE.
          05 WS-HL-KONTROLA-O    PIC 9(8).

       01 WS-SWIADEK-LINIA.
          05 WS-SW-NR-O       PIC 9(7).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-SW-KONTROLA-O PIC 9(8).

       01 WS-LAN-NR PIC 9(7).
       01 WS-LAN-KONTROLA PIC 9(8).
       01 WS-LAN-NOWA PIC 9(8).
       01 WS-LAN-SUMA PIC 9(15).
       01 WS-LAN-I PIC 9(3).
       01 WS-LAN-ZNAK PIC 9(3).
       01 WS-LAN-BUFOR PIC X(372).

       LINKAGE SECTION.
       01 HI-PARAMETRY.
          05 HI-PLIK           PIC X(14).
          05 HI-OPERACJA       PIC X(1).
             88 HI-DODANIE        VALUE "D".
             88 HI-ZMIANA         VALUE "Z".
             88 HI-USUNIECIE      VALUE "U".
          05 HI-KLUCZ          PIC X(40).
          05 HI-OPERATOR       PIC X(8).
          05 HI-PROGRAM        PIC X(10).
          05 HI-PRZED          PIC X(130).
          05 HI-PO             PIC X(130).
          05 HI-WYNIK          PIC 9(2).

       PROCEDURE DIVISION USING HI-PARAMETRY.

           MOVE 0 TO HI-WYNIK
           IF HI-ZMIANA AND HI-PRZED = HI-PO
              GOBACK
           END-IF

           ACCEPT WS-HL-DATA-O FROM DATE
           ACCEPT WS-HL-CZAS-O FROM TIME
           MOVE HI-OPERATOR TO WS-HL-OPERATOR-O
           MOVE HI-PROGRAM TO WS-HL-PROGRAM-O
           MOVE HI-PLIK TO WS-HL-PLIK-O
           MOVE HI-OPERACJA TO WS-HL-OPERACJA-O
           MOVE HI-KLUCZ TO WS-HL-KLUCZ-O
           MOVE HI-PRZED TO WS-HL-PRZED-O
           MOVE HI-PO TO WS-HL-PO-O

           PERFORM 100-STAN-LANCUCHA
           ADD 1 TO WS-LAN-NR
           MOVE WS-LAN-NR TO WS-HL-NR-O
           PERFORM 200-POLICZ-KONTROLE
           MOVE WS-LAN-NOWA TO WS-HL-KONTROLA-O

           OPEN EXTEND HISTFILE
           IF ERR-H NOT = 0
              CLOSE HISTFILE
              OPEN OUTPUT HISTFILE
           END-IF
           WRITE HIST-REC FROM WS-HIST-LINIA
           MOVE ERR-H TO HI-WYNIK
           CLOSE HISTFILE

      *    SWIADEK KONCA LANCUCHA POZA PLIKIEM HISTORII

           IF HI-WYNIK = 0
              MOVE WS-LAN-NR TO WS-SW-NR-O
              MOVE WS-LAN-NOWA TO WS-SW-KONTROLA-O
              OPEN OUTPUT SWIADEKFILE
              IF ERR-SW = 0
                 WRITE SWIADEK-REC FROM WS-SWIADEK-LINIA
              END-IF
              CLOSE SWIADEKFILE
           END-IF

           GOBACK
           .

       100-STAN-LANCUCHA.

      *    NUMER I WARTOSC KONTROLNA OSTATNIEGO WPISU

           MOVE 0 TO WS-LAN-NR
           MOVE 0 TO WS-LAN-KONTROLA
           OPEN INPUT HISTFILE
           IF ERR-H = 0
              MOVE SPACES TO WS-LAN-BUFOR
              READ HISTFILE INTO WS-LAN-BUFOR
              PERFORM UNTIL ERR-H > 0
                 IF WS-LAN-BUFOR(357:7) NOT = SPACES
                    MOVE WS-LAN-BUFOR(357:7) TO WS-LAN-NR
                    MOVE WS-LAN-BUFOR(365:8) TO WS-LAN-KONTROLA
                 END-IF
                 MOVE SPACES TO WS-LAN-BUFOR
                 READ HISTFILE INTO WS-LAN-BUFOR
              END-PERFORM
              CLOSE HISTFILE
           END-IF
           .

       200-POLICZ-KONTROLE.

      *    TA SAMA ZASADA CO 902-POLICZ-KONTROLE W MAGAZYN.COB:
      *    SUMA KODOW ZNAKOW WAZONA POZYCJA, DOWIAZANA DO
      *    WARTOSCI POPRZEDNIEJ LINII

           MOVE 0 TO WS-LAN-SUMA
           PERFORM VARYING WS-LAN-I FROM 1 BY 1
                   UNTIL WS-LAN-I > 363
              COMPUTE WS-LAN-ZNAK = FUNCTION ORD
                      (WS-HL-TRESC (WS-LAN-I:1))
              COMPUTE WS-LAN-SUMA = WS-LAN-SUMA +
                      WS-LAN-ZNAK * WS-LAN-I
           END-PERFORM
           COMPUTE WS-LAN-NOWA = FUNCTION MOD
                   (WS-LAN-KONTROLA * 31 + WS-LAN-SUMA, 100000000)
           .
