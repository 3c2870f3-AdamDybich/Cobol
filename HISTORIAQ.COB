       IDENTIFICATION DIVISION.

      *    HISTORIAQ - PRZESZUKIWANIE HISTORII ZMIAN KARTOTEK
      *    HistoriaKartotek.txt (PISZE JA PODPROGRAM HISTORIA PRZY
      *    KAZDYM DODANIU, ZMIANIE I USUNIECIU REKORDU Klienci,
      *    Dostawcy, CenyKlientow, CenyDostawcow, StawkiVAT,
      *    Lokalizacje): PO KARTOTECE, KLUCZU (DOKLADNIE LUB PO
      *    POCZATKU KLUCZA), OPERATORZE I ZAKRESIE DAT. PLIK JEST
      *    DOPISYWANY CHRONOLOGICZNIE, WIEC WPISY DRUKOWANE SA W
      *    KOLEJNOSCI ZMIAN, KAZDY Z OBRAZEM REKORDU PRZED I PO.
      *    OPCJA W SPRAWDZA LANCUCH WARTOSCI KONTROLNYCH HISTORII
      *    TAK JAK AUDYTWER DLA Audyt.txt (NUMER KOLEJNY, WARTOSC
      *    KONTROLNA DOWIAZANA DO POPRZEDNIEJ LINII, KONIEC PLIKU
      *    WZGLEDEM SWIADKA HistoriaSwiadek.txt)

       PROGRAM-ID. HISTORIAQ.

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

       01 WS-HIST-LINIA.
          05 WS-HL-TRESC.
             10 WS-HL-DATA-O     PIC 9(6).
             10 FILLER           PIC X.
             10 WS-HL-CZAS-O     PIC 9(8).
             10 FILLER           PIC X.
             10 WS-HL-OPERATOR-O PIC X(8).
             10 FILLER           PIC X.
             10 WS-HL-PROGRAM-O  PIC X(10).
             10 FILLER           PIC X.
             10 WS-HL-PLIK-O     PIC X(14).
             10 FILLER           PIC X.
             10 WS-HL-OPERACJA-O PIC X(1).
             10 FILLER           PIC X.
             10 WS-HL-KLUCZ-O    PIC X(40).
             10 FILLER           PIC X.
             10 WS-HL-PRZED-O    PIC X(130).
             10 FILLER           PIC X.
             10 WS-HL-PO-O       PIC X(130).
             10 FILLER           PIC X.
             10 WS-HL-NR-O       PIC X(7).
          05 FILLER              PIC X.
          05 WS-HL-KONTROLA-O    PIC X(8).

       01 WS-SWIADEK-LINIA.
          05 WS-SW-NR-O       PIC 9(7).
          05 FILLER           PIC X.
          05 WS-SW-KONTROLA-O PIC 9(8).

       01 WS-TRYB PIC X(1).
          88 TRYB-SZUKANIE VALUE "S".
          88 TRYB-WERYFIKACJA VALUE "W".

       01 WS-SZUK-PLIK PIC X(14).
       01 WS-SZUK-KLUCZ PIC X(40).
       01 WS-SZUK-DOKLADNIE PIC X(1).
          88 SZUK-DOKLADNY VALUE "D".
       01 WS-SZUK-OPERATOR PIC X(8).
       01 WS-SZUK-OD PIC 9(6).
       01 WS-SZUK-DO PIC 9(6).
       01 WS-KLUCZ-DL PIC 99.

       01 WS-PASUJE PIC X(1).
          88 WS-PASUJE-JEST VALUE "T".
       01 WS-TRAFIEN PIC 9(7) VALUE 0.
       01 WS-PRZECZYTANYCH PIC 9(7) VALUE 0.
       01 WS-OPERACJA-OPIS PIC X(10).

       01 WS-LAN-NR PIC 9(7).
       01 WS-LAN-KONTROLA PIC 9(8).
       01 WS-LAN-POPRZ-NR PIC 9(7) VALUE 0.
       01 WS-LAN-POPRZ-KONTROLA PIC 9(8) VALUE 0.
       01 WS-LAN-NOWA PIC 9(8).
       01 WS-LAN-SUMA PIC 9(15).
       01 WS-LAN-I PIC 9(3).
       01 WS-LAN-ZNAK PIC 9(3).
       01 WS-NR-LINII PIC 9(7) VALUE 0.
       01 WS-SPRAWDZONE PIC 9(7) VALUE 0.
       01 WS-PRZERWANY PIC X(1) VALUE "N".
          88 WS-JEST-PRZERWANY VALUE "T".

       PROCEDURE DIVISION.

           DISPLAY "HISTORIA ZMIAN KARTOTEK"
           DISPLAY "S=SZUKANIE ZMIAN  W=WERYFIKACJA LANCUCHA"
           ACCEPT WS-TRYB
           IF NOT TRYB-WERYFIKACJA
              MOVE "S" TO WS-TRYB
           END-IF

           IF TRYB-WERYFIKACJA
              PERFORM 300-WERYFIKACJA
           ELSE
              PERFORM 100-SZUKANIE
           END-IF

           STOP RUN
           .

       100-SZUKANIE.

           DISPLAY "PODAJ KARTOTEKE (Klienci, Dostawcy, "
                   "CenyKlientow, CenyDostawcow, StawkiVAT, "
                   "Lokalizacje; PUSTE = WSZYSTKIE)"
           ACCEPT WS-SZUK-PLIK
           DISPLAY "PODAJ KLUCZ (PUSTE = WSZYSTKIE)"
           ACCEPT WS-SZUK-KLUCZ
           IF WS-SZUK-KLUCZ NOT = SPACES
              DISPLAY "D=DOKLADNIE  P=PO POCZATKU KLUCZA"
              ACCEPT WS-SZUK-DOKLADNIE
              COMPUTE WS-KLUCZ-DL = FUNCTION LENGTH
                      (FUNCTION TRIM (WS-SZUK-KLUCZ))
           END-IF
           DISPLAY "PODAJ OPERATORA (PUSTE = WSZYSCY)"
           ACCEPT WS-SZUK-OPERATOR
           DISPLAY "PODAJ DATE OD (RRMMDD)"
           ACCEPT WS-SZUK-OD
           DISPLAY "PODAJ DATE DO (RRMMDD, 0 = DZIS)"
           ACCEPT WS-SZUK-DO
           IF WS-SZUK-DO = 0
              ACCEPT WS-SZUK-DO FROM DATE
           END-IF

           OPEN INPUT HISTFILE
           IF ERR-H NOT = 0
              DISPLAY "BRAK PLIKU HISTORII HistoriaKartotek.txt"
           ELSE
              MOVE SPACES TO WS-HIST-LINIA
              READ HISTFILE INTO WS-HIST-LINIA
              PERFORM UNTIL ERR-H > 0
                 ADD 1 TO WS-PRZECZYTANYCH
                 PERFORM 110-CZY-PASUJE
                 IF WS-PASUJE-JEST
                    ADD 1 TO WS-TRAFIEN
                    PERFORM 120-DRUKUJ-WPIS
                 END-IF
                 MOVE SPACES TO WS-HIST-LINIA
                 READ HISTFILE INTO WS-HIST-LINIA
              END-PERFORM
              CLOSE HISTFILE
           END-IF

           DISPLAY "---------------------"
           DISPLAY "WPISOW PRZECZYTANYCH: " WS-PRZECZYTANYCH
           DISPLAY "PASUJACYCH WPISOW   : " WS-TRAFIEN
           .

       110-CZY-PASUJE.

           MOVE "N" TO WS-PASUJE

           IF WS-HL-DATA-O < WS-SZUK-OD
              OR WS-HL-DATA-O > WS-SZUK-DO
              CONTINUE
           ELSE
              IF WS-SZUK-PLIK NOT = SPACES
                 AND WS-HL-PLIK-O NOT = WS-SZUK-PLIK
                 CONTINUE
              ELSE
                 IF WS-SZUK-OPERATOR NOT = SPACES
                    AND WS-HL-OPERATOR-O NOT = WS-SZUK-OPERATOR
                    CONTINUE
                 ELSE
                    IF WS-SZUK-KLUCZ = SPACES
                       MOVE "T" TO WS-PASUJE
                    ELSE
                       IF SZUK-DOKLADNY
                          IF WS-HL-KLUCZ-O = WS-SZUK-KLUCZ
                             MOVE "T" TO WS-PASUJE
                          END-IF
                       ELSE
                          IF WS-HL-KLUCZ-O (1:WS-KLUCZ-DL) =
                             WS-SZUK-KLUCZ (1:WS-KLUCZ-DL)
                             MOVE "T" TO WS-PASUJE
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       120-DRUKUJ-WPIS.

           EVALUATE WS-HL-OPERACJA-O
              WHEN "D"
                 MOVE "DODANIE" TO WS-OPERACJA-OPIS
              WHEN "Z"
                 MOVE "ZMIANA" TO WS-OPERACJA-OPIS
              WHEN "U"
                 MOVE "USUNIECIE" TO WS-OPERACJA-OPIS
              WHEN OTHER
                 MOVE WS-HL-OPERACJA-O TO WS-OPERACJA-OPIS
           END-EVALUATE

           DISPLAY " "
           DISPLAY WS-HL-DATA-O " " WS-HL-CZAS-O " "
                   WS-HL-OPERATOR-O " " WS-HL-PROGRAM-O " "
                   WS-HL-PLIK-O " " WS-OPERACJA-OPIS " "
                   WS-HL-KLUCZ-O
           IF WS-HL-OPERACJA-O NOT = "D"
              DISPLAY "   PRZED: " WS-HL-PRZED-O
           END-IF
           IF WS-HL-OPERACJA-O NOT = "U"
              DISPLAY "   PO   : " WS-HL-PO-O
           END-IF
           .

       300-WERYFIKACJA.

      *    HISTORIA NIE JEST ROLOWANA - LANCUCH ZACZYNA SIE OD
      *    WARTOSCI 0 W PIERWSZEJ LINII PLIKU

           OPEN INPUT HISTFILE
           IF ERR-H NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU "
                      "HistoriaKartotek.txt KOD " ERR-H
           ELSE
              MOVE SPACES TO WS-HIST-LINIA
              READ HISTFILE INTO WS-HIST-LINIA
              PERFORM UNTIL ERR-H > 0 OR WS-JEST-PRZERWANY
                 ADD 1 TO WS-NR-LINII
                 PERFORM 310-SPRAWDZ-LINIE
                 MOVE SPACES TO WS-HIST-LINIA
                 READ HISTFILE INTO WS-HIST-LINIA
              END-PERFORM
              CLOSE HISTFILE

              IF NOT WS-JEST-PRZERWANY
                 PERFORM 330-SPRAWDZ-SWIADKA
              END-IF

              DISPLAY "---------------------"
              DISPLAY "LINII PRZECZYTANYCH    : " WS-NR-LINII
              DISPLAY "LINII ZWERYFIKOWANYCH  : " WS-SPRAWDZONE
              IF WS-JEST-PRZERWANY
                 DISPLAY "WYNIK: LANCUCH PRZERWANY - PLIK ZOSTAL "
                         "ZMIENIONY LUB UCIETY"
              ELSE
                 DISPLAY "WYNIK: LANCUCH CIAGLY - PLIK NIENARUSZONY"
              END-IF
           END-IF
           .

       310-SPRAWDZ-LINIE.

           IF WS-HL-NR-O IS NOT NUMERIC
              OR WS-HL-KONTROLA-O IS NOT NUMERIC
              DISPLAY "LINIA " WS-NR-LINII " BEZ NUMERU LUB "
                      "WARTOSCI KONTROLNEJ - PODEJRZANE DOPISANIE"
              MOVE "T" TO WS-PRZERWANY
           ELSE
              MOVE WS-HL-NR-O TO WS-LAN-NR
              MOVE WS-HL-KONTROLA-O TO WS-LAN-KONTROLA

              IF WS-LAN-NR NOT = WS-LAN-POPRZ-NR + 1
                 DISPLAY "LINIA " WS-NR-LINII ": NUMER "
                         WS-LAN-NR " PO NUMERZE "
                         WS-LAN-POPRZ-NR
                         " - BRAKUJACE LUB WSTAWIONE LINIE"
                 MOVE "T" TO WS-PRZERWANY
              END-IF

              IF NOT WS-JEST-PRZERWANY
                 PERFORM 320-PRZELICZ-KONTROLE
                 IF WS-LAN-NOWA NOT = WS-LAN-KONTROLA
                    DISPLAY "LINIA " WS-NR-LINII ": WARTOSC "
                            "KONTROLNA " WS-LAN-KONTROLA
                            " NIE ZGADZA SIE Z PRZELICZONA "
                            WS-LAN-NOWA
                            " - LINIA ZMIENIONA"
                    MOVE "T" TO WS-PRZERWANY
                 ELSE
                    ADD 1 TO WS-SPRAWDZONE
                    MOVE WS-LAN-NR TO WS-LAN-POPRZ-NR
                    MOVE WS-LAN-KONTROLA
                         TO WS-LAN-POPRZ-KONTROLA
                 END-IF
              END-IF
           END-IF
           .

       320-PRZELICZ-KONTROLE.

      *    TA SAMA ARYTMETYKA CO 200-POLICZ-KONTROLE W HISTORIA

           MOVE 0 TO WS-LAN-SUMA
           PERFORM VARYING WS-LAN-I FROM 1 BY 1
                   UNTIL WS-LAN-I > 363
              COMPUTE WS-LAN-ZNAK = FUNCTION ORD
                      (WS-HL-TRESC (WS-LAN-I:1))
              COMPUTE WS-LAN-SUMA = WS-LAN-SUMA +
                      WS-LAN-ZNAK * WS-LAN-I
           END-PERFORM
           COMPUTE WS-LAN-NOWA = FUNCTION MOD
                   (WS-LAN-POPRZ-KONTROLA * 31 + WS-LAN-SUMA,
                    100000000)
           .

       330-SPRAWDZ-SWIADKA.

           OPEN INPUT SWIADEKFILE
           IF ERR-SW NOT = 0
              DISPLAY "BRAK PLIKU SWIADKA HistoriaSwiadek.txt - "
                      "UCIECIA KONCA PLIKU NIE DA SIE WYKLUCZYC"
           ELSE
              READ SWIADEKFILE INTO WS-SWIADEK-LINIA
              IF ERR-SW NOT = 0
                 DISPLAY "PLIK SWIADKA PUSTY - UCIECIA KONCA "
                         "PLIKU NIE DA SIE WYKLUCZYC"
              ELSE
                 IF WS-SW-NR-O NOT = WS-LAN-POPRZ-NR
                    OR WS-SW-KONTROLA-O NOT =
                       WS-LAN-POPRZ-KONTROLA
                    DISPLAY "KONIEC PLIKU (NR " WS-LAN-POPRZ-NR
                            " KONTROLA " WS-LAN-POPRZ-KONTROLA
                            ") NIE ZGADZA SIE ZE SWIADKIEM (NR "
                            WS-SW-NR-O " KONTROLA "
                            WS-SW-KONTROLA-O
                            ") - KONCOWE LINIE UCIETE"
                    MOVE "T" TO WS-PRZERWANY
                 ELSE
                    DISPLAY "KONIEC PLIKU ZGODNY ZE SWIADKIEM"
                 END-IF
              END-IF
              CLOSE SWIADEKFILE
           END-IF
           .
