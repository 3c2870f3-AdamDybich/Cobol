       IDENTIFICATION DIVISION.

      *    WYCENA - WYCENA ZAPASU NA KONIEC MIESIACA: WARTOSC
      *    FIFO Z WARSTW KOSZTU (WarstwyKosztu, PROWADZI JE
      *    PODPROGRAM WARSTWY) OBOK WARTOSCI PO SREDNIOWAZONYM
      *    KOSZCIE ZAKUPU (CENA-ZAKUP, GDY 0 - CENA) I ROZNICA
      *    FIFO - SREDNIA, WG TOWARU I KATEGORII. ZAPAS WLASNY
      *    (ILOSC + KWARANTANNA; KOMIS DOSTAWCY "K" POMINIETY).
      *    GDY WARSTW JEST WIECEJ NIZ STANU, LICZA SIE NAJNOWSZE;
      *    STAN NIEPOKRYTY WARSTWAMI IDZIE PO KOSZCIE SREDNIM
      *    I JEST POKAZANY OSOBNO (BEZ WARSTW).
      *    TOWAR W DRODZE (ZLECENIA MM WYSLANE, NIEPRZYJETE -
      *    TowarWDrodze) JEST WYCENIANY TAK SAMO: FIFO Z WARSTW
      *    POD LOKALIZACJA "MMNNNNNNN", SREDNIA PO KOSZCIE
      *    Z WYSYLKI, JAKO KATEGORIA "W DRODZE".
      *    WYDRUK DO Wycena-RRMM-NNNNNNN.txt (NUMER PRZEBIEGU
      *    Z SERII RAPORT) Z WPISEM W RejestrRaportow.txt.
      *    URUCHAMIANY PO OSTATNIM DNIU MIESIACA, PRZED
      *    PIERWSZYM RUCHEM NASTEPNEGO

       PROGRAM-ID. WYCENA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT WARSTWYFILE ASSIGN TO "WarstwyKosztu"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-W
               STATUS ERR-WA.

           SELECT WYDRUKFILE ASSIGN TO WS-WYDRUK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT REJRAPFILE ASSIGN TO "RejestrRaportow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RR.

           SELECT TRANZYTFILE ASSIGN TO "TowarWDrodze"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-MM-TW
               STATUS ERR-TW.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

       DATA DIVISION.

       FILE SECTION.

       FD INFILE  BLOCK CONTAINS 0.
       01 IN-REC.
          05 TOWAR-KLUCZ.
             10 TOWAR         PIC X(20).
             10 LOKALIZACJA   PIC X(10).
          05 WAGA   PIC ZZZZZZZ9.999.
          05 CENA   PIC ZZZZZZZ9.99.
          05 ILOSC  PIC ZZZZZZZ9.99.
          05 MIN-ILOSC PIC ZZZZZZZ9.99.
          05 CATEGORY  PIC X(10).
          05 DATA-AKT  PIC 9(6).
          05 CZAS-AKT  PIC 9(8).
          05 JEDNOSTKA    PIC X(4).
          05 PRZELICZNIK  PIC 9(5).
          05 PRECYZJA-WAGA PIC 9(1).
          05 ILOSC-KWAR PIC ZZZZZZZ9.99.
          05 CENA-ZAKUP PIC ZZZZZZZ9.99.
          05 WLASCICIEL PIC X(1).
          05 KOD-WLASCICIELA PIC X(10).

       FD WARSTWYFILE  BLOCK CONTAINS 0.
       01 WARSTWA-REC.
          05 KLUCZ-W.
             10 TOWAR-W         PIC X(20).
             10 LOKALIZACJA-W   PIC X(10).
             10 DATA-W          PIC 9(6).
             10 NR-W            PIC 9(7).
          05 ILOSC-PRZYJ-W      PIC 9(7)V99.
          05 ILOSC-W            PIC 9(7)V99.
          05 KOSZT-W            PIC 9(7)V9999.
          05 DOKUMENT-W         PIC X(10).
          05 ZRODLO-W           PIC X(1).

       FD TRANZYTFILE  BLOCK CONTAINS 0.
       01 TRANZYT-REC.
          05 NR-MM-TW        PIC 9(7).
          05 TOWAR-TW        PIC X(20).
          05 LOK-Z-TW        PIC X(10).
          05 LOK-DO-TW       PIC X(10).
          05 ILOSC-TW        PIC 9(7)V99.
          05 KOSZT-TW        PIC 9(7)V99.
          05 WLASCICIEL-TW   PIC X(1).
          05 DATA-WYS-TW     PIC 9(6).
          05 OPER-WYS-TW     PIC X(8).
          05 STATUS-TW       PIC X(1).
             88 TW-W-DRODZE      VALUE "W".
             88 TW-PRZYJETE      VALUE "P".
          05 DATA-PRZYJ-TW   PIC 9(6).
          05 ILOSC-PRZYJ-TW  PIC 9(7)V99.
          05 ILOSC-USZK-TW   PIC 9(7)V99.
          05 ILOSC-BRAK-TW   PIC 9(7)V99.
          05 OPER-PRZYJ-TW   PIC X(8).

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(130).

       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       WORKING-STORAGE SECTION.
       01 ERR-RR PIC 99.
       01 ERR-N PIC 99.
       01 WS-KR-NR PIC 9(7).
       01 WS-KR-DATA PIC 9(6).
       01 WS-KR-CZAS PIC 9(8).
       01 WS-KR-PROGRAM PIC X(8).
       01 WS-KR-PARAMETRY PIC X(20).
       01 WS-KR-NUMERY-BLAD PIC X(1).
          88 WS-KR-JEST-BLAD VALUE "T".
       01 WS-UZYTKOWNIK PIC X(8) VALUE "SYSTEM".
       01 WS-REJRAP-LINIA.
          05 WS-RR-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PROG-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-OPER-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PARAM-O  PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PLIK-O   PIC X(40).
       01 ERR PIC 99.
       01 ERR-WA PIC 99.
       01 ERR-W PIC 99.
       01 ERR-TW PIC 99.

       01 WS-MIESIAC PIC 9(4).
       01 WS-DZIS PIC 9(6).
       01 WS-WYDRUK-NAZWA PIC X(30).
       01 WS-LINIA-WYJSCIE PIC X(130).
       01 WS-WARSTWY-SA PIC X(1).
          88 WS-SA-WARSTWY VALUE "T".

      *    BIEZACY REKORD BAZA5
       01 WS-ILOSC-N PIC 9(7)V99.
       01 WS-KWAR-N PIC 9(7)V99.
       01 WS-STAN PIC 9(9)V99.
       01 WS-KOSZT-SREDNI PIC 9(7)V99.
       01 WS-WART-SREDNIA PIC 9(11)V99.
       01 WS-WART-FIFO PIC 9(11)V99.
       01 WS-BEZ-WARSTW PIC 9(9)V99.
       01 WS-DO-WYCENY PIC 9(9)V99.
       01 WS-PORCJA PIC 9(7)V99.
       01 WS-ROZNICA PIC S9(11)V99.

      *    WARSTWY TOWARU/LOKALIZACJI OD NAJSTARSZEJ
       01 WS-WA-N PIC 9(4).
       01 WS-WA-I PIC 9(4).
       01 WS-WA-TAB OCCURS 500.
          05 WS-WA-ILOSC PIC 9(7)V99.
          05 WS-WA-KOSZT PIC 9(7)V9999.

      *    SUMY TOWARU (PRZEZ LOKALIZACJE)
       01 WS-T-TOWAR PIC X(20) VALUE SPACES.
       01 WS-T-KATEGORIA PIC X(10).
       01 WS-T-STAN PIC 9(9)V99.
       01 WS-T-SREDNIA PIC 9(11)V99.
       01 WS-T-FIFO PIC 9(11)V99.
       01 WS-T-BEZ-WARSTW PIC 9(9)V99.
       01 WS-T-JEST PIC X(1) VALUE "N".
          88 WS-T-OTWARTY VALUE "T".

       01 WS-KAT-N PIC 9(3) VALUE 0.
       01 WS-KAT-I PIC 9(3).
       01 WS-KAT-ZNALEZIONY PIC X(1).
          88 WS-KAT-JEST VALUE "T".
       01 WS-KAT-TAB OCCURS 100.
          05 WS-KAT-KOD       PIC X(10).
          05 WS-KAT-STAN      PIC 9(11)V99.
          05 WS-KAT-SREDNIA   PIC 9(13)V99.
          05 WS-KAT-FIFO      PIC 9(13)V99.
          05 WS-KAT-BEZ       PIC 9(11)V99.

       01 WS-SUMA-SREDNIA PIC 9(13)V99 VALUE 0.
       01 WS-SUMA-FIFO PIC 9(13)V99 VALUE 0.
       01 WS-SUMA-BEZ PIC 9(11)V99 VALUE 0.
       01 WS-LIMIT-WARSTW PIC 9(5) VALUE 0.

      *    TOWAR W DRODZE (CZESC SUM POWYZEJ)
       01 WS-WD-N PIC 9(5) VALUE 0.
       01 WS-WD-SREDNIA PIC 9(13)V99 VALUE 0.
       01 WS-WD-FIFO PIC 9(13)V99 VALUE 0.

       01 WS-R-POZYCJA.
          05 WS-R-TOWAR-O    PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-ILOSC-O    PIC Z(8)9.99.
          05 FILLER          PIC X(9) VALUE " SREDNIA ".
          05 WS-R-SREDNIA-O  PIC Z(10)9.99.
          05 FILLER          PIC X(6) VALUE " FIFO ".
          05 WS-R-FIFO-O     PIC Z(10)9.99.
          05 FILLER          PIC X(9) VALUE " ROZNICA ".
          05 WS-R-ROZNICA-O  PIC -(10)9.99.
          05 FILLER          PIC X(12) VALUE " BEZ WARSTW ".
          05 WS-R-BEZ-O      PIC Z(8)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-DZIS FROM DATE
           MOVE WS-DZIS(1:4) TO WS-MIESIAC

           PERFORM 996-NUMER-RAPORTU
           MOVE SPACES TO WS-WYDRUK-NAZWA
           STRING "Wycena-" WS-MIESIAC "-" WS-KR-NR ".txt"
                  DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA

           DISPLAY "WYCENA ZAPASU FIFO / SREDNIA NA " WS-DZIS

           OPEN INPUT INFILE
           IF ERR NOT = 0
              DISPLAY "BRAK PLIKU Baza5 - KOD " ERR
              STOP RUN
           END-IF

           MOVE "T" TO WS-WARSTWY-SA
           OPEN INPUT WARSTWYFILE
           IF ERR-WA NOT = 0
              MOVE "N" TO WS-WARSTWY-SA
              DISPLAY "BRAK PLIKU WarstwyKosztu - CALY ZAPAS "
                      "BEZ WARSTW (PO KOSZCIE SREDNIM)"
           END-IF

           OPEN OUTPUT WYDRUKFILE
           IF ERR-W NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU WYDRUKU - KOD "
                      ERR-W
           END-IF

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "WYCENA ZAPASU NA " WS-DZIS
                  " - FIFO WG WARSTW KOSZTU VS KOSZT SREDNIOWAZONY"
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE

           MOVE SPACES TO TOWAR-KLUCZ
           START INFILE KEY NOT < TOWAR-KLUCZ
           IF ERR = 0
              READ INFILE NEXT
              PERFORM UNTIL ERR > 0
                 IF WLASCICIEL NOT = "K"
                    PERFORM 100-WYCEN-REKORD
                 END-IF
                 READ INFILE NEXT
              END-PERFORM
           END-IF
           IF WS-T-OTWARTY
              PERFORM 200-ZAMKNIJ-TOWAR
           END-IF

           PERFORM 400-TOWAR-W-DRODZE

           CLOSE INFILE
           IF WS-SA-WARSTWY
              CLOSE WARSTWYFILE
           END-IF

           PERFORM 300-DRUKUJ-PODSUMOWANIE

           STOP RUN
           .

       100-WYCEN-REKORD.

           IF WS-T-OTWARTY AND TOWAR NOT = WS-T-TOWAR
              PERFORM 200-ZAMKNIJ-TOWAR
           END-IF
           IF NOT WS-T-OTWARTY
              MOVE "T" TO WS-T-JEST
              MOVE TOWAR TO WS-T-TOWAR
              MOVE CATEGORY TO WS-T-KATEGORIA
              MOVE 0 TO WS-T-STAN
              MOVE 0 TO WS-T-SREDNIA
              MOVE 0 TO WS-T-FIFO
              MOVE 0 TO WS-T-BEZ-WARSTW
           END-IF

           MOVE ILOSC TO WS-ILOSC-N
           MOVE ILOSC-KWAR TO WS-KWAR-N
           COMPUTE WS-STAN = WS-ILOSC-N + WS-KWAR-N
           MOVE CENA-ZAKUP TO WS-KOSZT-SREDNI
           IF WS-KOSZT-SREDNI = 0
              MOVE CENA TO WS-KOSZT-SREDNI
           END-IF
           COMPUTE WS-WART-SREDNIA ROUNDED =
                   WS-STAN * WS-KOSZT-SREDNI

           PERFORM 110-WCZYTAJ-WARSTWY

      *    OD NAJNOWSZEJ WARSTWY W DOL DO WYSOKOSCI STANU -
      *    STARSZE WARSTWY ZOSTALYBY ZDJETE JAKO PIERWSZE
           MOVE 0 TO WS-WART-FIFO
           MOVE WS-STAN TO WS-DO-WYCENY
           PERFORM VARYING WS-WA-I FROM WS-WA-N BY -1
                   UNTIL WS-WA-I < 1 OR WS-DO-WYCENY = 0
              IF WS-WA-ILOSC (WS-WA-I) > WS-DO-WYCENY
                 MOVE WS-DO-WYCENY TO WS-PORCJA
              ELSE
                 MOVE WS-WA-ILOSC (WS-WA-I) TO WS-PORCJA
              END-IF
              COMPUTE WS-WART-FIFO ROUNDED = WS-WART-FIFO
                      + WS-PORCJA * WS-WA-KOSZT (WS-WA-I)
              SUBTRACT WS-PORCJA FROM WS-DO-WYCENY
           END-PERFORM
           MOVE WS-DO-WYCENY TO WS-BEZ-WARSTW
           IF WS-BEZ-WARSTW > 0
              COMPUTE WS-WART-FIFO ROUNDED = WS-WART-FIFO
                      + WS-BEZ-WARSTW * WS-KOSZT-SREDNI
           END-IF

           ADD WS-STAN TO WS-T-STAN
           ADD WS-WART-SREDNIA TO WS-T-SREDNIA
           ADD WS-WART-FIFO TO WS-T-FIFO
           ADD WS-BEZ-WARSTW TO WS-T-BEZ-WARSTW
           .

       110-WCZYTAJ-WARSTWY.

           MOVE 0 TO WS-WA-N
           IF WS-SA-WARSTWY
              MOVE TOWAR TO TOWAR-W
              MOVE LOKALIZACJA TO LOKALIZACJA-W
              MOVE 0 TO DATA-W
              MOVE 0 TO NR-W
              START WARSTWYFILE KEY NOT < KLUCZ-W
              IF ERR-WA = 0
                 READ WARSTWYFILE NEXT
                 PERFORM UNTIL ERR-WA > 0
                         OR TOWAR-W NOT = TOWAR
                         OR LOKALIZACJA-W NOT = LOKALIZACJA
      *             PONAD 500 WARSTW - ZOSTAJE 500 NAJNOWSZYCH
                    IF WS-WA-N = 500
                       PERFORM VARYING WS-WA-I FROM 1 BY 1
                               UNTIL WS-WA-I > 499
                          MOVE WS-WA-TAB (WS-WA-I + 1)
                               TO WS-WA-TAB (WS-WA-I)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-WA-N
                       ADD 1 TO WS-LIMIT-WARSTW
                    END-IF
                    ADD 1 TO WS-WA-N
                    MOVE ILOSC-W TO WS-WA-ILOSC (WS-WA-N)
                    MOVE KOSZT-W TO WS-WA-KOSZT (WS-WA-N)
                    READ WARSTWYFILE NEXT
                 END-PERFORM
              END-IF
           END-IF
           .

       200-ZAMKNIJ-TOWAR.

           MOVE WS-T-TOWAR TO WS-R-TOWAR-O
           MOVE WS-T-STAN TO WS-R-ILOSC-O
           MOVE WS-T-SREDNIA TO WS-R-SREDNIA-O
           MOVE WS-T-FIFO TO WS-R-FIFO-O
           COMPUTE WS-ROZNICA = WS-T-FIFO - WS-T-SREDNIA
           MOVE WS-ROZNICA TO WS-R-ROZNICA-O
           MOVE WS-T-BEZ-WARSTW TO WS-R-BEZ-O
           MOVE WS-R-POZYCJA TO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE

           ADD WS-T-SREDNIA TO WS-SUMA-SREDNIA
           ADD WS-T-FIFO TO WS-SUMA-FIFO
           ADD WS-T-BEZ-WARSTW TO WS-SUMA-BEZ

           MOVE "N" TO WS-KAT-ZNALEZIONY
           PERFORM VARYING WS-KAT-I FROM 1 BY 1
                   UNTIL WS-KAT-I > WS-KAT-N
              IF WS-KAT-KOD (WS-KAT-I) = WS-T-KATEGORIA
                 MOVE "T" TO WS-KAT-ZNALEZIONY
                 ADD WS-T-STAN TO WS-KAT-STAN (WS-KAT-I)
                 ADD WS-T-SREDNIA TO WS-KAT-SREDNIA (WS-KAT-I)
                 ADD WS-T-FIFO TO WS-KAT-FIFO (WS-KAT-I)
                 ADD WS-T-BEZ-WARSTW TO WS-KAT-BEZ (WS-KAT-I)
              END-IF
           END-PERFORM
           IF NOT WS-KAT-JEST AND WS-KAT-N < 100
              ADD 1 TO WS-KAT-N
              MOVE WS-T-KATEGORIA TO WS-KAT-KOD (WS-KAT-N)
              MOVE WS-T-STAN TO WS-KAT-STAN (WS-KAT-N)
              MOVE WS-T-SREDNIA TO WS-KAT-SREDNIA (WS-KAT-N)
              MOVE WS-T-FIFO TO WS-KAT-FIFO (WS-KAT-N)
              MOVE WS-T-BEZ-WARSTW TO WS-KAT-BEZ (WS-KAT-N)
           END-IF

           MOVE "N" TO WS-T-JEST
           .

       300-DRUKUJ-PODSUMOWANIE.

           MOVE "PODSUMOWANIE WG KATEGORII:" TO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           PERFORM VARYING WS-KAT-I FROM 1 BY 1
                   UNTIL WS-KAT-I > WS-KAT-N
              MOVE SPACES TO WS-R-TOWAR-O
              STRING "  " WS-KAT-KOD (WS-KAT-I)
                     DELIMITED BY SIZE INTO WS-R-TOWAR-O
              MOVE WS-KAT-STAN (WS-KAT-I) TO WS-R-ILOSC-O
              MOVE WS-KAT-SREDNIA (WS-KAT-I) TO WS-R-SREDNIA-O
              MOVE WS-KAT-FIFO (WS-KAT-I) TO WS-R-FIFO-O
              COMPUTE WS-ROZNICA = WS-KAT-FIFO (WS-KAT-I)
                      - WS-KAT-SREDNIA (WS-KAT-I)
              MOVE WS-ROZNICA TO WS-R-ROZNICA-O
              MOVE WS-KAT-BEZ (WS-KAT-I) TO WS-R-BEZ-O
              MOVE WS-R-POZYCJA TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-PERFORM

           COMPUTE WS-ROZNICA = WS-SUMA-FIFO - WS-SUMA-SREDNIA
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "RAZEM SREDNIA " WS-SUMA-SREDNIA
                  " FIFO " WS-SUMA-FIFO
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           MOVE WS-ROZNICA TO WS-R-ROZNICA-O
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "ROZNICA FIFO - SREDNIA " WS-R-ROZNICA-O
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           IF WS-SUMA-BEZ > 0
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "UWAGA: ILOSC BEZ WARSTW KOSZTU " WS-SUMA-BEZ
                     " WYCENIONA FIFO PO KOSZCIE SREDNIM"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF
           IF WS-KAT-N = 100
              MOVE "UWAGA: OSIAGNIETO LIMIT 100 KATEGORII RAPORTU"
                   TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF
           IF WS-LIMIT-WARSTW > 0
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "UWAGA: POMINIETO NAJSTARSZE WARSTWY PONAD "
                     "500 NA LOKALIZACJE: " WS-LIMIT-WARSTW
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF

           IF ERR-W = 0
              CLOSE WYDRUKFILE
              DISPLAY "RAPORT ZAPISANY DO: " WS-WYDRUK-NAZWA
              MOVE "WYCENA" TO WS-KR-PROGRAM
              MOVE WS-MIESIAC TO WS-KR-PARAMETRY
              PERFORM 995-REJESTR-RAPORTU
           END-IF
           .

       400-TOWAR-W-DRODZE.

      *    ZLECENIA MM W DRODZE ZASTEPUJA NA CHWILE REKORD BAZA5
      *    (TOWAR, LOKALIZACJA "MMNNNNNNN", ILOSC WYSLANA, KOSZT
      *    Z WYSYLKI) I PRZECHODZA PRZEZ TE SAMA WYCENE
      *    100-WYCEN-REKORD; KOMIS DOSTAWCY "K" POMINIETY

           OPEN INPUT TRANZYTFILE
           IF ERR-TW = 0
              MOVE WS-SUMA-SREDNIA TO WS-WD-SREDNIA
              MOVE WS-SUMA-FIFO TO WS-WD-FIFO
              MOVE "TOWAR W DRODZE (MM WYSLANE, NIEPRZYJETE):"
                   TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
              MOVE 0 TO NR-MM-TW
              START TRANZYTFILE KEY NOT < NR-MM-TW
              IF ERR-TW = 0
                 READ TRANZYTFILE NEXT
                 PERFORM UNTIL ERR-TW > 0
                    IF TW-W-DRODZE AND WLASCICIEL-TW NOT = "K"
                       ADD 1 TO WS-WD-N
                       MOVE TOWAR-TW TO TOWAR
                       MOVE SPACES TO LOKALIZACJA
                       STRING "MM" NR-MM-TW DELIMITED BY SIZE
                              INTO LOKALIZACJA
                       MOVE ILOSC-TW TO ILOSC
                       MOVE 0 TO ILOSC-KWAR
                       MOVE KOSZT-TW TO CENA-ZAKUP
                       MOVE KOSZT-TW TO CENA
                       MOVE "W DRODZE" TO CATEGORY
                       PERFORM 100-WYCEN-REKORD
                    END-IF
                    READ TRANZYTFILE NEXT
                 END-PERFORM
              END-IF
              IF WS-T-OTWARTY
                 PERFORM 200-ZAMKNIJ-TOWAR
              END-IF
              CLOSE TRANZYTFILE
              COMPUTE WS-WD-SREDNIA = WS-SUMA-SREDNIA - WS-WD-SREDNIA
              COMPUTE WS-WD-FIFO = WS-SUMA-FIFO - WS-WD-FIFO
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "RAZEM W DRODZE: ZLECEN " WS-WD-N
                     " SREDNIA " WS-WD-SREDNIA
                     " FIFO " WS-WD-FIFO
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF
           .

       310-PISZ-LINIE.

           IF ERR-W = 0
              WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           END-IF
           DISPLAY WS-LINIA-WYJSCIE
           .

       995-REJESTR-RAPORTU.

      *    WPIS PRZEBIEGU DO REJESTRU RAPORTOW (TA SAMA
      *    DYSCYPLINA CO 995-ZACHOWAJ-RAPORT W MAGAZYN.COB)

           ACCEPT WS-KR-DATA FROM DATE
           ACCEPT WS-KR-CZAS FROM TIME
           MOVE WS-KR-DATA TO WS-RR-DATA-O
           MOVE WS-KR-CZAS TO WS-RR-CZAS-O
           MOVE WS-KR-PROGRAM TO WS-RR-PROG-O
           MOVE WS-UZYTKOWNIK TO WS-RR-OPER-O
           MOVE WS-KR-PARAMETRY TO WS-RR-PARAM-O
           MOVE WS-WYDRUK-NAZWA TO WS-RR-PLIK-O

           OPEN EXTEND REJRAPFILE
           IF ERR-RR NOT = 0
              CLOSE REJRAPFILE
              OPEN OUTPUT REJRAPFILE
           END-IF
           WRITE REJRAP-REC FROM WS-REJRAP-LINIA
           CLOSE REJRAPFILE
           .

       996-NUMER-RAPORTU.

           MOVE "N" TO WS-KR-NUMERY-BLAD
           OPEN I-O NUMERYFILE
           IF ERR-N = 35
              CLOSE NUMERYFILE
              OPEN OUTPUT NUMERYFILE
              CLOSE NUMERYFILE
              OPEN I-O NUMERYFILE
           END-IF
           IF ERR-N NOT = 0
              MOVE "T" TO WS-KR-NUMERY-BLAD
              MOVE 0 TO WS-KR-NR
           ELSE
              MOVE "RAPORT" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "RAPORT" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-KR-NR
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-KR-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .
