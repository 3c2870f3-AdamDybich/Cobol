      *    2. HISTORIA PARTII TOWARU: STANY PARTII ORAZ WYDANIA
      *       Z PartieWydania.txt - ODPOWIEDZ NA PYTANIE
      *       "KTORA PARTIE DOSTAL KLIENT X"
      *    3. PARTIE WCIAZ WAZNE, KTORYCH NIE PRZYJMIE JUZ KLIENT
      *       Z MINIMUM POZOSTALEJ WAZNOSCI (TerminyKlientow.txt) -
      *       DO SPRZEDANIA GDZIE INDZIEJ, POKI JESZCZE SA WAZNE
      *    PARAMETR: [DNI] = TRYB WSADOWY RAPORTU WYGASANIA

       PROGRAM-ID. PARTIE.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PW.

           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT TWKFILE ASSIGN TO "TerminyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-TWK.

       DATA DIVISION.

       FILE SECTION.
             10 NR-PARTII-PA    PIC X(10).
          05 DATA-WAZNOSCI-PA   PIC 9(6).
          05 ILOSC-PA           PIC 9(7)V99.
          05 STATUS-PA          PIC X(1).
             88 PARTIA-WYCOFANA VALUE "W".

       FD PARTIEWYDFILE.
       01 PARTIAWYD-REC PIC X(80).

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

       FD TWKFILE.
       01 TWK-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WYBOR PIC X(1).
          88 WYB-WYGASANIE VALUE "1".
          88 WYB-HISTORIA  VALUE "2".
          88 WYB-TERMINY   VALUE "3".
          88 WYB-KONIEC    VALUE "4".
       01 ERR PIC 99.
       01 ERR-PA PIC 99.
       01 ERR-PW PIC 99.
       01 ERR-TWK PIC 99.

       01 WS-PARAM PIC X(10).
       01 WS-DZIS PIC 9(6).
          05 FILLER         PIC X.
          05 WS-PW-ILOSC-O  PIC X(11).

       01 WS-TWK-LINIA.
          05 WS-TWK-KLIENT-A PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-TWK-KAT-A    PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-TWK-DNI-A    PIC X(5).
       01 WS-RT-N PIC 9(3).
       01 WS-RT-I PIC 9(3).
       01 WS-RT-J PIC 9(3).
       01 WS-RT-TAB OCCURS 200.
          05 WS-RT-KLIENT PIC X(10).
          05 WS-RT-KAT    PIC X(10).
          05 WS-RT-DNI    PIC 9(4).
       01 WS-RT-OBOWIAZUJE PIC X(1).
          88 WS-RT-JEST-OBOWIAZUJACA VALUE "T".
       01 WS-KATEGORIA PIC X(10).
       01 WS-POZOSTALO-DNI PIC 9(5).
       01 WS-ODMOWY PIC 9(3).
       01 WS-MAX-DNI PIC 9(4).
       01 WS-NIESPRZEDAWALNE PIC 9(5).
       01 WS-NIESPRZ-ILOSC PIC 9(9)V99.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
              DISPLAY "MENU PARTII I TERMINOW WAZNOSCI"
              DISPLAY "1. RAPORT PARTII WYGASAJACYCH"
              DISPLAY "2. HISTORIA PARTII TOWARU"
              DISPLAY "3. PARTIE NIE DO SPRZEDAZY WYMAGAJACYM "
                      "KLIENTOM"
              DISPLAY "4. WYJDZ"
              ACCEPT WYBOR

              IF WYB-WYGASANIE
                 PERFORM 200-HISTORIA-TOWARU
              END-IF

              IF WYB-TERMINY
                 PERFORM 300-RAPORT-TERMINOW-KLIENTOW
              END-IF

           END-PERFORM

           STOP RUN
                 READ PARTIEFILE NEXT
                 PERFORM UNTIL ERR-PA > 0
                    IF ILOSC-PA > 0
                       AND NOT PARTIA-WYCOFANA
                       AND DATA-WAZNOSCI-PA <= WS-GRANICA
                       ADD 1 TO WS-WYGASA
                       DISPLAY TOWAR-PA " " LOKALIZACJA-PA
                 READ PARTIEFILE NEXT
                 PERFORM UNTIL ERR-PA > 0
                         OR TOWAR-PA NOT = WS-TOWAR
                    IF PARTIA-WYCOFANA
                       DISPLAY "  " LOKALIZACJA-PA " PARTIA "
                               NR-PARTII-PA " WAZNA DO "
                               DATA-WAZNOSCI-PA " ILOSC " ILOSC-PA
                               " WYCOFANA (KWARANTANNA)"
                    ELSE
                       DISPLAY "  " LOKALIZACJA-PA " PARTIA "
                               NR-PARTII-PA " WAZNA DO "
                               DATA-WAZNOSCI-PA " ILOSC " ILOSC-PA
                    END-IF
                    READ PARTIEFILE NEXT
                 END-PERFORM
              END-IF
           END-IF
           DISPLAY "---------------------"
           .

       300-RAPORT-TERMINOW-KLIENTOW.

      *    PARTIE JESZCZE WAZNE, ALE Z POZOSTALA WAZNOSCIA PONIZEJ
      *    MINIMUM CHOCBY JEDNEGO KLIENTA Z TerminyKlientow.txt
      *    (REGULA KATEGORII TOWARU MA PIERWSZENSTWO PRZED "*") -
      *    WYDANIE W ZAMOWIENIA.COB POMINIE JE DLA TYCH KLIENTOW,
      *    WIEC HANDEL MUSI JE SKIEROWAC DO POZOSTALYCH

           PERFORM 310-WCZYTAJ-TERMINY
           STRING "20" WS-DZIS DELIMITED BY SIZE INTO WS-DZIS-8
           COMPUTE WS-DZIS-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DZIS-8)
           MOVE 0 TO WS-NIESPRZEDAWALNE
           MOVE 0 TO WS-NIESPRZ-ILOSC

           IF WS-RT-N = 0
              DISPLAY "BRAK WYMAGAN KLIENTOW W TerminyKlientow.txt"
           ELSE
              OPEN INPUT PARTIEFILE
              IF ERR-PA NOT = 0
                 DISPLAY "BRAK KARTOTEKI Partie"
              ELSE
                 OPEN INPUT INFILE
                 DISPLAY "PARTIE WAZNE, NIE DO SPRZEDAZY "
                         "WYMAGAJACYM KLIENTOM:"
                 DISPLAY " "
                 MOVE SPACES TO KLUCZ-PA
                 START PARTIEFILE KEY NOT < KLUCZ-PA
                 IF ERR-PA = 0
                    READ PARTIEFILE NEXT
                    PERFORM UNTIL ERR-PA > 0
                       IF ILOSC-PA > 0
                          AND NOT PARTIA-WYCOFANA
                          AND DATA-WAZNOSCI-PA > 0
                          AND DATA-WAZNOSCI-PA >= WS-DZIS
                          PERFORM 320-SPRAWDZ-PARTIE
                       END-IF
                       READ PARTIEFILE NEXT
                    END-PERFORM
                 END-IF
                 CLOSE INFILE
                 CLOSE PARTIEFILE
              END-IF
           END-IF
           DISPLAY "---------------------"
           DISPLAY "PARTII NIE DO SPRZEDAZY WYMAGAJACYM: "
                   WS-NIESPRZEDAWALNE
           DISPLAY "LACZNA ILOSC W TYCH PARTIACH       : "
                   WS-NIESPRZ-ILOSC
           .

       310-WCZYTAJ-TERMINY.

           MOVE 0 TO WS-RT-N
           OPEN INPUT TWKFILE
           IF ERR-TWK = 0
              READ TWKFILE INTO WS-TWK-LINIA
              PERFORM UNTIL ERR-TWK > 0
                 IF WS-TWK-KLIENT-A NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-TWK-DNI-A) = 0
                    AND WS-RT-N < 200
                    ADD 1 TO WS-RT-N
                    MOVE WS-TWK-KLIENT-A TO WS-RT-KLIENT (WS-RT-N)
                    MOVE WS-TWK-KAT-A TO WS-RT-KAT (WS-RT-N)
                    COMPUTE WS-RT-DNI (WS-RT-N) =
                            FUNCTION NUMVAL (WS-TWK-DNI-A)
                 END-IF
                 READ TWKFILE INTO WS-TWK-LINIA
              END-PERFORM
              CLOSE TWKFILE
           END-IF
           .

       320-SPRAWDZ-PARTIE.

           MOVE SPACES TO WS-KATEGORIA
           MOVE TOWAR-PA TO TOWAR
           MOVE LOKALIZACJA-PA TO LOKALIZACJA
           READ INFILE
           IF ERR = 0
              MOVE CATEGORY OF IN-REC TO WS-KATEGORIA
           END-IF

           STRING "20" DATA-WAZNOSCI-PA DELIMITED BY SIZE
                  INTO WS-GRANICA-8
           COMPUTE WS-POZOSTALO-DNI = FUNCTION INTEGER-OF-DATE
                   (WS-GRANICA-8) - WS-DZIS-INT

           MOVE 0 TO WS-ODMOWY
           MOVE 0 TO WS-MAX-DNI
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-RT-N
              PERFORM 330-CZY-REGULA-OBOWIAZUJE
              IF WS-RT-JEST-OBOWIAZUJACA
                 AND WS-POZOSTALO-DNI < WS-RT-DNI (WS-RT-I)
                 ADD 1 TO WS-ODMOWY
                 IF WS-RT-DNI (WS-RT-I) > WS-MAX-DNI
                    MOVE WS-RT-DNI (WS-RT-I) TO WS-MAX-DNI
                 END-IF
              END-IF
           END-PERFORM

           IF WS-ODMOWY > 0
              ADD 1 TO WS-NIESPRZEDAWALNE
              ADD ILOSC-PA TO WS-NIESPRZ-ILOSC
              DISPLAY TOWAR-PA " " LOKALIZACJA-PA
                      " PARTIA " NR-PARTII-PA
                      " WAZNA DO " DATA-WAZNOSCI-PA
                      " (" WS-POZOSTALO-DNI " DNI) ILOSC " ILOSC-PA
              DISPLAY "     ODMOWI KLIENTOW: " WS-ODMOWY
                      " - NAJOSTRZEJSZE MINIMUM " WS-MAX-DNI " DNI"
           END-IF
           .

       330-CZY-REGULA-OBOWIAZUJE.

      *    WIERSZ KATEGORII TOWARU OBOWIAZUJE ZAWSZE; WIERSZ "*"
      *    TYLKO GDY KLIENT NIE MA WIERSZA DLA TEJ KATEGORII

           MOVE "N" TO WS-RT-OBOWIAZUJE
           IF WS-RT-KAT (WS-RT-I) = WS-KATEGORIA
              MOVE "T" TO WS-RT-OBOWIAZUJE
           ELSE
              IF WS-RT-KAT (WS-RT-I) = "*"
                 MOVE "T" TO WS-RT-OBOWIAZUJE
                 PERFORM VARYING WS-RT-J FROM 1 BY 1
                         UNTIL WS-RT-J > WS-RT-N
                    IF WS-RT-KLIENT (WS-RT-J) = WS-RT-KLIENT (WS-RT-I)
                       AND WS-RT-KAT (WS-RT-J) = WS-KATEGORIA
                       MOVE "N" TO WS-RT-OBOWIAZUJE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           .
