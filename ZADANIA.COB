      *    WYKONANIE - ZADANIA PRZESUNIEC PRZECHODZA WTEDY PRZEZ
      *    TE SAMA AUDYTOWANA SCIEZKE CO 472-WYKONAJ-TRANSFER
      *    W MAGAZYN.COB (DZIENNIK, LANCUCH AUDYTU, REKORD
      *    KONTROLNY, NUMEROWANY DOKUMENT MM). WIDOK KONCA DNIA
      *    POKAZUJE OTWARTE, WYKONANE I PRZERWANE.
      *    STATUS ZADANIA: N=NOWE P=PRZYDZIELONE W=WYKONANE
      *    X=PRZERWANE; TYP: U=UZUPELNIENIE K=KONSOLIDACJA
      *    (ZNACZNIK "K" W KOL. 59 LINII FEEDU, PISZE GO
               RECORD KEY OKRES-OK
               STATUS ERR-OK.

           SELECT MMFILE ASSIGN TO "DokumentyMM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-MM.

       DATA DIVISION.

       FILE SECTION.
       01 SWIADEK-REC PIC X(16).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD KONTRFILE.
       01 KONTR-REC PIC X(40).
             88 LOK-POBRAN       VALUE "P".
             88 LOK-SKLADOWANIA  VALUE "B".
             88 LOK-WSTRZYMANA   VALUE "H".
             88 LOK-U-KLIENTA    VALUE "K".
          05 MAX-WAGA-LK     PIC 9(7)V99.
          05 MAX-ILOSC-LK    PIC 9(7)V99.
          05 KLIENT-LK       PIC X(10).
          05 DLUGOSC-LK      PIC 9(4)V9.
          05 SZEROKOSC-LK    PIC 9(4)V9.
          05 WYSOKOSC-LK     PIC 9(4)V9.

       FD PARAMTFILE  BLOCK CONTAINS 0.
       01 PARAMT-REC.
          05 SERIALIZACJA-PT PIC X(1).
             88 TOWAR-SERIALIZOWANY VALUE "T".
          05 KLASA-SKLAD-PT  PIC X(4).
          05 KOD-CN-PT       PIC X(8).
          05 KRAJ-POCH-PT    PIC X(2).
          05 GWAR-KLIENT-PT  PIC 9(3).
          05 GWAR-DOST-PT    PIC 9(3).
          05 DLUGOSC-PT      PIC 9(4)V9.
          05 SZEROKOSC-PT    PIC 9(4)V9.
          05 WYSOKOSC-PT     PIC 9(4)V9.
          05 UN-PT           PIC X(4).
          05 KLASA-ADR-PT    PIC X(4).
          05 GRUPA-PAK-PT    PIC X(3).
          05 MNOZNIK-ADR-PT  PIC 9(2).

       FD STREFYFILE.
       01 STREFY-REC PIC X(50).
             88 OKRES-ZAMKNIETY VALUE "Z".
          05 DATA-ZAMKN-OK   PIC 9(6).

       FD MMFILE.
       01 MM-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-HASLO-ZGODNE PIC X(1).
          88 WS-HASLO-JEST-ZGODNE VALUE "T".
       01 WS-PJ-OK PIC X(1).
          88 WS-PJ-JEST-OK VALUE "T".
       01 WS-PJ-ZAPAS-REC PIC X(150).
       01 WS-PJ-TOWAR PIC X(20).
       01 WS-PJ-OBJ-N PIC 9(3)V9(6).
       01 WS-PJ-WYS-N PIC 9(4)V9.
       01 WS-PJ-DOD-OBJ PIC 9(7)V9(6).
       01 WS-PJ-SUMA-OBJ PIC 9(7)V9(6).
       01 WS-PJ-MAX-OBJ PIC 9(5)V9(6).
       01 WS-PJ-MAX-WYS PIC 9(4)V9.

       01 WS-UZYTKOWNIK PIC X(8) VALUE SPACES.
       01 WS-LOG-ID PIC X(8).
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".
       01 WS-NR-NOWY PIC 9(7).

      *    DOKUMENT PRZESUNIECIA MIEDZYMAGAZYNOWEGO MM (SERIA MM
      *    W NumeryKontrolne), WYDRUK DO DokumentyMM.txt

       01 ERR-MM PIC 99.
       01 WS-NR-MM PIC 9(7).
       01 WS-MM-NAGLOWEK.
          05 FILLER          PIC X(6) VALUE "MM NR ".
          05 WS-MM-NR-O      PIC 9(7).
          05 FILLER          PIC X(7) VALUE "  DATA ".
          05 WS-MM-DATA-O    PIC 9(6).
          05 FILLER          PIC X(11) VALUE "  OPERATOR ".
          05 WS-MM-OPER-O    PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-MM-ZRODLO-O  PIC X(20).
       01 WS-MM-POZYCJA.
          05 FILLER          PIC X(8) VALUE "  TOWAR ".
          05 WS-MM-TOWAR-O   PIC X(20).
          05 FILLER          PIC X(4) VALUE " Z: ".
          05 WS-MM-Z-O       PIC X(10).
          05 FILLER          PIC X(5) VALUE " DO: ".
          05 WS-MM-DO-O      PIC X(10).
          05 FILLER          PIC X(8) VALUE " ILOSC: ".
          05 WS-MM-ILOSC-O   PIC Z(7)9.99.
       01 WS-IMPORT-U PIC 9(5).
       01 WS-IMPORT-S PIC 9(5).
       01 WS-IMPORT-S-POWTORKI PIC 9(5).
       01 WS-AUD-PO    PIC 9(7)V99.
       01 WS-AUD-OPER PIC X(10) VALUE "ZADANIA".
       01 WS-AUD-TYP  PIC X(12).
       01 WS-AUD-DOKUMENT PIC X(10) VALUE SPACES.
       01 WS-DZN-OPER PIC X(8).
       01 WS-WARSTWY.
          05 WS-WR-FUNKCJA     PIC X(1).
          05 WS-WR-TOWAR       PIC X(20).
          05 WS-WR-LOKALIZACJA PIC X(10).
          05 WS-WR-LOK-CEL     PIC X(10).
          05 WS-WR-ILOSC       PIC 9(7)V99.
          05 WS-WR-KOSZT       PIC 9(7)V9999 VALUE 0.
          05 WS-WR-KWOTA       PIC 9(9)V99.
          05 WS-WR-DOKUMENT    PIC X(10) VALUE SPACES.
          05 WS-WR-ZRODLO      PIC X(1) VALUE SPACE.
          05 WS-WR-NAZWA       PIC X(40).
          05 WS-WR-OPER        PIC X(8).
          05 WS-WR-OBRAZ       PIC X(142).
          05 WS-WR-WYNIK       PIC 9(2).
          05 WS-WR-ZMIANA      PIC 9(7)V99.
       01 WS-WR-ILOSC-KWAR PIC 9(7)V99.
       01 WS-WR-POMIN PIC X(1) VALUE "N".
          88 WS-WR-POMIJAJ VALUE "T".
       01 WS-DZIENNIK-LINIA.
          05 WS-DZN-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
             10 WS-LAN-NR-O PIC 9(7).
          05 FILLER PIC X VALUE SPACE.
          05 WS-LAN-KONTROLA-O PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 WS-LAN-DOKUMENT-O PIC X(10).

       01 WS-KTR-LINIA.
          05 WS-KTR-LICZBA-O PIC 9(7).
              READ PARAMTFILE
              IF ERR-PT = 0
                 MOVE KLASA-SKLAD-PT TO WS-KL-KLASA
                 IF UN-PT IS NUMERIC AND WS-KL-KLASA = SPACES
                    MOVE "ADR" TO WS-KL-KLASA
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF
      *    KONTROLA POJEMNOSCI MIEJSCA DOCELOWEGO (TA SAMA
      *    ZASADA CO 468-SPRAWDZ-POJEMNOSC W MAGAZYN.COB);
      *    NADPISANIE LIMITU TYLKO DLA NADZORCY. IN-REC TRZYMA
      *    REKORD DOCELOWY, WIEC WAGA JEDNOSTKOWA JEST POD REKA.
      *    MIEJSCE Z WYMIARAMI SPRAWDZA TEZ KUBATURE I WYSOKOSC

           MOVE "T" TO WS-PJ-OK
           MOVE 0 TO WS-PJ-MAX-WAGA
           MOVE 0 TO WS-PJ-MAX-ILOSC
           MOVE 0 TO WS-PJ-MAX-OBJ
           MOVE 0 TO WS-PJ-MAX-WYS
           MOVE LOK-DO-ZD TO WS-PJ-LOK
           OPEN INPUT LOKFILE
           IF ERR-LK = 0
              IF ERR-LK = 0
                 MOVE MAX-WAGA-LK TO WS-PJ-MAX-WAGA
                 MOVE MAX-ILOSC-LK TO WS-PJ-MAX-ILOSC
                 PERFORM 361-KUBATURA-MIEJSCA
              END-IF
              CLOSE LOKFILE
           END-IF

           IF WS-PJ-MAX-WAGA = 0 AND WS-PJ-MAX-ILOSC = 0
              AND WS-PJ-MAX-OBJ = 0 AND WS-PJ-MAX-WYS = 0
              CONTINUE
           ELSE
              MOVE WAGA OF IN-REC TO WS-PJ-WAGA-N
              COMPUTE WS-PJ-DOD-WAGA =
                      WS-PJ-WAGA-N * ILOSC-ZD
              MOVE TOWAR OF IN-REC TO WS-PJ-TOWAR
              PERFORM 362-OBJETOSC-TOWARU
              COMPUTE WS-PJ-DOD-OBJ = WS-PJ-OBJ-N * ILOSC-ZD
              MOVE IN-REC TO WS-PJ-ZAPAS-REC
              PERFORM 365-ZAWARTOSC-MIEJSCA
              MOVE WS-PJ-ZAPAS-REC TO IN-REC

              ADD ILOSC-ZD TO WS-PJ-SUMA-ILOSC
              ADD WS-PJ-DOD-WAGA TO WS-PJ-SUMA-WAGA
              ADD WS-PJ-DOD-OBJ TO WS-PJ-SUMA-OBJ
              IF (WS-PJ-MAX-WAGA > 0
                  AND WS-PJ-SUMA-WAGA > WS-PJ-MAX-WAGA)
                 OR (WS-PJ-MAX-ILOSC > 0
                     AND WS-PJ-SUMA-ILOSC > WS-PJ-MAX-ILOSC)
                 OR (WS-PJ-MAX-OBJ > 0
                     AND WS-PJ-SUMA-OBJ > WS-PJ-MAX-OBJ)
                 OR (WS-PJ-MAX-WYS > 0
                     AND WS-PJ-WYS-N > WS-PJ-MAX-WYS)
                 DISPLAY "UWAGA: PRZEKROCZENIE POJEMNOSCI "
                         WS-PJ-LOK " - PO ZADANIU WAGA "
                         WS-PJ-SUMA-WAGA " (MAX "
                         WS-PJ-MAX-WAGA "), ILOSC "
                         WS-PJ-SUMA-ILOSC " (MAX "
                         WS-PJ-MAX-ILOSC ")"
                 DISPLAY "       OBJETOSC M3 " WS-PJ-SUMA-OBJ
                         " (MAX " WS-PJ-MAX-OBJ "), WYSOKOSC "
                         "SZTUKI CM " WS-PJ-WYS-N " (MAX "
                         WS-PJ-MAX-WYS ")"
                 IF WS-ROLA-OPERATORA = "A"
                    DISPLAY "NADPISAC LIMIT POJEMNOSCI "
                            "(TRYB NADZORCY)? T/N"
           END-IF
           .

       361-KUBATURA-MIEJSCA.

      *    KUBATURA (M3) I WYSOKOSC UZYTKOWA MIEJSCA Z REKORDU
      *    Lokalizacje; BRAK KTOREGOKOLWIEK WYMIARU = BEZ LIMITU

           MOVE 0 TO WS-PJ-MAX-OBJ
           MOVE 0 TO WS-PJ-MAX-WYS
           IF DLUGOSC-LK IS NUMERIC AND SZEROKOSC-LK IS NUMERIC
              AND WYSOKOSC-LK IS NUMERIC
              COMPUTE WS-PJ-MAX-OBJ ROUNDED = DLUGOSC-LK *
                      SZEROKOSC-LK * WYSOKOSC-LK / 1000000
              MOVE WYSOKOSC-LK TO WS-PJ-MAX-WYS
           END-IF
           .

       362-OBJETOSC-TOWARU.

      *    OBJETOSC (M3) I WYSOKOSC (CM) JEDNOSTKI TOWARU
      *    Z ParametryTowaru; TOWAR BEZ WYMIAROW MA OBJETOSC 0

           MOVE 0 TO WS-PJ-OBJ-N
           MOVE 0 TO WS-PJ-WYS-N
           OPEN INPUT PARAMTFILE
           IF ERR-PT = 0
              MOVE WS-PJ-TOWAR TO KOD-TOWARU-PT
              READ PARAMTFILE
              IF ERR-PT = 0
                 IF DLUGOSC-PT IS NUMERIC AND SZEROKOSC-PT IS NUMERIC
                    AND WYSOKOSC-PT IS NUMERIC
                    COMPUTE WS-PJ-OBJ-N ROUNDED = DLUGOSC-PT *
                            SZEROKOSC-PT * WYSOKOSC-PT / 1000000
                    MOVE WYSOKOSC-PT TO WS-PJ-WYS-N
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF
           .

       365-ZAWARTOSC-MIEJSCA.

      *    BIEZACA ZAWARTOSC MIEJSCA PRZEZ WSZYSTKIE TOWARY

           MOVE 0 TO WS-PJ-SUMA-ILOSC
           MOVE 0 TO WS-PJ-SUMA-WAGA
           MOVE 0 TO WS-PJ-SUMA-OBJ
           MOVE LOW-VALUES TO TOWAR-KLUCZ
           START INFILE KEY NOT < TOWAR-KLUCZ
           IF ERR = 0
                    MOVE WAGA OF IN-REC TO WS-PJ-WAGA-N
                    COMPUTE WS-PJ-SUMA-WAGA = WS-PJ-SUMA-WAGA
                            + WS-PJ-WAGA-N * WS-ILOSC-LICZBA
                    IF WS-PJ-MAX-OBJ > 0 AND WS-ILOSC-LICZBA > 0
                       MOVE TOWAR OF IN-REC TO WS-PJ-TOWAR
                       PERFORM 362-OBJETOSC-TOWARU
                       COMPUTE WS-PJ-SUMA-OBJ = WS-PJ-SUMA-OBJ
                               + WS-PJ-OBJ-N * WS-ILOSC-LICZBA
                    END-IF
                 END-IF
                 READ INFILE NEXT
              END-PERFORM
              MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
              ACCEPT DATA-AKT FROM DATE
              ACCEPT CZAS-AKT FROM TIME
              MOVE "T" TO WS-WR-POMIN
              REWRITE IN-REC
              IF ERR = 0
                 PERFORM 906-DZIENNIK-REWRITE
              END-IF
              IF ERR NOT = 0
                 MOVE "N" TO WS-WR-POMIN
                 DISPLAY "REWRITE ZRODLA - KOD " ERR
              ELSE
                 MOVE TOWAR-ZD TO TOWAR
                 MOVE LOK-DO-ZD TO LOKALIZACJA
                 READ INFILE
                 IF ERR NOT = 0
                    MOVE "N" TO WS-WR-POMIN
                    DISPLAY "ODCZYT CELU - KOD " ERR
                    PERFORM 340-WYCOFAJ-ZRODLO
                 ELSE
                    IF ERR = 0
                       PERFORM 906-DZIENNIK-REWRITE
                    END-IF
                    MOVE "N" TO WS-WR-POMIN
                    IF ERR NOT = 0
                       DISPLAY "REWRITE CELU - KOD " ERR
                       PERFORM 340-WYCOFAJ-ZRODLO
                    ELSE
                       IF WLASCICIEL OF IN-REC NOT = "K"
                          PERFORM 347-PRZENIES-WARSTWY
                       END-IF
                       PERFORM 345-NUMER-MM
                       IF WS-NUMERY-JEST-BLAD
                          DISPLAY "NIE MOZNA POBRAC NUMERU MM - "
                                  "TRANSFER BEZ DOKUMENTU"
                       ELSE
                          MOVE SPACES TO WS-AUD-DOKUMENT
                          STRING "MM/" WS-NR-MM
                                 DELIMITED BY SIZE
                                 INTO WS-AUD-DOKUMENT
                       END-IF
                       MOVE LOK-Z-ZD TO WS-AUD-LOK-O
                       MOVE WS-TR-ZRODLO TO WS-AUD-PRZED
                       COMPUTE WS-AUD-PO =
                       COMPUTE WS-AUD-PO = WS-TR-CEL + ILOSC-ZD
                       MOVE "TRANSFER-DO" TO WS-AUD-TYP
                       PERFORM 900-AUDYT-ZAPISZ
                       IF NOT WS-NUMERY-JEST-BLAD
                          PERFORM 346-DOKUMENT-MM
                       END-IF
                       MOVE SPACES TO WS-AUD-DOKUMENT

                       MOVE "W" TO STATUS-ZD
                       MOVE WS-UZYTKOWNIK TO OPERATOR-ZD
           END-IF
           .

       347-PRZENIES-WARSTWY.

      *    WARSTWY KOSZTU FIFO IDA ZA TOWAREM DO LOKALIZACJI
      *    DOCELOWEJ Z DATA I KOSZTEM PRZYJECIA (JAK
      *    461-PRZENIES-WARSTWY W MAGAZYN.COB)

           MOVE "T" TO WS-WR-FUNKCJA
           MOVE TOWAR-ZD TO WS-WR-TOWAR
           MOVE LOK-Z-ZD TO WS-WR-LOKALIZACJA
           MOVE LOK-DO-ZD TO WS-WR-LOK-CEL
           MOVE ILOSC-ZD TO WS-WR-ILOSC
           MOVE CENA-ZAKUP OF IN-REC TO WS-WR-KOSZT
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0
              DISPLAY "UWAGA: WARSTWY KOSZTU NIEPRZENIESIONE - KOD "
                      WS-WR-WYNIK
           END-IF
           MOVE 0 TO WS-WR-KOSZT
           .

       345-NUMER-MM.

           MOVE "N" TO WS-NUMERY-BLAD
           OPEN I-O NUMERYFILE
           IF ERR-N = 35
              CLOSE NUMERYFILE
              OPEN OUTPUT NUMERYFILE
              CLOSE NUMERYFILE
              OPEN I-O NUMERYFILE
           END-IF
           IF ERR-N NOT = 0
              MOVE "T" TO WS-NUMERY-BLAD
           ELSE
              MOVE "MM" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "MM" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-MM
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       346-DOKUMENT-MM.

      *    JEDNA POZYCJA NA DOKUMENT - TRANSFER Z ZADANIA

           OPEN EXTEND MMFILE
           IF ERR-MM NOT = 0
              CLOSE MMFILE
              OPEN OUTPUT MMFILE
           END-IF
           MOVE WS-NR-MM TO WS-MM-NR-O
           ACCEPT WS-MM-DATA-O FROM DATE
           MOVE WS-UZYTKOWNIK TO WS-MM-OPER-O
           MOVE SPACES TO WS-MM-ZRODLO-O
           STRING "ZADANIE " NR-ZADANIA
                  DELIMITED BY SIZE INTO WS-MM-ZRODLO-O
           WRITE MM-REC FROM WS-MM-NAGLOWEK
           MOVE TOWAR-ZD TO WS-MM-TOWAR-O
           MOVE LOK-Z-ZD TO WS-MM-Z-O
           MOVE LOK-DO-ZD TO WS-MM-DO-O
           MOVE ILOSC-ZD TO WS-MM-ILOSC-O
           WRITE MM-REC FROM WS-MM-POZYCJA
           MOVE SPACES TO MM-REC
           WRITE MM-REC
           CLOSE MMFILE
           DISPLAY "DOKUMENT MM " WS-NR-MM
                   " ZAPISANY DO DokumentyMM.txt"
           .

       400-PRZEGLAD-DNIA.

           PERFORM 050-OTWORZ-KOLEJKE
           MOVE WS-LAN-NR TO WS-LAN-NR-O
           PERFORM 902-POLICZ-KONTROLE
           MOVE WS-LAN-NOWA TO WS-LAN-KONTROLA-O
           MOVE WS-AUD-DOKUMENT TO WS-LAN-DOKUMENT-O

           OPEN EXTEND AUDYTFILE
           IF ERR-A NOT = 0
           END-IF
           WRITE DZIENNIK-REC FROM WS-DZIENNIK-LINIA
           CLOSE DZIENNIKFILE

           IF NOT WS-WR-POMIJAJ
              PERFORM 909-WARSTWY-UZGODNIJ
           END-IF
           .

       909-WARSTWY-UZGODNIJ.

      *    WARSTWY KOSZTU FIFO (PODPROGRAM WARSTWY) NADAZAJA ZA
      *    STANEM WLASNYM TOWARU/LOKALIZACJI (ILOSC + KWARANTANNA,
      *    KOMIS DOSTAWCY I USUNIETY REKORD = 0): PRZYROST TWORZY
      *    WARSTWE PO WS-WR-KOSZT (DOMYSLNIE CENA-ZAKUP), UBYTEK
      *    ZDEJMUJE WARSTWY OD NAJSTARSZEJ
      *    (PRZESUNIECIE STANU PRZENOSI WARSTWY SAMO -
      *    347-PRZENIES-WARSTWY - I WTEDY 908 TEGO POMIJA)

           MOVE "U" TO WS-WR-FUNKCJA
           MOVE TOWAR OF IN-REC TO WS-WR-TOWAR
           MOVE LOKALIZACJA OF IN-REC TO WS-WR-LOKALIZACJA
           MOVE 0 TO WS-WR-ILOSC
           IF WS-DZN-OPER NOT = "DELETE"
              AND WLASCICIEL OF IN-REC NOT = "K"
              MOVE ILOSC OF IN-REC TO WS-WR-ILOSC
              MOVE ILOSC-KWAR OF IN-REC TO WS-WR-ILOSC-KWAR
              ADD WS-WR-ILOSC-KWAR TO WS-WR-ILOSC
           END-IF
           IF WS-WR-KOSZT = 0
              MOVE CENA-ZAKUP OF IN-REC TO WS-WR-KOSZT
              IF WS-WR-KOSZT = 0
                 MOVE CENA OF IN-REC TO WS-WR-KOSZT
              END-IF
           END-IF
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0
              DISPLAY "UWAGA: WARSTWY KOSZTU " WS-WR-TOWAR " "
                      WS-WR-LOKALIZACJA " NIEUZGODNIONE - KOD "
                      WS-WR-WYNIK
           END-IF
           MOVE 0 TO WS-WR-KOSZT
           MOVE SPACES TO WS-WR-DOKUMENT
           MOVE SPACE TO WS-WR-ZRODLO
           .

       985-KONTROLA-ZAPISZ.
