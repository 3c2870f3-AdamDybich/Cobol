       IDENTIFICATION DIVISION.

      *    IMPORTCEN - WSADOWY IMPORT CENNIKA DOSTAWCY DO
      *    CenyDostawcow Z PLIKU CennikImport.txt (DOSTAWCA,
      *    KOD TOWARU U DOSTAWCY ALBO NASZ TOWAR, CENA, WALUTA,
      *    DATA-OD, DATA-DO; JEDNA LINIA NA POZYCJE CENNIKA).
      *    KOD TOWARU MAPOWANY PRZEZ Dostawcy JAK W IMPORTFZ
      *    (325-MAPUJ-TOWAR); WALUTA MUSI BYC WALUTA DOSTAWCY Z
      *    Dostawcy (CenyDostawcow NIE MA WLASNEJ WALUTY).
      *    PRZEBIEG 1 SPRAWDZA WSZYSTKIE LINIE I NICZEGO NIE
      *    ZAPISUJE: NIEZNANY TOWAR, ZLA CENA / DATA / WALUTA
      *    ORAZ OKRES NACHODZACY NA UMOWE ZACZYNAJACA SIE W DNIU
      *    DATA-OD LUB POZNIEJ (ALBO NA WCZESNIEJSZA LINIE
      *    PLIKU) IDA DO ImportCenWyjatki.txt, A LINIE PRZYJETE
      *    DO RAPORTU ZMIAN ImportCenRaport.txt (STARA I NOWA
      *    CENA, ZMIANA %, OZNACZENIE PODWYZKI PONAD
      *    PROG-PODWYZKI-PROC). PRZEBIEG 2 - PO POTWIERDZENIU
      *    OPERATORA - ZAMYKA UMOWE OBOWIAZUJACA W DNIU DATA-OD
      *    (DATA-DO-C = DZIEN PRZED NOWA DATA-OD) I ZAPISUJE
      *    NOWE REKORDY CenyDostawcow; KAZDY ZAPIS IDZIE OBRAZEM
      *    PRZED/PO DO HISTORII ZMIAN KARTOTEK (PODPROGRAM HISTORIA)
      *    Z ID UZYTKOWNIKA PODANYM PRZED POTWIERDZENIEM ZAPISU

       PROGRAM-ID. IMPORTCEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPFILE ASSIGN TO "CennikImport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-IM.

           SELECT RAPFILE ASSIGN TO "ImportCenRaport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RA.

           SELECT WYJFILE ASSIGN TO "ImportCenWyjatki.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WY.

           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT DOSTFILE ASSIGN TO "Dostawcy"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-DOST
               STATUS ERR-D.

           SELECT CENDFILE ASSIGN TO "CenyDostawcow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-CEND
               STATUS ERR-CD.

       DATA DIVISION.

       FILE SECTION.

       FD IMPFILE.
       01 IMP-REC PIC X(80).

       FD RAPFILE.
       01 RAP-REC PIC X(120).

       FD WYJFILE.
       01 WYJ-REC PIC X(140).

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

       FD DOSTFILE  BLOCK CONTAINS 0.
       01 DOST-REC.
          05 KLUCZ-DOST.
             10 KOD-TOWARU-D   PIC X(20).
             10 RANGA-D        PIC 9(2).
          05 KOD-DOSTAWCY      PIC X(10).
          05 NAZWA-DOSTAWCY    PIC X(30).
          05 CZAS-DOSTAWY-D    PIC 9(3).
          05 OPAKOWANIE-D      PIC 9(5).
          05 WALUTA-D          PIC X(3).
          05 AKTYWNY-D         PIC X(1).
             88 DOST-AKTYWNY       VALUE "T".
          05 KOD-TOW-DOST-D    PIC X(20).

       FD CENDFILE  BLOCK CONTAINS 0.
       01 CEND-REC.
          05 KLUCZ-CEND.
             10 KOD-DOSTAWCY-C PIC X(10).
             10 KOD-TOWARU-C   PIC X(20).
             10 DATA-OD-C      PIC 9(6).
          05 DATA-DO-C         PIC 9(6).
          05 CENA-ZAKUPU-C     PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 ERR-IM PIC 99.
       01 ERR-RA PIC 99.
       01 ERR-WY PIC 99.
       01 ERR PIC 99.
       01 ERR-D PIC 99.
       01 ERR-CD PIC 99.

      *    PODWYZKA CENY POWYZEJ TEGO PROGU (%) JEST WYROZNIANA
      *    W RAPORCIE ZMIAN
       01 PROG-PODWYZKI-PROC PIC 9(3)V99 VALUE 10.

       01 WS-IMP-LINIA.
          05 WS-IC-DOST-A   PIC X(10).
          05 FILLER         PIC X.
          05 WS-IC-KOD-A    PIC X(20).
          05 FILLER         PIC X.
          05 WS-IC-CENA-A   PIC X(12).
          05 FILLER         PIC X.
          05 WS-IC-WALUTA-A PIC X(3).
          05 FILLER         PIC X.
          05 WS-IC-OD-A     PIC X(10).
          05 FILLER         PIC X.
          05 WS-IC-DO-A     PIC X(10).

       01 WS-DZIS PIC 9(6).
       01 WS-POTWIERDZ PIC X(1).
          88 WS-POTWIERDZONE VALUE "T".

      *    BIEZACA LINIA CENNIKA PO KONTROLACH
       01 WS-LINIA-OK PIC X(1).
          88 WS-LINIA-JEST-OK VALUE "T".
       01 WS-DOSTAWCA PIC X(10).
       01 WS-TOWAR PIC X(20).
       01 WS-WALUTA PIC X(3).
       01 WS-WALUTA-DOST PIC X(3).
       01 WS-CENA PIC 9(7)V99.
       01 WS-DATA-OD PIC 9(6).
       01 WS-DATA-DO PIC 9(6).
       01 WS-KONIEC-NOWEJ PIC 9(6).
       01 WS-KONIEC-STAREJ PIC 9(6).
       01 WS-DOST-ZNANY PIC X(1).
          88 WS-DOSTAWCA-ZNANY VALUE "T".

      *    UMOWA OBOWIAZUJACA W DNIU DATA-OD (DO ZAMKNIECIA)
       01 WS-STARA-JEST PIC X(1).
          88 WS-JEST-STARA-CENA VALUE "T".
       01 WS-STARA-OD PIC 9(6).
       01 WS-STARA-CENA PIC 9(7)V99.
       01 WS-ZMIANA-PROC PIC S9(5)V99.

       01 WS-DT-TEKST PIC X(10).
       01 WS-DT-WYNIK PIC 9(6).
       01 WS-DT-RRMMDD.
          05 WS-DT-RR PIC X(2).
          05 WS-DT-MM PIC X(2).
          05 WS-DT-DD PIC X(2).
       01 WS-DT-LICZBA REDEFINES WS-DT-RRMMDD.
          05 WS-DT-RR-N PIC 9(2).
          05 WS-DT-MM-N PIC 9(2).
          05 WS-DT-DD-N PIC 9(2).
       01 WS-DATA-8 PIC 9(8).
       01 WS-DATA-INT PIC 9(9).
       01 WS-DATA-ZAMKNIECIA PIC 9(6).

      *    LINIE PRZYJETE W PRZEBIEGU 1, ZAPISYWANE W PRZEBIEGU 2
       01 WS-CN-N PIC 9(4) VALUE 0.
       01 WS-CN-I PIC 9(4).
       01 WS-CN-TAB OCCURS 3000.
          05 WS-CN-DOST   PIC X(10).
          05 WS-CN-TOWAR  PIC X(20).
          05 WS-CN-OD     PIC 9(6).
          05 WS-CN-DO     PIC 9(6).
          05 WS-CN-CENA   PIC 9(7)V99.

       01 WS-LINIE-WCZYTANE PIC 9(5) VALUE 0.
       01 WS-LINIE-PRZYJETE PIC 9(5) VALUE 0.
       01 WS-LINIE-ODRZUCONE PIC 9(5) VALUE 0.
       01 WS-PODWYZEK-PONAD-PROG PIC 9(5) VALUE 0.
       01 WS-UMOW-ZAMKNIETYCH PIC 9(5) VALUE 0.
       01 WS-UMOW-ZAPISANYCH PIC 9(5) VALUE 0.
       01 WS-BLEDOW-ZAPISU PIC 9(5) VALUE 0.
       01 WS-POWOD PIC X(60).
       01 WS-LOG-ID PIC X(8).

       01 WS-HISTORIA.
          05 WS-HI-PLIK        PIC X(14).
          05 WS-HI-OPERACJA    PIC X(1).
          05 WS-HI-KLUCZ       PIC X(40).
          05 WS-HI-OPERATOR    PIC X(8).
          05 WS-HI-PROGRAM     PIC X(10).
          05 WS-HI-PRZED       PIC X(130).
          05 WS-HI-PO          PIC X(130).
          05 WS-HI-WYNIK       PIC 9(2).

       01 WS-WYJ-LINIA.
          05 WS-WY-LP-O     PIC ZZZZ9.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WY-TRESC-O  PIC X(70).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WY-POWOD-O  PIC X(60).

       01 WS-RAP-NAGLOWEK.
          05 FILLER PIC X(11) VALUE "DOSTAWCA".
          05 FILLER PIC X(21) VALUE "TOWAR".
          05 FILLER PIC X(4)  VALUE "WAL".
          05 FILLER PIC X(7)  VALUE "OD".
          05 FILLER PIC X(7)  VALUE "DO".
          05 FILLER PIC X(12) VALUE "  STARA CENA".
          05 FILLER PIC X(12) VALUE "   NOWA CENA".
          05 FILLER PIC X(11) VALUE "  ZMIANA %".
          05 FILLER PIC X(1)  VALUE SPACE.
          05 FILLER PIC X(20) VALUE "UWAGI".

       01 WS-RAP-LINIA.
          05 WS-RA-DOST-O   PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-TOWAR-O  PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-WALUTA-O PIC X(3).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-OD-O     PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-DO-O     PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-STARA-O  PIC X(12).
          05 WS-RA-NOWA-O   PIC ZZZZZZZ9.99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-ZMIANA-O PIC X(11).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-UWAGI-O  PIC X(30).
       01 WS-RA-KWOTA-E PIC ZZZZZZZZ9.99.
       01 WS-RA-PROC-E PIC -(6)9.99.

       PROCEDURE DIVISION.

           DISPLAY "IMPORT CENNIKA DOSTAWCY Z PLIKU CennikImport.txt"
           ACCEPT WS-DZIS FROM DATE

           OPEN INPUT IMPFILE
           IF ERR-IM NOT = 0
              DISPLAY "BRAK PLIKU CennikImport.txt - NIC DO "
                      "ZAIMPORTOWANIA"
              STOP RUN
           END-IF

           OPEN INPUT DOSTFILE
           IF ERR-D NOT = 0
              DISPLAY "BRAK PLIKU Dostawcy - IMPORT NIEMOZLIWY"
              CLOSE IMPFILE
              STOP RUN
           END-IF

           OPEN I-O CENDFILE
           IF ERR-CD = 35
              CLOSE CENDFILE
              OPEN OUTPUT CENDFILE
              CLOSE CENDFILE
              OPEN I-O CENDFILE
           END-IF
           OPEN INPUT INFILE
           OPEN OUTPUT RAPFILE
           OPEN OUTPUT WYJFILE

           WRITE RAP-REC FROM WS-RAP-NAGLOWEK

           READ IMPFILE INTO WS-IMP-LINIA
           PERFORM UNTIL ERR-IM > 0
              ADD 1 TO WS-LINIE-WCZYTANE
              PERFORM 100-LINIA-CENNIKA
              READ IMPFILE INTO WS-IMP-LINIA
           END-PERFORM

           CLOSE WYJFILE
           CLOSE RAPFILE
           CLOSE IMPFILE

           DISPLAY "---------------------"
           DISPLAY "LINII WCZYTANYCH     : " WS-LINIE-WCZYTANE
           DISPLAY "LINII PRZYJETYCH     : " WS-LINIE-PRZYJETE
           DISPLAY "LINII ODRZUCONYCH    : " WS-LINIE-ODRZUCONE
           DISPLAY "PODWYZEK PONAD PROG  : " WS-PODWYZEK-PONAD-PROG
           DISPLAY "RAPORT ZMIAN: ImportCenRaport.txt"
           DISPLAY "WYJATKI     : ImportCenWyjatki.txt"

           IF WS-CN-N > 0
              DISPLAY "PODAJ ID UZYTKOWNIKA"
              ACCEPT WS-LOG-ID
              DISPLAY "ZAPISAC ZMIANY CEN W CenyDostawcow? T/N"
              ACCEPT WS-POTWIERDZ
              MOVE FUNCTION UPPER-CASE (WS-POTWIERDZ)
                   TO WS-POTWIERDZ
              IF WS-LOG-ID = SPACES
                 DISPLAY "BRAK ID UZYTKOWNIKA"
                 MOVE "N" TO WS-POTWIERDZ
              END-IF
              IF WS-POTWIERDZONE
                 PERFORM 500-ZAPISZ-CENNIK
                 DISPLAY "ZAMKNIETYCH UMOW     : "
                         WS-UMOW-ZAMKNIETYCH
                 DISPLAY "ZAPISANYCH UMOW      : "
                         WS-UMOW-ZAPISANYCH
                 IF WS-BLEDOW-ZAPISU > 0
                    DISPLAY "BLEDOW ZAPISU        : "
                            WS-BLEDOW-ZAPISU
                 END-IF
              ELSE
                 DISPLAY "IMPORT ANULOWANY - CenyDostawcow BEZ ZMIAN"
              END-IF
           ELSE
              DISPLAY "BRAK LINII DO ZAPISANIA"
           END-IF

           CLOSE INFILE
           CLOSE CENDFILE
           CLOSE DOSTFILE

           STOP RUN
           .

       100-LINIA-CENNIKA.

           MOVE "T" TO WS-LINIA-OK
           MOVE FUNCTION UPPER-CASE (WS-IC-DOST-A) TO WS-DOSTAWCA
           MOVE SPACES TO WS-TOWAR
           MOVE FUNCTION UPPER-CASE (WS-IC-WALUTA-A) TO WS-WALUTA

           IF WS-DOSTAWCA = SPACES OR WS-IC-KOD-A = SPACES
              MOVE "BRAK DOSTAWCY LUB KODU TOWARU" TO WS-POWOD
              PERFORM 900-WYJATEK
           END-IF

           IF WS-LINIA-JEST-OK
              PERFORM 110-CENA-I-DATY
           END-IF

           IF WS-LINIA-JEST-OK
              PERFORM 120-MAPUJ-TOWAR
           END-IF

           IF WS-LINIA-JEST-OK
              PERFORM 130-SPRAWDZ-BAZE
           END-IF

           IF WS-LINIA-JEST-OK
              PERFORM 200-SPRAWDZ-UMOWY
           END-IF

           IF WS-LINIA-JEST-OK
              PERFORM 210-SPRAWDZ-PLIK
           END-IF

           IF WS-LINIA-JEST-OK
              IF WS-CN-N = 3000
                 MOVE "ZA DUZO LINII W PLIKU (MAKS. 3000)"
                      TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
           END-IF

           IF WS-LINIA-JEST-OK
              ADD 1 TO WS-LINIE-PRZYJETE
              ADD 1 TO WS-CN-N
              MOVE WS-DOSTAWCA TO WS-CN-DOST (WS-CN-N)
              MOVE WS-TOWAR TO WS-CN-TOWAR (WS-CN-N)
              MOVE WS-DATA-OD TO WS-CN-OD (WS-CN-N)
              MOVE WS-DATA-DO TO WS-CN-DO (WS-CN-N)
              MOVE WS-CENA TO WS-CN-CENA (WS-CN-N)
              PERFORM 300-LINIA-RAPORTU
           END-IF
           .

       110-CENA-I-DATY.

           IF WS-IC-CENA-A = SPACES
              OR FUNCTION TEST-NUMVAL (WS-IC-CENA-A) NOT = 0
              MOVE "CENA NIE JEST LICZBA" TO WS-POWOD
              PERFORM 900-WYJATEK
           ELSE
              IF FUNCTION NUMVAL (WS-IC-CENA-A) NOT > 0
                 OR FUNCTION NUMVAL (WS-IC-CENA-A) > 9999999.99
                 MOVE "CENA MUSI BYC WIEKSZA OD ZERA" TO WS-POWOD
                 PERFORM 900-WYJATEK
              ELSE
                 COMPUTE WS-CENA = FUNCTION NUMVAL (WS-IC-CENA-A)
              END-IF
           END-IF

           IF WS-LINIA-JEST-OK
              MOVE WS-IC-OD-A TO WS-DT-TEKST
              PERFORM 230-DATA-Z-TEKSTU
              MOVE WS-DT-WYNIK TO WS-DATA-OD
              IF WS-DATA-OD = 0
                 MOVE "BLEDNA DATA OBOWIAZYWANIA OD" TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
           END-IF

      *    PUSTA DATA-DO = CENA BEZTERMINOWA (DATA-DO-C = 0)

           IF WS-LINIA-JEST-OK
              MOVE 0 TO WS-DATA-DO
              IF WS-IC-DO-A NOT = SPACES
                 MOVE WS-IC-DO-A TO WS-DT-TEKST
                 PERFORM 230-DATA-Z-TEKSTU
                 MOVE WS-DT-WYNIK TO WS-DATA-DO
                 IF WS-DATA-DO = 0
                    MOVE "BLEDNA DATA OBOWIAZYWANIA DO" TO WS-POWOD
                    PERFORM 900-WYJATEK
                 ELSE
                    IF WS-DATA-DO < WS-DATA-OD
                       MOVE "DATA DO WCZESNIEJSZA NIZ DATA OD"
                            TO WS-POWOD
                       PERFORM 900-WYJATEK
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       120-MAPUJ-TOWAR.

      *    KOD Z CENNIKA -> NASZ TOWAR: PRZEGLAD WIERSZY Dostawcy
      *    TEGO DOSTAWCY; WIERSZ BEZ KODU U DOSTAWCY PASUJE, GDY
      *    DOSTAWCA UZYWA NASZEGO KODU. WALUTA Z TEGO SAMEGO
      *    WIERSZA (PUSTA = PLN)

           MOVE "N" TO WS-DOST-ZNANY
           MOVE SPACES TO WS-WALUTA-DOST
           MOVE LOW-VALUES TO KLUCZ-DOST
           START DOSTFILE KEY NOT < KLUCZ-DOST
           IF ERR-D = 0
              READ DOSTFILE NEXT
              PERFORM UNTIL ERR-D > 0 OR WS-TOWAR NOT = SPACES
                 IF KOD-DOSTAWCY = WS-DOSTAWCA
                    MOVE "T" TO WS-DOST-ZNANY
                    IF KOD-TOW-DOST-D = WS-IC-KOD-A
                       OR (KOD-TOW-DOST-D = SPACES
                           AND KOD-TOWARU-D = WS-IC-KOD-A)
                       MOVE KOD-TOWARU-D TO WS-TOWAR
                       MOVE WALUTA-D TO WS-WALUTA-DOST
                    END-IF
                 END-IF
                 READ DOSTFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-D

           IF NOT WS-DOSTAWCA-ZNANY
              MOVE "DOSTAWCA NIEZNANY W KARTOTECE Dostawcy"
                   TO WS-POWOD
              PERFORM 900-WYJATEK
           ELSE
              IF WS-TOWAR = SPACES
                 MOVE "NIEZNANY TOWAR - KOD BEZ ODPOWIEDNIKA"
                      TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
           END-IF

           IF WS-LINIA-JEST-OK
              IF WS-WALUTA-DOST = SPACES
                 MOVE "PLN" TO WS-WALUTA-DOST
              END-IF
              IF WS-WALUTA = SPACES
                 MOVE WS-WALUTA-DOST TO WS-WALUTA
              END-IF
              IF WS-WALUTA NOT = WS-WALUTA-DOST
                 MOVE SPACES TO WS-POWOD
                 STRING "WALUTA " WS-WALUTA " INNA NIZ WALUTA "
                        "DOSTAWCY " WS-WALUTA-DOST
                        DELIMITED BY SIZE INTO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
           END-IF
           .

       130-SPRAWDZ-BAZE.

      *    TOWAR Z Dostawcy MUSI ISTNIEC W BAZA5 (W DOWOLNEJ
      *    LOKALIZACJI)

           MOVE WS-TOWAR TO TOWAR
           START INFILE KEY = TOWAR
           IF ERR NOT = 0
              MOVE "NIEZNANY TOWAR - BRAK W BAZA5" TO WS-POWOD
              PERFORM 900-WYJATEK
           END-IF
           MOVE 0 TO ERR
           .

       200-SPRAWDZ-UMOWY.

      *    UMOWY DOSTAWCY NA TEN TOWAR: ZACZYNAJACA SIE W DNIU
      *    DATA-OD LUB POZNIEJ (W OKRESIE NOWEJ CENY) TO
      *    NAKLADANIE SIE OKRESOW; OBOWIAZUJACA W DNIU DATA-OD
      *    ZOSTANIE ZAMKNIETA - JEJ CENA IDZIE DO RAPORTU JAKO
      *    STARA (PRZY KILKU - NAJPOZNIEJ ROZPOCZETA)

           MOVE "N" TO WS-STARA-JEST
           MOVE 0 TO WS-STARA-OD
           MOVE 0 TO WS-STARA-CENA
           MOVE WS-DATA-DO TO WS-KONIEC-NOWEJ
           IF WS-KONIEC-NOWEJ = 0
              MOVE 999999 TO WS-KONIEC-NOWEJ
           END-IF

           MOVE WS-DOSTAWCA TO KOD-DOSTAWCY-C
           MOVE WS-TOWAR TO KOD-TOWARU-C
           MOVE 0 TO DATA-OD-C
           START CENDFILE KEY NOT < KLUCZ-CEND
           IF ERR-CD = 0
              READ CENDFILE NEXT
              PERFORM UNTIL ERR-CD > 0
                      OR KOD-DOSTAWCY-C NOT = WS-DOSTAWCA
                      OR KOD-TOWARU-C NOT = WS-TOWAR
                      OR NOT WS-LINIA-JEST-OK
                 MOVE DATA-DO-C TO WS-KONIEC-STAREJ
                 IF WS-KONIEC-STAREJ = 0
                    MOVE 999999 TO WS-KONIEC-STAREJ
                 END-IF
                 IF DATA-OD-C NOT < WS-DATA-OD
                    IF DATA-OD-C NOT > WS-KONIEC-NOWEJ
                       MOVE SPACES TO WS-POWOD
                       STRING "OKRES NACHODZI NA UMOWE OD "
                              DATA-OD-C " DO " DATA-DO-C
                              DELIMITED BY SIZE INTO WS-POWOD
                       PERFORM 900-WYJATEK
                    END-IF
                 ELSE
                    IF WS-KONIEC-STAREJ NOT < WS-DATA-OD
                       AND DATA-OD-C > WS-STARA-OD
                       MOVE "T" TO WS-STARA-JEST
                       MOVE DATA-OD-C TO WS-STARA-OD
                       MOVE CENA-ZAKUPU-C TO WS-STARA-CENA
                    END-IF
                 END-IF
                 READ CENDFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-CD
           .

       210-SPRAWDZ-PLIK.

      *    DWIE LINIE PLIKU NA TEN SAM TOWAR DOSTAWCY NIE MOGA
      *    MIEC WSPOLNYCH DNI - ODRZUCANA JEST POZNIEJSZA LINIA

           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CN-N OR NOT WS-LINIA-JEST-OK
              IF WS-CN-DOST (WS-CN-I) = WS-DOSTAWCA
                 AND WS-CN-TOWAR (WS-CN-I) = WS-TOWAR
                 MOVE WS-CN-DO (WS-CN-I) TO WS-KONIEC-STAREJ
                 IF WS-KONIEC-STAREJ = 0
                    MOVE 999999 TO WS-KONIEC-STAREJ
                 END-IF
                 IF WS-CN-OD (WS-CN-I) NOT > WS-KONIEC-NOWEJ
                    AND WS-DATA-OD NOT > WS-KONIEC-STAREJ
                    MOVE SPACES TO WS-POWOD
                    STRING "OKRES NACHODZI NA WCZESNIEJSZA LINIE "
                           "PLIKU OD " WS-CN-OD (WS-CN-I)
                           DELIMITED BY SIZE INTO WS-POWOD
                    PERFORM 900-WYJATEK
                 END-IF
              END-IF
           END-PERFORM
           .

       230-DATA-Z-TEKSTU.

      *    RRMMDD ALBO RRRR-MM-DD -> RRMMDD; BLEDNA DATA = 0

           MOVE 0 TO WS-DT-WYNIK
           MOVE SPACES TO WS-DT-RRMMDD
           IF WS-DT-TEKST(5:1) = "-" AND WS-DT-TEKST(8:1) = "-"
              MOVE WS-DT-TEKST(3:2) TO WS-DT-RR
              MOVE WS-DT-TEKST(6:2) TO WS-DT-MM
              MOVE WS-DT-TEKST(9:2) TO WS-DT-DD
           ELSE
              IF WS-DT-TEKST(7:) = SPACES
                 MOVE WS-DT-TEKST(1:6) TO WS-DT-RRMMDD
              END-IF
           END-IF
           IF WS-DT-RRMMDD IS NUMERIC
              IF WS-DT-MM-N > 0 AND WS-DT-MM-N < 13
                 AND WS-DT-DD-N > 0 AND WS-DT-DD-N < 32
                 MOVE WS-DT-LICZBA TO WS-DT-WYNIK
              END-IF
           END-IF
           .

       300-LINIA-RAPORTU.

           MOVE SPACES TO WS-RAP-LINIA
           MOVE WS-DOSTAWCA TO WS-RA-DOST-O
           MOVE WS-TOWAR TO WS-RA-TOWAR-O
           MOVE WS-WALUTA TO WS-RA-WALUTA-O
           MOVE WS-DATA-OD TO WS-RA-OD-O
           MOVE WS-DATA-DO TO WS-RA-DO-O
           MOVE WS-CENA TO WS-RA-NOWA-O

           IF WS-JEST-STARA-CENA
              MOVE WS-STARA-CENA TO WS-RA-KWOTA-E
              MOVE WS-RA-KWOTA-E TO WS-RA-STARA-O
              IF WS-STARA-CENA > 0
                 COMPUTE WS-ZMIANA-PROC ROUNDED =
                         (WS-CENA - WS-STARA-CENA) * 100
                         / WS-STARA-CENA
                    ON SIZE ERROR
                       MOVE 99999.99 TO WS-ZMIANA-PROC
                 END-COMPUTE
                 MOVE WS-ZMIANA-PROC TO WS-RA-PROC-E
                 MOVE WS-RA-PROC-E TO WS-RA-ZMIANA-O
                 IF WS-ZMIANA-PROC > PROG-PODWYZKI-PROC
                    ADD 1 TO WS-PODWYZEK-PONAD-PROG
                    MOVE "*** PODWYZKA PONAD PROG ***"
                         TO WS-RA-UWAGI-O
                 END-IF
              END-IF
              IF WS-RA-UWAGI-O = SPACES
                 MOVE "ZAMYKA UMOWE OD" TO WS-RA-UWAGI-O
                 MOVE WS-STARA-OD TO WS-RA-UWAGI-O(17:6)
              END-IF
           ELSE
              MOVE "         -" TO WS-RA-STARA-O
              MOVE "NOWA UMOWA" TO WS-RA-UWAGI-O
           END-IF

           WRITE RAP-REC FROM WS-RAP-LINIA
           .

       500-ZAPISZ-CENNIK.

           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CN-N
              PERFORM 510-ZAMKNIJ-POPRZEDNIA
              MOVE WS-CN-DOST (WS-CN-I) TO KOD-DOSTAWCY-C
              MOVE WS-CN-TOWAR (WS-CN-I) TO KOD-TOWARU-C
              MOVE WS-CN-OD (WS-CN-I) TO DATA-OD-C
              MOVE WS-CN-DO (WS-CN-I) TO DATA-DO-C
              MOVE WS-CN-CENA (WS-CN-I) TO CENA-ZAKUPU-C
              WRITE CEND-REC
              IF ERR-CD = 0
                 ADD 1 TO WS-UMOW-ZAPISANYCH
                 MOVE "D" TO WS-HI-OPERACJA
                 MOVE SPACES TO WS-HI-PRZED
                 PERFORM 520-HISTORIA-CENNIKA
              ELSE
                 ADD 1 TO WS-BLEDOW-ZAPISU
                 DISPLAY "BLAD ZAPISU CenyDostawcow "
                         WS-CN-DOST (WS-CN-I) " "
                         WS-CN-TOWAR (WS-CN-I) " KOD " ERR-CD
              END-IF
           END-PERFORM
           .

       510-ZAMKNIJ-POPRZEDNIA.

      *    UMOWA OBOWIAZUJACA W DNIU NOWEJ DATA-OD KONCZY SIE
      *    DZIEN WCZESNIEJ

           STRING "20" WS-CN-OD (WS-CN-I) DELIMITED BY SIZE
                  INTO WS-DATA-8
           COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8) - 1
           COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER
                   (WS-DATA-INT)
           MOVE WS-DATA-8(3:6) TO WS-DATA-ZAMKNIECIA

           MOVE WS-CN-DOST (WS-CN-I) TO KOD-DOSTAWCY-C
           MOVE WS-CN-TOWAR (WS-CN-I) TO KOD-TOWARU-C
           MOVE 0 TO DATA-OD-C
           START CENDFILE KEY NOT < KLUCZ-CEND
           IF ERR-CD = 0
              READ CENDFILE NEXT
              PERFORM UNTIL ERR-CD > 0
                      OR KOD-DOSTAWCY-C NOT = WS-CN-DOST (WS-CN-I)
                      OR KOD-TOWARU-C NOT = WS-CN-TOWAR (WS-CN-I)
                      OR DATA-OD-C NOT < WS-CN-OD (WS-CN-I)
                 IF DATA-DO-C = 0
                    OR DATA-DO-C NOT < WS-CN-OD (WS-CN-I)
                    MOVE CEND-REC TO WS-HI-PRZED
                    MOVE WS-DATA-ZAMKNIECIA TO DATA-DO-C
                    REWRITE CEND-REC
                    IF ERR-CD = 0
                       ADD 1 TO WS-UMOW-ZAMKNIETYCH
                       MOVE "Z" TO WS-HI-OPERACJA
                       PERFORM 520-HISTORIA-CENNIKA
                    ELSE
                       ADD 1 TO WS-BLEDOW-ZAPISU
                    END-IF
                 END-IF
                 READ CENDFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-CD
           .

       520-HISTORIA-CENNIKA.

      *    OPERACJE I OBRAZ PRZED USTAWIA WOLAJACY

           MOVE "CenyDostawcow" TO WS-HI-PLIK
           MOVE KLUCZ-CEND TO WS-HI-KLUCZ
           MOVE CEND-REC TO WS-HI-PO
           MOVE WS-LOG-ID TO WS-HI-OPERATOR
           MOVE "IMPORTCEN" TO WS-HI-PROGRAM
           CALL "HISTORIA" USING WS-HISTORIA
           IF WS-HI-WYNIK NOT = 0
              DISPLAY "UWAGA: ZAPIS HISTORII KARTOTEK - KOD "
                      WS-HI-WYNIK
           END-IF
           .

       900-WYJATEK.

           MOVE "N" TO WS-LINIA-OK
           ADD 1 TO WS-LINIE-ODRZUCONE
           MOVE WS-LINIE-WCZYTANE TO WS-WY-LP-O
           MOVE WS-IMP-LINIA TO WS-WY-TRESC-O
           MOVE WS-POWOD TO WS-WY-POWOD-O
           WRITE WYJ-REC FROM WS-WYJ-LINIA
           .
