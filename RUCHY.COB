       IDENTIFICATION DIVISION.

      *    RUCHY - KSIEGA RUCHOW MAGAZYNOWYCH: INDEKSOWANY PLIK
      *    RuchyMagazynowe Z KAZDA LINIA DZIENNIKA AUDYTU
      *    ZAKSIEGOWANA RAZ, Z KLUCZEM TOWAR / LOKALIZACJA / DATA
      *    / CZAS (DOPELNIONYM NUMEREM LANCUCHA I TYPEM) I
      *    KLUCZEM ALTERNATYWNYM DATA / TYP. REKORD NIESIE PELNA
      *    LINIE AUDYTU, WIEC PROGRAMY CZYTAJACE KSIEGE UZYWAJA
      *    TEGO SAMEGO UKLADU LINII CO PRZY CZYTANIU Audyt.txt.
      *
      *    PARAMETRY:
      *    P (LUB PUSTE) - KROK NOCNY, PRZED KSIEGA, POPYT I
      *        REKONCYLIACJA: DOKSIEGOWUJE NOWE LINIE Z ARCHIWOW
      *        Audyt-RRRRMM.txt OD MIESIACA OSTATNIEGO
      *        KSIEGOWANIA I Z BIEZACEGO Audyt.txt. LINIE OD DNIA
      *        OSTATNIEGO KSIEGOWANIA SA PROBOWANE PONOWNIE -
      *        ISTNIEJACY KLUCZ ZNACZY "JUZ ZAKSIEGOWANA", WIEC
      *        PONOWNE URUCHOMIENIE NIE DUBLUJE RUCHOW (ROWNIEZ
      *        PO ROLOWANIU AUDARCH)
      *    O [RRMM] - ODBUDOWA KSIEGI OD ZERA Z PLIKOW AUDYTU OD
      *        PODANEGO MIESIACA (PUSTE = WSZYSTKIE ARCHIWA)
      *    K [RRMM] - KONTROLA BEZ ZAPISU
      *    KAZDY TRYB KONCZY SIE KONTROLA: LICZBA LINII AUDYTU
      *    I LINII Z NUMEREM LANCUCHA W KAZDYM MIESIACU MUSI BYC
      *    ROWNA LICZBIE REKORDOW KSIEGI, A OSTATNIA LINIA
      *    LANCUCHA - SWIADKOWI AudytSwiadek.txt. NIEZGODNOSC
      *    KONCZY PROGRAM KODEM 8.
      *    STAN OSTATNIEGO KSIEGOWANIA (NAJPOZNIEJSZA DATA/CZAS
      *    I OSTATNIA LINIA LANCUCHA) JEST W RuchyMagazynoweStan.txt
      *    - PROGRAMY CZYTAJACE KSIEGE POROWNUJA GO ZE SWIADKIEM,
      *    ZEBY WIEDZIEC, CZY KSIEGA OBEJMUJE CALY AUDYT.
      *    DWIE LINIE SPRZED LANCUCHA O IDENTYCZNYM TOWARZE,
      *    LOKALIZACJI, CZASIE I TYPIE SA W KSIEDZE JEDNYM
      *    REKORDEM (KONTROLA POKAZE ROZNICE W ICH MIESIACU)

       PROGRAM-ID. RUCHY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUCHYFILE ASSIGN TO "RuchyMagazynowe"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-RM
               ALTERNATE RECORD KEY KLUCZ-DT-RM WITH DUPLICATES
               STATUS ERR-RM.

           SELECT AUDYTFILE ASSIGN TO WS-PLIK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-A.

           SELECT STANFILE ASSIGN TO "RuchyMagazynoweStan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ST.

           SELECT SWIADEKFILE ASSIGN TO "AudytSwiadek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SW.

       DATA DIVISION.

       FILE SECTION.

       FD RUCHYFILE  BLOCK CONTAINS 0.
       01 RUCH-REC.
          05 KLUCZ-RM.
             10 TOWAR-RM      PIC X(20).
             10 LOK-RM        PIC X(10).
             10 DATA-RM       PIC 9(6).
             10 CZAS-RM       PIC 9(8).
             10 NR-LAN-RM     PIC 9(7).
             10 TYP-RM        PIC X(12).
          05 KLUCZ-DT-RM.
             10 DATA-DT-RM    PIC 9(6).
             10 TYP-DT-RM     PIC X(12).
          05 LINIA-RM         PIC X(140).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD STANFILE.
       01 STAN-REC PIC X(60).

       FD SWIADEKFILE.
       01 SWIADEK-REC PIC X(16).

       WORKING-STORAGE SECTION.
       01 ERR-RM PIC 99.
       01 ERR-A  PIC 99.
       01 ERR-ST PIC 99.
       01 ERR-SW PIC 99.

       01 WS-PARAM PIC X(20).
       01 WS-TRYB PIC X(1).
          88 TRYB-KSIEGOWANIE VALUE "P".
          88 TRYB-ODBUDOWA    VALUE "O".
          88 TRYB-KONTROLA    VALUE "K".
       01 WS-DZIS PIC 9(6).
       01 WS-TERAZ PIC 9(8).
       01 WS-PLIK-NAZWA PIC X(30).
       01 WS-MIESIAC PIC 9(4).
       01 WS-MIESIAC-OD PIC 9(4).
       01 WS-MIESIAC-DO PIC 9(4).
       01 WS-MIESIAC-RR PIC 9(2).
       01 WS-MIESIAC-MM PIC 9(2).

      *    LINIA AUDYTU (UKLAD JAK 903-ZAPISZ-WPIS-AUDYTU)

       01 WS-LINIA PIC X(140).
       01 WS-LINIA-R REDEFINES WS-LINIA.
          05 WS-L-DATA      PIC 9(6).
          05 FILLER         PIC X.
          05 WS-L-CZAS      PIC X(8).
          05 FILLER         PIC X(12).
          05 WS-L-TOWAR     PIC X(20).
          05 FILLER         PIC X(25).
          05 WS-L-TYP       PIC X(12).
          05 FILLER         PIC X.
          05 WS-L-LOK       PIC X(10).
          05 FILLER         PIC X(10).
          05 WS-L-NR        PIC X(7).
          05 FILLER         PIC X.
          05 WS-L-KONTROLA  PIC X(8).
          05 FILLER         PIC X(19).

      *    STAN KSIEGOWANIA (CZYTAJA GO TEZ PROGRAMY KORZYSTAJACE
      *    Z KSIEGI)

       01 WS-STAN-LINIA.
          05 WS-ST-DATA-O      PIC 9(6).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ST-CZAS-O      PIC 9(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ST-NR-O        PIC 9(7).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ST-KONTROLA-O  PIC 9(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ST-PRZEBIEG-O  PIC 9(6).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-ST-PRZ-CZAS-O  PIC 9(8).
       01 WS-HW-DATA PIC 9(6) VALUE 0.
       01 WS-HW-CZAS PIC 9(8) VALUE 0.
       01 WS-HW-POCZ PIC 9(6) VALUE 0.
       01 WS-OST-NR PIC 9(7) VALUE 0.
       01 WS-OST-KONTROLA PIC 9(8) VALUE 0.
       01 WS-CZAS-N PIC 9(8).

       01 WS-SWIADEK-LINIA.
          05 WS-SW-NR-O       PIC 9(7).
          05 FILLER           PIC X.
          05 WS-SW-KONTROLA-O PIC 9(8).

      *    LICZNIKI MIESIECZNE: AUDYT / KSIEGA, WSZYSTKIE LINIE
      *    I LINIE Z NUMEREM LANCUCHA

       01 WS-MC-N PIC 9(3) VALUE 0.
       01 WS-MC-I PIC 9(3).
       01 WS-MC-J PIC 9(3).
       01 WS-MC-SZUK PIC 9(4).
       01 WS-MC-TAB OCCURS 400.
          05 WS-MC-MIES       PIC 9(4).
          05 WS-MC-AUDYT      PIC 9(7).
          05 WS-MC-AUD-LAN    PIC 9(7).
          05 WS-MC-KSIEGA     PIC 9(7).
          05 WS-MC-KS-LAN     PIC 9(7).
       01 WS-MC-LIMIT PIC X(1) VALUE "N".
          88 WS-MC-PELNA VALUE "T".

       01 WS-PRZECZYTANE PIC 9(9) VALUE 0.
       01 WS-ZAKSIEGOWANE PIC 9(9) VALUE 0.
       01 WS-JUZ-BYLY PIC 9(9) VALUE 0.
       01 WS-BEZ-DATY PIC 9(7) VALUE 0.
       01 WS-NIEZGODNE PIC 9(3) VALUE 0.
       01 WS-BLAD-ZAPISU PIC X(1) VALUE "N".
          88 WS-JEST-BLAD-ZAPISU VALUE "T".

       01 WS-MC-LINIA.
          05 FILLER          PIC X(10) VALUE "MIESIAC 20".
          05 WS-ML-MIES-O    PIC 9(4).
          05 FILLER          PIC X(8) VALUE "  AUDYT ".
          05 WS-ML-AUDYT-O   PIC Z(6)9.
          05 FILLER          PIC X(10) VALUE " LANCUCH  ".
          05 WS-ML-AUD-LAN-O PIC Z(6)9.
          05 FILLER          PIC X(9) VALUE "  KSIEGA ".
          05 WS-ML-KSIEGA-O  PIC Z(6)9.
          05 FILLER          PIC X(10) VALUE " LANCUCH  ".
          05 WS-ML-KS-LAN-O  PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ML-WYNIK-O   PIC X(12).

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           ACCEPT WS-TERAZ FROM TIME
           MOVE WS-DZIS(1:4) TO WS-MIESIAC-DO

           MOVE WS-PARAM(1:1) TO WS-TRYB
           IF NOT TRYB-ODBUDOWA AND NOT TRYB-KONTROLA
              MOVE "P" TO WS-TRYB
           END-IF

           PERFORM 100-ODCZYTAJ-STAN
           PERFORM 110-ZAKRES

           EVALUATE TRUE
              WHEN TRYB-KSIEGOWANIE
                 DISPLAY "KSIEGA RUCHOW - KSIEGOWANIE OD 20"
                         WS-MIESIAC-OD " (DZIEN " WS-HW-POCZ ")"
              WHEN TRYB-ODBUDOWA
                 DISPLAY "KSIEGA RUCHOW - ODBUDOWA OD 20"
                         WS-MIESIAC-OD
              WHEN TRYB-KONTROLA
                 DISPLAY "KSIEGA RUCHOW - KONTROLA OD 20"
                         WS-MIESIAC-OD
           END-EVALUATE

           PERFORM 200-OTWORZ-KSIEGE
           PERFORM 300-CZYTAJ-AUDYT
           IF NOT TRYB-KONTROLA
              PERFORM 500-ZAPISZ-STAN
           END-IF
           PERFORM 400-POLICZ-KSIEGE
           CLOSE RUCHYFILE

           PERFORM 600-POROWNAJ
           PERFORM 700-SPRAWDZ-SWIADKA

           DISPLAY "---------------------"
           DISPLAY "LINII AUDYTU PRZECZYTANYCH : " WS-PRZECZYTANE
           IF NOT TRYB-KONTROLA
              DISPLAY "ZAKSIEGOWANYCH             : " WS-ZAKSIEGOWANE
              DISPLAY "JUZ BYLO W KSIEDZE         : " WS-JUZ-BYLY
           END-IF
           IF WS-BEZ-DATY > 0
              DISPLAY "LINII BEZ DATY (POMINIETE) : " WS-BEZ-DATY
           END-IF
           IF WS-MC-PELNA
              DISPLAY "UWAGA: PRZEKROCZONY LIMIT 400 MIESIECY - "
                      "KONTROLA NIEPELNA"
           END-IF

           IF WS-NIEZGODNE > 0 OR WS-JEST-BLAD-ZAPISU
              DISPLAY "WYNIK: KSIEGA RUCHOW NIEZGODNA Z AUDYTEM - "
                      "SPRAWDZ AUDYTWER, W RAZIE POTRZEBY RUCHY O"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "WYNIK: KSIEGA RUCHOW ZGODNA Z AUDYTEM"
           END-IF

           STOP RUN
           .

       100-ODCZYTAJ-STAN.

           OPEN INPUT STANFILE
           IF ERR-ST = 0
              READ STANFILE INTO WS-STAN-LINIA
              IF ERR-ST = 0
                 MOVE WS-ST-DATA-O TO WS-HW-DATA
                 MOVE WS-ST-CZAS-O TO WS-HW-CZAS
                 MOVE WS-ST-NR-O TO WS-OST-NR
                 MOVE WS-ST-KONTROLA-O TO WS-OST-KONTROLA
              END-IF
              CLOSE STANFILE
           END-IF
           .

       110-ZAKRES.

      *    KSIEGOWANIE: OD MIESIACA I DNIA OSTATNIEGO KSIEGOWANIA;
      *    ODBUDOWA I KONTROLA: OD RRMM Z PARAMETRU, INACZEJ OD
      *    PIERWSZEGO MOZLIWEGO ARCHIWUM

           MOVE 0001 TO WS-MIESIAC-OD
           IF TRYB-KSIEGOWANIE
              MOVE WS-HW-DATA TO WS-HW-POCZ
              IF WS-HW-DATA > 0
                 MOVE WS-HW-DATA(1:4) TO WS-MIESIAC-OD
              END-IF
           ELSE
              IF WS-PARAM(3:4) NOT = SPACES
                 IF FUNCTION TEST-NUMVAL (WS-PARAM(3:4)) = 0
                    COMPUTE WS-MIESIAC-OD =
                            FUNCTION NUMVAL (WS-PARAM(3:4))
                 ELSE
                    DISPLAY "BLEDNY MIESIAC: " WS-PARAM(3:4)
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF

           IF TRYB-ODBUDOWA
              MOVE 0 TO WS-HW-DATA
              MOVE 0 TO WS-HW-CZAS
              MOVE 0 TO WS-HW-POCZ
              MOVE 0 TO WS-OST-NR
              MOVE 0 TO WS-OST-KONTROLA
           END-IF
           .

       200-OTWORZ-KSIEGE.

           IF TRYB-ODBUDOWA
              OPEN OUTPUT RUCHYFILE
              CLOSE RUCHYFILE
           END-IF

           IF TRYB-KONTROLA
              OPEN INPUT RUCHYFILE
           ELSE
              OPEN I-O RUCHYFILE
              IF ERR-RM = 35
                 CLOSE RUCHYFILE
                 OPEN OUTPUT RUCHYFILE
                 CLOSE RUCHYFILE
                 OPEN I-O RUCHYFILE
              END-IF
           END-IF

           IF ERR-RM NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC KSIEGI RuchyMagazynowe "
                      "- KOD " ERR-RM
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       300-CZYTAJ-AUDYT.

      *    ARCHIWA MIESIECZNE OD MIESIACA POCZATKOWEGO, POTEM
      *    BIEZACY PLIK (TA SAMA PETLA CO W AUDYTQ.COB)

           MOVE WS-MIESIAC-OD TO WS-MIESIAC
           PERFORM UNTIL WS-MIESIAC > WS-MIESIAC-DO
              MOVE SPACES TO WS-PLIK-NAZWA
              STRING "Audyt-20" WS-MIESIAC ".txt"
                     DELIMITED BY SIZE INTO WS-PLIK-NAZWA
              PERFORM 310-CZYTAJ-PLIK
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
           PERFORM 310-CZYTAJ-PLIK
           .

       310-CZYTAJ-PLIK.

           OPEN INPUT AUDYTFILE
           IF ERR-A = 0
              MOVE SPACES TO WS-LINIA
              READ AUDYTFILE INTO WS-LINIA
              PERFORM UNTIL ERR-A > 0
                 PERFORM 320-LINIA-AUDYTU
                 MOVE SPACES TO WS-LINIA
                 READ AUDYTFILE INTO WS-LINIA
              END-PERFORM
              CLOSE AUDYTFILE
           END-IF
           .

       320-LINIA-AUDYTU.

      *    LINIE SPRZED MIESIACA POCZATKOWEGO (NIEZROLOWANE) NIE
      *    WCHODZA ANI DO LICZNIKOW, ANI DO KSIEGI

           ADD 1 TO WS-PRZECZYTANE
           IF WS-L-DATA IS NOT NUMERIC
              ADD 1 TO WS-BEZ-DATY
           ELSE
              IF WS-L-DATA(1:4) NOT < WS-MIESIAC-OD
                 MOVE WS-L-DATA(1:4) TO WS-MC-SZUK
                 PERFORM 350-MIESIAC-TABELI
                 MOVE 0 TO WS-CZAS-N
                 IF WS-L-CZAS IS NUMERIC
                    MOVE WS-L-CZAS TO WS-CZAS-N
                 END-IF
                 IF WS-MC-I > 0
                    ADD 1 TO WS-MC-AUDYT (WS-MC-I)
                 END-IF
                 IF WS-L-NR IS NUMERIC
                    AND WS-L-KONTROLA IS NUMERIC
                    IF WS-MC-I > 0
                       ADD 1 TO WS-MC-AUD-LAN (WS-MC-I)
                    END-IF
                    MOVE WS-L-NR TO WS-OST-NR
                    MOVE WS-L-KONTROLA TO WS-OST-KONTROLA
                 END-IF

                 IF NOT TRYB-KONTROLA
                    AND NOT WS-JEST-BLAD-ZAPISU
                    AND WS-L-DATA NOT < WS-HW-POCZ
                    PERFORM 330-ZAKSIEGUJ
                 END-IF

                 IF WS-L-DATA > WS-HW-DATA
                    OR (WS-L-DATA = WS-HW-DATA
                        AND WS-CZAS-N > WS-HW-CZAS)
                    MOVE WS-L-DATA TO WS-HW-DATA
                    MOVE WS-CZAS-N TO WS-HW-CZAS
                 END-IF
              END-IF
           END-IF
           .

       330-ZAKSIEGUJ.

      *    KLUCZ JUZ ISTNIEJE (22) = LINIA ZAKSIEGOWANA WCZESNIEJ

           MOVE WS-L-TOWAR TO TOWAR-RM
           MOVE WS-L-LOK TO LOK-RM
           MOVE WS-L-DATA TO DATA-RM
           MOVE WS-CZAS-N TO CZAS-RM
           MOVE 0 TO NR-LAN-RM
           IF WS-L-NR IS NUMERIC
              AND WS-L-KONTROLA IS NUMERIC
              MOVE WS-L-NR TO NR-LAN-RM
           END-IF
           MOVE WS-L-TYP TO TYP-RM
           MOVE WS-L-DATA TO DATA-DT-RM
           MOVE WS-L-TYP TO TYP-DT-RM
           MOVE WS-LINIA TO LINIA-RM

           WRITE RUCH-REC
           EVALUATE ERR-RM
              WHEN 0
                 ADD 1 TO WS-ZAKSIEGOWANE
              WHEN 22
                 ADD 1 TO WS-JUZ-BYLY
              WHEN OTHER
                 DISPLAY "BLAD ZAPISU KSIEGI RUCHOW - KOD " ERR-RM
                         " (" WS-PLIK-NAZWA ")"
                 MOVE "T" TO WS-BLAD-ZAPISU
           END-EVALUATE
           .

       350-MIESIAC-TABELI.

      *    POZYCJA MIESIACA WS-MC-SZUK W TABELI (DODAWANA, GDY
      *    JEJ NIE MA); WS-MC-I = 0 PO PRZEKROCZENIU LIMITU

           MOVE 0 TO WS-MC-I
           PERFORM VARYING WS-MC-J FROM 1 BY 1
                   UNTIL WS-MC-J > WS-MC-N OR WS-MC-I > 0
              IF WS-MC-MIES (WS-MC-J) = WS-MC-SZUK
                 MOVE WS-MC-J TO WS-MC-I
              END-IF
           END-PERFORM
           IF WS-MC-I = 0
              IF WS-MC-N < 400
                 ADD 1 TO WS-MC-N
                 MOVE WS-MC-N TO WS-MC-I
                 MOVE WS-MC-SZUK TO WS-MC-MIES (WS-MC-I)
                 MOVE 0 TO WS-MC-AUDYT (WS-MC-I)
                 MOVE 0 TO WS-MC-AUD-LAN (WS-MC-I)
                 MOVE 0 TO WS-MC-KSIEGA (WS-MC-I)
                 MOVE 0 TO WS-MC-KS-LAN (WS-MC-I)
              ELSE
                 MOVE "T" TO WS-MC-LIMIT
              END-IF
           END-IF
           .

       400-POLICZ-KSIEGE.

      *    REKORDY KSIEGI WG KLUCZA DATA/TYP OD MIESIACA
      *    POCZATKOWEGO

           COMPUTE DATA-DT-RM = WS-MIESIAC-OD * 100 + 1
           MOVE LOW-VALUES TO TYP-DT-RM
           START RUCHYFILE KEY NOT < KLUCZ-DT-RM
           IF ERR-RM = 0
              READ RUCHYFILE NEXT
              PERFORM UNTIL ERR-RM > 0
                 MOVE DATA-DT-RM(1:4) TO WS-MC-SZUK
                 PERFORM 350-MIESIAC-TABELI
                 IF WS-MC-I > 0
                    ADD 1 TO WS-MC-KSIEGA (WS-MC-I)
                    IF NR-LAN-RM > 0
                       ADD 1 TO WS-MC-KS-LAN (WS-MC-I)
                    END-IF
                 END-IF
                 READ RUCHYFILE NEXT
              END-PERFORM
           END-IF
           .

       500-ZAPISZ-STAN.

           MOVE WS-HW-DATA TO WS-ST-DATA-O
           MOVE WS-HW-CZAS TO WS-ST-CZAS-O
           MOVE WS-OST-NR TO WS-ST-NR-O
           MOVE WS-OST-KONTROLA TO WS-ST-KONTROLA-O
           MOVE WS-DZIS TO WS-ST-PRZEBIEG-O
           MOVE WS-TERAZ TO WS-ST-PRZ-CZAS-O
           OPEN OUTPUT STANFILE
           IF ERR-ST = 0
              WRITE STAN-REC FROM WS-STAN-LINIA
           ELSE
              DISPLAY "NIE MOZNA ZAPISAC RuchyMagazynoweStan.txt "
                      "- KOD " ERR-ST
              MOVE "T" TO WS-BLAD-ZAPISU
           END-IF
           CLOSE STANFILE
           .

       600-POROWNAJ.

           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I > WS-MC-N
              MOVE WS-MC-MIES (WS-MC-I) TO WS-ML-MIES-O
              MOVE WS-MC-AUDYT (WS-MC-I) TO WS-ML-AUDYT-O
              MOVE WS-MC-AUD-LAN (WS-MC-I) TO WS-ML-AUD-LAN-O
              MOVE WS-MC-KSIEGA (WS-MC-I) TO WS-ML-KSIEGA-O
              MOVE WS-MC-KS-LAN (WS-MC-I) TO WS-ML-KS-LAN-O
              IF WS-MC-AUDYT (WS-MC-I) = WS-MC-KSIEGA (WS-MC-I)
                 AND WS-MC-AUD-LAN (WS-MC-I) =
                     WS-MC-KS-LAN (WS-MC-I)
                 MOVE "ZGODNE" TO WS-ML-WYNIK-O
              ELSE
                 MOVE "NIEZGODNE" TO WS-ML-WYNIK-O
                 ADD 1 TO WS-NIEZGODNE
              END-IF
              DISPLAY WS-MC-LINIA
           END-PERFORM
           .

       700-SPRAWDZ-SWIADKA.

      *    OSTATNIA LINIA LANCUCHA W PLIKACH AUDYTU = SWIADEK
      *    (INACZEJ AUDYT DOPISANO W TRAKCIE LUB KONIEC UCIETO)

           OPEN INPUT SWIADEKFILE
           IF ERR-SW = 0
              READ SWIADEKFILE INTO WS-SWIADEK-LINIA
              IF ERR-SW = 0
                 IF WS-SW-NR-O NOT = WS-OST-NR
                    OR WS-SW-KONTROLA-O NOT = WS-OST-KONTROLA
                    DISPLAY "OSTATNIA LINIA LANCUCHA (NR " WS-OST-NR
                            " KONTROLA " WS-OST-KONTROLA
                            ") NIE ZGADZA SIE ZE SWIADKIEM (NR "
                            WS-SW-NR-O " KONTROLA "
                            WS-SW-KONTROLA-O ")"
                    ADD 1 TO WS-NIEZGODNE
                 ELSE
                    DISPLAY "KONIEC LANCUCHA ZGODNY ZE SWIADKIEM - NR "
                            WS-OST-NR
                 END-IF
              END-IF
              CLOSE SWIADEKFILE
           END-IF
           .
