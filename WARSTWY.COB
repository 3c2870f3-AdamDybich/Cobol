       IDENTIFICATION DIVISION.

      *    WARSTWY - PODPROGRAM WARSTW KOSZTU FIFO (WYCENA
      *    ROWNOLEGLA DO SREDNIOWAZONEJ CENA-ZAKUP). KAZDY
      *    PRZYROST STANU TOWARU/LOKALIZACJI TWORZY WARSTWE
      *    (DATA PRZYJECIA, ILOSC, KOSZT JEDNOSTKOWY, DOKUMENT),
      *    KAZDY UBYTEK ZDEJMUJE WARSTWY OD NAJSTARSZEJ. PLIK
      *    WarstwyKosztu, KAZDA ZMIANA WARSTWY IDZIE PELNYM
      *    OBRAZEM DO DziennikBaza5.txt (PROGRAM "WARSTWY"),
      *    WIEC ROLL-FORWARD W ODTWORZ PRZEGRYWA TEZ WARSTWY.
      *    CALL "WARSTWY" USING GRUPA PARAMETROW (UKLAD JAK
      *    WR-PARAMETRY PONIZEJ, FUNKCJA W WR-FUNKCJA):
      *       U - UZGODNIJ WARSTWY TOWAR/LOKALIZACJA Z NOWYM
      *           STANEM WR-ILOSC: NADWYZKE WARSTW ZDEJMUJE
      *           OD NAJSTARSZEJ, BRAK DOKLADA NOWA WARSTWA
      *           Z DZISIEJSZA DATA PO KOSZCIE WR-KOSZT
      *       T - PRZENIESIENIE WR-ILOSC Z WR-LOKALIZACJA DO
      *           WR-LOK-CEL - WARSTWY ZACHOWUJA DATE I KOSZT
      *       N - NARZUT KOSZTOW DOSTAWY WR-KWOTA NA WARSTWY
      *           DOKUMENTU WR-DOKUMENT (PRZYJETE WR-ILOSC):
      *           KOSZT JEDN. ROSNIE O WR-KWOTA / WR-ILOSC;
      *           WR-ZMIANA = ILOSC JESZCZE NA STANIE
      *       K - KOPIA WARSTW DO PLIKU TOWARZYSZACEGO KOPII
      *           BAZA5 WR-NAZWA (Baza5_... -> Warstwy_...)
      *       O - ODTWORZENIE WARSTW Z KOPII TOWARZYSZACEJ
      *       J - PRZEGRANIE WPISU DZIENNIKA (WR-OPER, WR-OBRAZ)
      *    WR-WYNIK = 0 GDY OK, INACZEJ KOD STATUSU PLIKU

       PROGRAM-ID. WARSTWY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARSTWYFILE ASSIGN TO "WarstwyKosztu"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-W
               STATUS ERR-W.

           SELECT KOPIAFILE ASSIGN TO WS-KOPIA-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-KW
               STATUS ERR-KW.

           SELECT DZIENNIKFILE ASSIGN TO "DziennikBaza5.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-DZN.

       DATA DIVISION.

       FILE SECTION.

      *    WARSTWA KOSZTU: KLUCZ TOWAR/LOKALIZACJA/DATA PRZYJECIA/
      *    KOLEJNY NUMER W DNIU - KOLEJNOSC KLUCZA TO KOLEJNOSC
      *    ZDEJMOWANIA (FIFO). ZRODLO: P - PRZYJECIE PZ,
      *    T - PRZENIESIENIE, K - KOREKTA/INNY PRZYROST

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

       FD KOPIAFILE  BLOCK CONTAINS 0.
       01 KOPIA-REC.
          05 KLUCZ-KW           PIC X(43).
          05 FILLER             PIC X(40).

       FD DZIENNIKFILE.
       01 DZIENNIK-REC PIC X(180).

       WORKING-STORAGE SECTION.
       01 ERR-W PIC 99.
       01 ERR-KW PIC 99.
       01 ERR-DZN PIC 99.

       01 WS-KOPIA-NAZWA PIC X(40).
       01 WS-DZIS PIC 9(6).
       01 WS-DZN-OPER PIC X(8).
       01 WS-DZIENNIK-LINIA.
          05 WS-DZN-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-DZN-CZAS-O    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-DZN-PROGRAM-O PIC X(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-DZN-OPER-O    PIC X(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-DZN-OBRAZ-O   PIC X(142).

      *    WARSTWY JEDNEGO TOWARU/LOKALIZACJI OD NAJSTARSZEJ -
      *    ZMIANY IDA POTEM ODCZYTEM PO KLUCZU, BEZ ZALEZNOSCI
      *    OD POZYCJI ODCZYTU SEKWENCYJNEGO

       01 WS-WA-N PIC 9(4) VALUE 0.
       01 WS-WA-I PIC 9(4).
       01 WS-WA-PELNA PIC X(1) VALUE "N".
          88 WS-WA-PRZEPELNIONA VALUE "T".
       01 WS-WA-TAB OCCURS 500.
          05 WS-WA-KLUCZ     PIC X(43).
          05 WS-WA-DATA      PIC 9(6).
          05 WS-WA-ILOSC     PIC 9(7)V99.
          05 WS-WA-KOSZT     PIC 9(7)V9999.
          05 WS-WA-DOKUMENT  PIC X(10).

       01 WS-SUMA-WARSTW PIC 9(9)V99.
       01 WS-DO-ZDJECIA PIC 9(9)V99.
       01 WS-PORCJA PIC 9(7)V99.
       01 WS-NARZUT-JEDN PIC 9(7)V9999.
       01 WS-NOWY-NR PIC 9(7).
       01 WS-NOWA-DATA PIC 9(6).
       01 WS-NOWA-LOK PIC X(10).
       01 WS-NOWA-ILOSC PIC 9(7)V99.
       01 WS-NOWY-KOSZT PIC 9(7)V9999.
       01 WS-NOWY-DOKUMENT PIC X(10).
       01 WS-NOWE-ZRODLO PIC X(1).

       LINKAGE SECTION.
       01 WR-PARAMETRY.
          05 WR-FUNKCJA        PIC X(1).
          05 WR-TOWAR          PIC X(20).
          05 WR-LOKALIZACJA    PIC X(10).
          05 WR-LOK-CEL        PIC X(10).
          05 WR-ILOSC          PIC 9(7)V99.
          05 WR-KOSZT          PIC 9(7)V9999.
          05 WR-KWOTA          PIC 9(9)V99.
          05 WR-DOKUMENT       PIC X(10).
          05 WR-ZRODLO         PIC X(1).
          05 WR-NAZWA          PIC X(40).
          05 WR-OPER           PIC X(8).
          05 WR-OBRAZ          PIC X(142).
          05 WR-WYNIK          PIC 9(2).
          05 WR-ZMIANA         PIC 9(7)V99.

       PROCEDURE DIVISION USING WR-PARAMETRY.

           MOVE 0 TO WR-WYNIK
           MOVE 0 TO WR-ZMIANA
           ACCEPT WS-DZIS FROM DATE

           EVALUATE WR-FUNKCJA
              WHEN "K"
                 PERFORM 600-KOPIA
              WHEN "O"
                 PERFORM 650-ODTWORZ-Z-KOPII
              WHEN OTHER
                 PERFORM 050-OTWORZ
                 IF WR-WYNIK = 0
                    EVALUATE WR-FUNKCJA
                       WHEN "U"
                          PERFORM 200-UZGODNIJ
                       WHEN "T"
                          PERFORM 300-PRZENIES
                       WHEN "N"
                          PERFORM 400-NARZUT
                       WHEN "J"
                          PERFORM 500-WPIS-DZIENNIKA
                       WHEN OTHER
                          MOVE 99 TO WR-WYNIK
                    END-EVALUATE
                    CLOSE WARSTWYFILE
                 END-IF
           END-EVALUATE

           GOBACK
           .

       050-OTWORZ.

           OPEN I-O WARSTWYFILE
           IF ERR-W = 35
              CLOSE WARSTWYFILE
              OPEN OUTPUT WARSTWYFILE
              CLOSE WARSTWYFILE
              OPEN I-O WARSTWYFILE
           END-IF
           IF ERR-W NOT = 0
              MOVE ERR-W TO WR-WYNIK
           END-IF
           .

       100-WCZYTAJ-WARSTWY.

      *    WARSTWY WR-TOWAR W LOKALIZACJI WS-NOWA-LOK DO TABELI,
      *    SUMA ILOSCI W WS-SUMA-WARSTW

           MOVE 0 TO WS-WA-N
           MOVE 0 TO WS-SUMA-WARSTW
           MOVE "N" TO WS-WA-PELNA
           MOVE WR-TOWAR TO TOWAR-W
           MOVE WS-NOWA-LOK TO LOKALIZACJA-W
           MOVE 0 TO DATA-W
           MOVE 0 TO NR-W
           START WARSTWYFILE KEY NOT < KLUCZ-W
           IF ERR-W = 0
              READ WARSTWYFILE NEXT
              PERFORM UNTIL ERR-W > 0
                      OR TOWAR-W NOT = WR-TOWAR
                      OR LOKALIZACJA-W NOT = WS-NOWA-LOK
                 IF WS-WA-N < 500
                    ADD 1 TO WS-WA-N
                    MOVE KLUCZ-W TO WS-WA-KLUCZ (WS-WA-N)
                    MOVE DATA-W TO WS-WA-DATA (WS-WA-N)
                    MOVE ILOSC-W TO WS-WA-ILOSC (WS-WA-N)
                    MOVE KOSZT-W TO WS-WA-KOSZT (WS-WA-N)
                    MOVE DOKUMENT-W TO WS-WA-DOKUMENT (WS-WA-N)
                 ELSE
                    MOVE "T" TO WS-WA-PELNA
                 END-IF
                 ADD ILOSC-W TO WS-SUMA-WARSTW
                 READ WARSTWYFILE NEXT
              END-PERFORM
           END-IF
           .

       110-WCZYTAJ-DOKUMENT.

      *    WARSTWY WR-TOWAR Z DOKUMENTEM WR-DOKUMENT, KAZDA
      *    LOKALIZACJA

           MOVE 0 TO WS-WA-N
           MOVE WR-TOWAR TO TOWAR-W
           MOVE LOW-VALUES TO LOKALIZACJA-W
           MOVE 0 TO DATA-W
           MOVE 0 TO NR-W
           START WARSTWYFILE KEY NOT < KLUCZ-W
           IF ERR-W = 0
              READ WARSTWYFILE NEXT
              PERFORM UNTIL ERR-W > 0
                      OR TOWAR-W NOT = WR-TOWAR
                 IF DOKUMENT-W = WR-DOKUMENT AND WS-WA-N < 500
                    ADD 1 TO WS-WA-N
                    MOVE KLUCZ-W TO WS-WA-KLUCZ (WS-WA-N)
                    MOVE DATA-W TO WS-WA-DATA (WS-WA-N)
                    MOVE ILOSC-W TO WS-WA-ILOSC (WS-WA-N)
                    MOVE KOSZT-W TO WS-WA-KOSZT (WS-WA-N)
                    MOVE DOKUMENT-W TO WS-WA-DOKUMENT (WS-WA-N)
                 END-IF
                 READ WARSTWYFILE NEXT
              END-PERFORM
           END-IF
           .

       200-UZGODNIJ.

           MOVE WR-LOKALIZACJA TO WS-NOWA-LOK
           PERFORM 100-WCZYTAJ-WARSTWY

           IF WS-SUMA-WARSTW > WR-ILOSC
              COMPUTE WS-DO-ZDJECIA = WS-SUMA-WARSTW - WR-ILOSC
              MOVE WS-DO-ZDJECIA TO WR-ZMIANA
              PERFORM 210-ZDEJMIJ-NAJSTARSZE
      *       PONAD 500 WARSTW: WYCZERPANE SA JUZ USUNIETE, WIEC
      *       KOLEJNE WCZYTANIE DAJE NASTEPNE OD NAJSTARSZEJ
              PERFORM UNTIL WS-DO-ZDJECIA = 0
                      OR NOT WS-WA-PRZEPELNIONA
                      OR WR-WYNIK NOT = 0
                 PERFORM 100-WCZYTAJ-WARSTWY
                 PERFORM 210-ZDEJMIJ-NAJSTARSZE
              END-PERFORM
           END-IF

           IF WS-SUMA-WARSTW < WR-ILOSC
              COMPUTE WS-NOWA-ILOSC = WR-ILOSC - WS-SUMA-WARSTW
              MOVE WS-NOWA-ILOSC TO WR-ZMIANA
              MOVE WS-DZIS TO WS-NOWA-DATA
              MOVE WR-KOSZT TO WS-NOWY-KOSZT
              MOVE WR-DOKUMENT TO WS-NOWY-DOKUMENT
              MOVE WR-ZRODLO TO WS-NOWE-ZRODLO
              IF WS-NOWE-ZRODLO = SPACE
                 MOVE "K" TO WS-NOWE-ZRODLO
              END-IF
              PERFORM 800-DOLOZ-WARSTWE
           END-IF
           .

       210-ZDEJMIJ-NAJSTARSZE.

      *    ZDEJMUJE WS-DO-ZDJECIA Z WARSTW OD NAJSTARSZEJ;
      *    WYCZERPANA WARSTWA JEST USUWANA

           PERFORM VARYING WS-WA-I FROM 1 BY 1
                   UNTIL WS-WA-I > WS-WA-N OR WS-DO-ZDJECIA = 0
              MOVE WS-WA-KLUCZ (WS-WA-I) TO KLUCZ-W
              READ WARSTWYFILE
              IF ERR-W = 0
                 IF ILOSC-W > WS-DO-ZDJECIA
                    SUBTRACT WS-DO-ZDJECIA FROM ILOSC-W
                    MOVE 0 TO WS-DO-ZDJECIA
                    REWRITE WARSTWA-REC
                    MOVE "WREWRITE" TO WS-DZN-OPER
                 ELSE
                    SUBTRACT ILOSC-W FROM WS-DO-ZDJECIA
                    MOVE 0 TO ILOSC-W
                    DELETE WARSTWYFILE
                    MOVE "WDELETE" TO WS-DZN-OPER
                 END-IF
                 IF ERR-W = 0
                    PERFORM 900-DZIENNIK-ZAPISZ
                 ELSE
                    MOVE ERR-W TO WR-WYNIK
                 END-IF
              ELSE
                 MOVE ERR-W TO WR-WYNIK
              END-IF
           END-PERFORM
           .

       300-PRZENIES.

      *    PRZENIESIENIE MIEDZY LOKALIZACJAMI: Z LOKALIZACJI
      *    ZRODLOWEJ SCHODZA NAJSTARSZE WARSTWY, W DOCELOWEJ
      *    POWSTAJA WARSTWY Z TA SAMA DATA, KOSZTEM I DOKUMENTEM
      *    (CZESC NIEPOKRYTA WARSTWAMI IDZIE PO WR-KOSZT)

           MOVE WR-LOKALIZACJA TO WS-NOWA-LOK
           PERFORM 100-WCZYTAJ-WARSTWY
           MOVE WR-ILOSC TO WS-DO-ZDJECIA

           PERFORM VARYING WS-WA-I FROM 1 BY 1
                   UNTIL WS-WA-I > WS-WA-N OR WS-DO-ZDJECIA = 0
              IF WS-WA-ILOSC (WS-WA-I) > WS-DO-ZDJECIA
                 MOVE WS-DO-ZDJECIA TO WS-PORCJA
              ELSE
                 MOVE WS-WA-ILOSC (WS-WA-I) TO WS-PORCJA
              END-IF
              MOVE WS-WA-KLUCZ (WS-WA-I) TO KLUCZ-W
              READ WARSTWYFILE
              IF ERR-W = 0
                 IF ILOSC-W > WS-PORCJA
                    SUBTRACT WS-PORCJA FROM ILOSC-W
                    REWRITE WARSTWA-REC
                    MOVE "WREWRITE" TO WS-DZN-OPER
                 ELSE
                    MOVE 0 TO ILOSC-W
                    DELETE WARSTWYFILE
                    MOVE "WDELETE" TO WS-DZN-OPER
                 END-IF
                 IF ERR-W = 0
                    PERFORM 900-DZIENNIK-ZAPISZ
                    SUBTRACT WS-PORCJA FROM WS-DO-ZDJECIA
                    ADD WS-PORCJA TO WR-ZMIANA
                    MOVE WR-LOK-CEL TO WS-NOWA-LOK
                    MOVE WS-WA-DATA (WS-WA-I) TO WS-NOWA-DATA
                    MOVE WS-PORCJA TO WS-NOWA-ILOSC
                    MOVE WS-WA-KOSZT (WS-WA-I) TO WS-NOWY-KOSZT
                    MOVE WS-WA-DOKUMENT (WS-WA-I)
                         TO WS-NOWY-DOKUMENT
                    MOVE "T" TO WS-NOWE-ZRODLO
                    PERFORM 810-ZAPISZ-WARSTWE
                 ELSE
                    MOVE ERR-W TO WR-WYNIK
                 END-IF
              END-IF
           END-PERFORM

           IF WS-DO-ZDJECIA > 0
              MOVE WR-LOK-CEL TO WS-NOWA-LOK
              MOVE WS-DZIS TO WS-NOWA-DATA
              MOVE WS-DO-ZDJECIA TO WS-NOWA-ILOSC
              MOVE WR-KOSZT TO WS-NOWY-KOSZT
              MOVE SPACES TO WS-NOWY-DOKUMENT
              MOVE "T" TO WS-NOWE-ZRODLO
              PERFORM 810-ZAPISZ-WARSTWE
           END-IF
           .

       400-NARZUT.

      *    KOSZTY DOSTAWY ROZLICZONE PO PRZYJECIU: NARZUT NA
      *    JEDNOSTKE PRZYJETEJ ILOSCI DOPISANY DO WARSTW
      *    DOKUMENTU; CZESC JUZ ZDJETA ZE STANU NARZUTU NIE
      *    DOSTAJE (WIDAC TO W WR-ZMIANA). WARSTWY DOKUMENTU
      *    SZUKANE WE WSZYSTKICH LOKALIZACJACH TOWARU (DOSTAWA
      *    MOGLA TRAFIC NA INNE MIEJSCE LUB ZOSTAC PRZENIESIONA)

           IF WR-ILOSC = 0
              MOVE 0 TO WS-NARZUT-JEDN
           ELSE
              COMPUTE WS-NARZUT-JEDN ROUNDED = WR-KWOTA / WR-ILOSC
           END-IF
           PERFORM 110-WCZYTAJ-DOKUMENT

           PERFORM VARYING WS-WA-I FROM 1 BY 1
                   UNTIL WS-WA-I > WS-WA-N
              IF WS-WA-DOKUMENT (WS-WA-I) = WR-DOKUMENT
                 AND WS-NARZUT-JEDN > 0
                 MOVE WS-WA-KLUCZ (WS-WA-I) TO KLUCZ-W
                 READ WARSTWYFILE
                 IF ERR-W = 0
                    ADD WS-NARZUT-JEDN TO KOSZT-W
                    REWRITE WARSTWA-REC
                    IF ERR-W = 0
                       MOVE "WREWRITE" TO WS-DZN-OPER
                       PERFORM 900-DZIENNIK-ZAPISZ
                       ADD ILOSC-W TO WR-ZMIANA
                    ELSE
                       MOVE ERR-W TO WR-WYNIK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       500-WPIS-DZIENNIKA.

      *    ROLL-FORWARD: OBRAZ WARSTWY Z DZIENNIKA ZASTEPUJE
      *    WARSTWE (WDELETE USUWA) - PRZEGRANIE JEST POWTARZALNE

           MOVE WR-OBRAZ(1:83) TO WARSTWA-REC
           IF WR-OPER = "WDELETE"
              READ WARSTWYFILE
              IF ERR-W = 0
                 DELETE WARSTWYFILE
              END-IF
           ELSE
              READ WARSTWYFILE
              MOVE WR-OBRAZ(1:83) TO WARSTWA-REC
              IF ERR-W = 0
                 REWRITE WARSTWA-REC
              ELSE
                 WRITE WARSTWA-REC
              END-IF
           END-IF
           IF ERR-W NOT = 0
              MOVE ERR-W TO WR-WYNIK
           END-IF
           .

       600-KOPIA.

      *    KOPIA WARSTW OBOK KOPII BAZA5 - TA SAMA NAZWA Z
      *    PRZEDROSTKIEM Warstwy ZAMIAST Baza5

           PERFORM 690-NAZWA-KOPII
           OPEN INPUT WARSTWYFILE
           IF ERR-W NOT = 0
              MOVE ERR-W TO WR-WYNIK
           ELSE
              OPEN OUTPUT KOPIAFILE
              IF ERR-KW NOT = 0
                 MOVE ERR-KW TO WR-WYNIK
              ELSE
                 MOVE LOW-VALUES TO KLUCZ-W
                 START WARSTWYFILE KEY NOT < KLUCZ-W
                 IF ERR-W = 0
                    READ WARSTWYFILE NEXT
                    PERFORM UNTIL ERR-W > 0
                       WRITE KOPIA-REC FROM WARSTWA-REC
                       IF ERR-KW NOT = 0
                          MOVE ERR-KW TO WR-WYNIK
                       ELSE
                          ADD 1 TO WR-ZMIANA
                       END-IF
                       READ WARSTWYFILE NEXT
                    END-PERFORM
                 END-IF
              END-IF
              CLOSE KOPIAFILE
           END-IF
           CLOSE WARSTWYFILE
           .

       650-ODTWORZ-Z-KOPII.

      *    PELNE ODTWORZENIE WARSTW Z KOPII TOWARZYSZACEJ; BEZ
      *    KOPII WARSTWY ZOSTAJA NIERUSZONE (WR-WYNIK = STATUS)

           PERFORM 690-NAZWA-KOPII
           OPEN INPUT KOPIAFILE
           IF ERR-KW NOT = 0
              MOVE ERR-KW TO WR-WYNIK
              CLOSE KOPIAFILE
           ELSE
              OPEN OUTPUT WARSTWYFILE
              IF ERR-W NOT = 0
                 MOVE ERR-W TO WR-WYNIK
              ELSE
                 MOVE LOW-VALUES TO KLUCZ-KW
                 START KOPIAFILE KEY NOT < KLUCZ-KW
                 IF ERR-KW = 0
                    READ KOPIAFILE NEXT
                    PERFORM UNTIL ERR-KW > 0
                       WRITE WARSTWA-REC FROM KOPIA-REC
                       IF ERR-W NOT = 0
                          MOVE ERR-W TO WR-WYNIK
                       ELSE
                          ADD 1 TO WR-ZMIANA
                       END-IF
                       READ KOPIAFILE NEXT
                    END-PERFORM
                 END-IF
              END-IF
              CLOSE WARSTWYFILE
              CLOSE KOPIAFILE
           END-IF
           .

       690-NAZWA-KOPII.

           MOVE SPACES TO WS-KOPIA-NAZWA
           IF WR-NAZWA(1:5) = "Baza5"
              STRING "Warstwy" WR-NAZWA(6:35)
                     DELIMITED BY SIZE INTO WS-KOPIA-NAZWA
           ELSE
              STRING "Warstwy_" WR-NAZWA
                     DELIMITED BY SIZE INTO WS-KOPIA-NAZWA
           END-IF
           .

       800-DOLOZ-WARSTWE.

           MOVE WR-LOKALIZACJA TO WS-NOWA-LOK
           PERFORM 810-ZAPISZ-WARSTWE
           .

       810-ZAPISZ-WARSTWE.

      *    NOWA WARSTWA WS-NOWA-LOK/WS-NOWA-DATA Z KOLEJNYM
      *    NUMEREM W TYM DNIU

           MOVE 0 TO WS-NOWY-NR
           MOVE WR-TOWAR TO TOWAR-W
           MOVE WS-NOWA-LOK TO LOKALIZACJA-W
           MOVE WS-NOWA-DATA TO DATA-W
           MOVE 0 TO NR-W
           START WARSTWYFILE KEY NOT < KLUCZ-W
           IF ERR-W = 0
              READ WARSTWYFILE NEXT
              PERFORM UNTIL ERR-W > 0
                      OR TOWAR-W NOT = WR-TOWAR
                      OR LOKALIZACJA-W NOT = WS-NOWA-LOK
                      OR DATA-W NOT = WS-NOWA-DATA
                 MOVE NR-W TO WS-NOWY-NR
                 READ WARSTWYFILE NEXT
              END-PERFORM
           END-IF

           MOVE WR-TOWAR TO TOWAR-W
           MOVE WS-NOWA-LOK TO LOKALIZACJA-W
           MOVE WS-NOWA-DATA TO DATA-W
           COMPUTE NR-W = WS-NOWY-NR + 1
           MOVE WS-NOWA-ILOSC TO ILOSC-PRZYJ-W
           MOVE WS-NOWA-ILOSC TO ILOSC-W
           MOVE WS-NOWY-KOSZT TO KOSZT-W
           MOVE WS-NOWY-DOKUMENT TO DOKUMENT-W
           MOVE WS-NOWE-ZRODLO TO ZRODLO-W
           WRITE WARSTWA-REC
           IF ERR-W = 0
              MOVE "WWRITE" TO WS-DZN-OPER
              PERFORM 900-DZIENNIK-ZAPISZ
           ELSE
              MOVE ERR-W TO WR-WYNIK
           END-IF
           .

       900-DZIENNIK-ZAPISZ.

      *    OBRAZ WARSTWY PO ZMIANIE DO DZIENNIKA BAZA5 -
      *    ODTWORZ ROZPOZNAJE WPIS PO PROGRAMIE "WARSTWY"

           ACCEPT WS-DZN-DATA-O FROM DATE
           ACCEPT WS-DZN-CZAS-O FROM TIME
           MOVE "WARSTWY" TO WS-DZN-PROGRAM-O
           MOVE WS-DZN-OPER TO WS-DZN-OPER-O
           MOVE SPACES TO WS-DZN-OBRAZ-O
           MOVE WARSTWA-REC TO WS-DZN-OBRAZ-O(1:83)

           OPEN EXTEND DZIENNIKFILE
           IF ERR-DZN NOT = 0
              CLOSE DZIENNIKFILE
              OPEN OUTPUT DZIENNIKFILE
           END-IF
           WRITE DZIENNIK-REC FROM WS-DZIENNIK-LINIA
           CLOSE DZIENNIKFILE
           .
