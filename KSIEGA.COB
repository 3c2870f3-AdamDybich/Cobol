       IDENTIFICATION DIVISION.

      *    KSIEGA - DZIENNY WYCIAG KSIEGOWY: KAZDE ZDARZENIE
      *    MAGAZYNOWE Z ZADANEGO DNIA STAJE SIE LINIA
      *    DZIENNIKA (PRZYJECIA I ZWROTY OBCIAZAJA ZAPAS, WYDANIA
      *    UZNAJA, KOREKTY IDA NA KONTO ROZNIC), WYCENIONA PO
      *    KOSZCIE ZAKUPU Z BAZA5. KONTA WN/MA SA ROZWIAZYWANE
      *    Z PLIKU MAPOWANIA KontaKsiegowe.txt (KATEGORIA TYP
      *    KONTO-WN KONTO-MA; KATEGORIA "*" = DOMYSLNE).
      *    ROZCHOD WEWNETRZNY "RW-WEWN" (PROGRAM ZUZYCIE) NIESIE
      *    KOD MPK W POLU OPERACJI - WIERSZ "KOD-MPK RW-WEWN"
      *    WSKAZUJE KONTO KOSZTOW MPK I MA PIERWSZENSTWO PRZED
      *    WIERSZEM KATEGORII.
      *    PRZESUNIECIE MIEDZYMAGAZYNOWE W DWOCH KROKACH IDZIE
      *    PRZEZ KONTO TOWARU W DRODZE: TYPY MM-WYSYLKA,
      *    MM-PRZYJECIE, MM-USZKODZ I MM-BRAK SA WYCENIANE PO
      *    KOSZCIE Z WYSYLKI (TowarWDrodze, NUMER MM Z WPISU
      *    AUDYTU), ZEBY KONTO W DRODZE ZAMYKALO SIE DO ZERA.
      *    PLIK INTERFEJSU KsiegaInterfejs.txt JEST ZWALNIANY
      *    TYLKO, GDY SUMY WN I MA PARTII SIE ROWNOWAZA I ZADNA
      *    LINIA NIE ZOSTALA POMINIETA Z BRAKU MAPOWANIA.
      *    ZDARZENIA DNIA SA CZYTANE Z KSIEGI RUCHOW
      *    RuchyMagazynowe PO KLUCZU DATA/TYP (NOCNY KROK RUCHY
      *    MUSI JA WCZESNIEJ DOKSIEGOWAC - GDY KSIEGA NIE
      *    OBEJMUJE CALEGO AUDYTU, WYCIAG NIE POWSTAJE, KOD 8)

       PROGRAM-ID. KSIEGA.

               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT RUCHYFILE ASSIGN TO "RuchyMagazynowe"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-RM
               ALTERNATE RECORD KEY KLUCZ-DT-RM WITH DUPLICATES
               STATUS ERR-RM.

           SELECT STANFILE ASSIGN TO "RuchyMagazynoweStan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ST.

           SELECT SWIADEKFILE ASSIGN TO "AudytSwiadek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SW.

           SELECT TRANZYTFILE ASSIGN TO "TowarWDrodze"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-MM-TW
               STATUS ERR-TW.

           SELECT KONTAFILE ASSIGN TO "KontaKsiegowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
          05 WLASCICIEL PIC X(1).
          05 KOD-WLASCICIELA PIC X(10).

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

       FD STANFILE.
       01 STAN-REC PIC X(60).

       FD SWIADEKFILE.
       01 SWIADEK-REC PIC X(16).

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

       FD KONTAFILE.
       01 KONTA-REC PIC X(50).

       WORKING-STORAGE SECTION.
       01 ERR    PIC 99.
       01 ERR-RM PIC 99.
       01 ERR-ST PIC 99.
       01 ERR-SW PIC 99.
       01 ERR-KT PIC 99.
       01 ERR-GL PIC 99.
       01 ERR-TW PIC 99.
       01 WS-TW-PLIK PIC X(1) VALUE "N".
          88 WS-TW-JEST-PLIK VALUE "T".

       01 WS-PARAM-DATA PIC X(6).
       01 WS-DZIEN PIC 9(6).

      *    STAN KSIEGI RUCHOW (PISZE GO RUCHY) I SWIADEK KONCA
      *    LANCUCHA AUDYTU

       01 WS-STAN-LINIA.
          05 WS-ST-DATA-O      PIC 9(6).
          05 FILLER            PIC X.
          05 WS-ST-CZAS-O      PIC 9(8).
          05 FILLER            PIC X.
          05 WS-ST-NR-O        PIC 9(7).
          05 FILLER            PIC X.
          05 WS-ST-KONTROLA-O  PIC 9(8).
          05 FILLER            PIC X(16).
       01 WS-SWIADEK-LINIA.
          05 WS-SW-NR-O       PIC 9(7).
          05 FILLER           PIC X.
          05 WS-SW-KONTROLA-O PIC 9(8).
       01 WS-RM-AKTUALNA PIC X(1).
          88 WS-RM-JEST-AKTUALNA VALUE "T".

       01 WS-AUDYT-LINE.
          05 WS-AUD-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-TYP-O     PIC X(12).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-LOK-O     PIC X(10).
          05 FILLER           PIC X(27).
          05 WS-AUD-DOKUMENT-O PIC X(10).
       01 WS-PRZED-N PIC 9(7)V99.
       01 WS-PO-N PIC 9(7)V99.
       01 WS-ZMIANA PIC S9(7)V99.
              DISPLAY "BRAK PLIKU MAPOWANIA KontaKsiegowe.txt - "
                      "WYCIAG NIE MOZE POWSTAC"
           ELSE
              PERFORM 150-KSIEGA-AKTUALNA
              IF NOT WS-RM-JEST-AKTUALNA
                 DISPLAY "KSIEGA RUCHOW NIE OBEJMUJE CALEGO AUDYTU "
                         "- NAJPIERW URUCHOM RUCHY"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 200-ZBIERZ-LINIE
                 IF RETURN-CODE = 0
                    PERFORM 300-ZWOLNIJ-PARTIE
                 END-IF
              END-IF
           END-IF

           STOP RUN
           END-IF
           .

       150-KSIEGA-AKTUALNA.

      *    KSIEGA OBEJMUJE DZIEN, GDY JEJ OSTATNIA LINIA LANCUCHA
      *    JEST TA ZE SWIADKA AUDYTU ALBO GDY ZAKSIEGOWANO JUZ
      *    RUCHY Z DNI POZNIEJSZYCH

           MOVE "N" TO WS-RM-AKTUALNA
           OPEN INPUT STANFILE
           IF ERR-ST = 0
              READ STANFILE INTO WS-STAN-LINIA
              IF ERR-ST = 0
                 MOVE "T" TO WS-RM-AKTUALNA
                 IF WS-ST-DATA-O NOT > WS-DZIEN
                    OPEN INPUT SWIADEKFILE
                    IF ERR-SW = 0
                       READ SWIADEKFILE INTO WS-SWIADEK-LINIA
                       IF ERR-SW = 0
                          AND (WS-SW-NR-O NOT = WS-ST-NR-O
                               OR WS-SW-KONTROLA-O NOT =
                                  WS-ST-KONTROLA-O)
                          MOVE "N" TO WS-RM-AKTUALNA
                       END-IF
                       CLOSE SWIADEKFILE
                    END-IF
                 END-IF
              END-IF
              CLOSE STANFILE
           END-IF
           .

       200-ZBIERZ-LINIE.

           MOVE 0 TO WS-GL-N
           MOVE 0 TO WS-BEZ-MAPY
           MOVE "N" TO WS-GL-LIMIT

           OPEN INPUT RUCHYFILE
           IF ERR-RM NOT = 0
              DISPLAY "BRAK KSIEGI RUCHOW RuchyMagazynowe - KOD "
                      ERR-RM
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT INFILE
              OPEN INPUT TRANZYTFILE
              IF ERR-TW = 0
                 MOVE "T" TO WS-TW-PLIK
              END-IF
              MOVE WS-DZIEN TO DATA-DT-RM
              MOVE LOW-VALUES TO TYP-DT-RM
              START RUCHYFILE KEY NOT < KLUCZ-DT-RM
              IF ERR-RM = 0
                 READ RUCHYFILE NEXT
              END-IF
              PERFORM UNTIL ERR-RM > 0 OR DATA-DT-RM NOT = WS-DZIEN
                 MOVE LINIA-RM TO WS-AUDYT-LINE
                 IF WS-AUD-TYP-O NOT = "KWARANTANNA"
                    AND WS-AUD-OPER-O NOT = "ANULOWANIE"
                    AND WS-AUD-OPER-O NOT = "ZMIANA-ZAM"
                    MOVE WS-AUD-PRZED-O TO WS-PRZED-N
                       PERFORM 210-LINIA-DZIENNIKA
                    END-IF
                 END-IF
                 READ RUCHYFILE NEXT
              END-PERFORM
              IF WS-TW-JEST-PLIK
                 CLOSE TRANZYTFILE
              END-IF
              CLOSE INFILE
              CLOSE RUCHYFILE
           END-IF
           .

                 END-IF
              END-IF
           END-IF
           IF WS-AUD-TYP-O(1:3) = "MM-"
              AND WS-AUD-DOKUMENT-O(1:3) = "MM/"
              AND WS-AUD-DOKUMENT-O(4:7) IS NUMERIC
              AND WS-TW-JEST-PLIK
              MOVE WS-AUD-DOKUMENT-O(4:7) TO NR-MM-TW
              READ TRANZYTFILE
              IF ERR-TW = 0
                 MOVE KOSZT-TW TO WS-KOSZT
              END-IF
           END-IF

           IF WS-ZMIANA < 0
              COMPUTE WS-KWOTA = WS-KOSZT * WS-ZMIANA * -1
              ADD 1 TO WS-BEZ-MAPY
              DISPLAY "BRAK MAPOWANIA KONT: KATEGORIA "
                      WS-KATEGORIA " TYP " WS-AUD-TYP-O
                      " OPERACJA " WS-AUD-OPER-O
           ELSE
              IF WS-GL-N < 1000
                 ADD 1 TO WS-GL-N

       220-SZUKAJ-MAPOWANIA.

      *    NAJPIERW DOKLADNA KATEGORIA, POTEM WPIS DOMYSLNY "*";
      *    DLA RW-WEWN PRZED NIMI WIERSZ MPK (POLE OPERACJI)

           MOVE "N" TO WS-KT-ZNALEZIONY
           IF WS-AUD-TYP-O = "RW-WEWN"
              PERFORM VARYING WS-KT-I FROM 1 BY 1
                      UNTIL WS-KT-I > WS-KT-N
                 IF WS-KT-KAT (WS-KT-I) = WS-AUD-OPER-O
                    AND WS-KT-TYP (WS-KT-I) = WS-AUD-TYP-O
                    MOVE "T" TO WS-KT-ZNALEZIONY
                    MOVE WS-KT-WN (WS-KT-I) TO WS-KONTO-WN
                    MOVE WS-KT-MA (WS-KT-I) TO WS-KONTO-MA
                 END-IF
              END-PERFORM
           END-IF
           IF NOT WS-KT-JEST
              PERFORM VARYING WS-KT-I FROM 1 BY 1
                      UNTIL WS-KT-I > WS-KT-N
                 IF WS-KT-KAT (WS-KT-I) = WS-KATEGORIA
                    AND WS-KT-TYP (WS-KT-I) = WS-AUD-TYP-O
                    MOVE "T" TO WS-KT-ZNALEZIONY
                    MOVE WS-KT-WN (WS-KT-I) TO WS-KONTO-WN
                    MOVE WS-KT-MA (WS-KT-I) TO WS-KONTO-MA
                 END-IF
              END-PERFORM
           END-IF
           IF NOT WS-KT-JEST
              PERFORM VARYING WS-KT-I FROM 1 BY 1
                      UNTIL WS-KT-I > WS-KT-N
