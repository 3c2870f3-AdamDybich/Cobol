      *    WPISIE): PO NAZWIE
      *    TOWARU (DOKLADNIE LUB PO FRAGMENCIE, JAK
      *    360-SZUKAJ-CZESCIOWO W MAGAZYN.COB), LOKALIZACJI,
      *    ZAKRESIE DAT, OPERACJI I TYPIE TRANSAKCJI - W KSIEDZE
      *    RUCHOW RuchyMagazynowe (DOKLADNY TOWAR PO KLUCZU
      *    TOWAR/LOKALIZACJA, RESZTA PO KLUCZU DATA/TYP) ORAZ
      *    W LINIACH Audyt.txt DOPISANYCH PO OSTATNIM
      *    KSIEGOWANIU (BEZ KSIEGI - CALY BIEZACY Audyt.txt).
      *    PASUJACE LINIE SA SORTOWANE PO DACIE I CZASIE I
      *    DRUKOWANE CHRONOLOGICZNIE Z ILOSCIA PRZED/PO, WIEC
      *    HISTORIA TOWARU CZYTA SIE JAK WYCIAG BANKOWY; NA KONCU
      *    LINII NUMER DOKUMENTU (PZ/MM/RW), JESLI WPIS GO MA

       PROGRAM-ID. AUDYTQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDYTFILE ASSIGN TO "Audyt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-A.

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

           SELECT SORTFILE ASSIGN TO "AudytQSort".

       DATA DIVISION.

       FILE SECTION.

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

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

       SD SORTFILE.
       01 SORT-REC.
          05 DATA-SR    PIC 9(6).
          05 CZAS-SR    PIC 9(8).
          05 LINIA-SR   PIC X(132).

       WORKING-STORAGE SECTION.
       01 ERR-A PIC 99.
       01 ERR-RM PIC 99.
       01 ERR-ST PIC 99.
       01 ERR-SW PIC 99.

      *    STAN KSIEGI RUCHOW (PISZE GO RUCHY) I SWIADEK KONCA
      *    LANCUCHA AUDYTU - GDY SIE ZGADZAJA, KSIEGA OBEJMUJE
      *    CALY AUDYT I Audyt.txt NIE JEST CZYTANY

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
       01 WS-RM-DATA PIC 9(6).
       01 WS-RM-CZAS PIC 9(8).
       01 WS-RM-OGON PIC X(1).
          88 WS-RM-JEST-OGON VALUE "T".
       01 WS-SORT-EOF PIC X(1).
          88 WS-SORT-KONIEC VALUE "T".

       01 WS-AUDYT-LINE.
          05 WS-AUD-DATA-O    PIC 9(6).
       01 WS-FRAG-PASUJE PIC X(1).
          88 WS-FRAG-PASUJE-JEST VALUE "T".

       01 WS-PASUJE PIC X(1).
          88 WS-PASUJE-JEST VALUE "T".
       01 WS-TRAFIEN PIC 9(7) VALUE 0.
       01 WS-TRYB PIC X(1).
          88 TRYB-SZUKANIE VALUE "S".
          88 TRYB-AKTYWNOSC VALUE "R".
       01 WS-LINIA-PELNA PIC X(132).
       01 WS-AKT-UZYTK PIC X(8).
       01 WS-AKT-N PIC 9(3) VALUE 0.
       01 WS-AKT-I PIC 9(3).
           DISPLAY "DATA   CZAS     OPERACJA   TOWAR"
                   "                PRZED      PO"

           SORT SORTFILE ON ASCENDING KEY DATA-SR CZAS-SR
                INPUT PROCEDURE IS 050-WYBIERZ-LINIE
                OUTPUT PROCEDURE IS 060-DRUKUJ-LINIE

           DISPLAY "---------------------"
           DISPLAY "PASUJACYCH WPISOW: " WS-TRAFIEN
           STOP RUN
           .

       050-WYBIERZ-LINIE.

      *    Z KSIEGI: DOKLADNY TOWAR OD POCZATKU JEGO KLUCZA, INNE
      *    WYSZUKIWANIA OD DATY POCZATKOWEJ PO KLUCZU DATA/TYP;
      *    POTEM LINIE Audyt.txt JESZCZE NIEZAKSIEGOWANE

           PERFORM 070-STAN-KSIEGI
           OPEN INPUT RUCHYFILE
           IF ERR-RM NOT = 0
              DISPLAY "BRAK KSIEGI RUCHOW RuchyMagazynowe - "
                      "PRZESZUKIWANY TYLKO BIEZACY Audyt.txt"
              MOVE 0 TO WS-RM-DATA
              MOVE 0 TO WS-RM-CZAS
              MOVE "T" TO WS-RM-OGON
           ELSE
              IF WS-SZUK-TOWAR NOT = SPACES AND SZUK-DOKLADNY
                 MOVE WS-SZUK-TOWAR TO TOWAR-RM
                 MOVE LOW-VALUES TO LOK-RM
                 MOVE 0 TO DATA-RM
                 IF WS-SZUK-LOK NOT = SPACES
                    MOVE WS-SZUK-LOK TO LOK-RM
                    MOVE WS-SZUK-OD TO DATA-RM
                 END-IF
                 MOVE 0 TO CZAS-RM
                 MOVE 0 TO NR-LAN-RM
                 MOVE LOW-VALUES TO TYP-RM
                 START RUCHYFILE KEY NOT < KLUCZ-RM
                 IF ERR-RM = 0
                    READ RUCHYFILE NEXT
                 END-IF
                 PERFORM UNTIL ERR-RM > 0
                         OR TOWAR-RM NOT = WS-SZUK-TOWAR
                         OR (WS-SZUK-LOK NOT = SPACES
                             AND LOK-RM NOT = WS-SZUK-LOK)
                    MOVE LINIA-RM TO WS-LINIA-PELNA
                    PERFORM 100-LINIA-AUDYTU
                    READ RUCHYFILE NEXT
                 END-PERFORM
              ELSE
                 MOVE WS-SZUK-OD TO DATA-DT-RM
                 MOVE LOW-VALUES TO TYP-DT-RM
                 START RUCHYFILE KEY NOT < KLUCZ-DT-RM
                 IF ERR-RM = 0
                    READ RUCHYFILE NEXT
                 END-IF
                 PERFORM UNTIL ERR-RM > 0
                         OR DATA-DT-RM > WS-SZUK-DO
                    MOVE LINIA-RM TO WS-LINIA-PELNA
                    PERFORM 100-LINIA-AUDYTU
                    READ RUCHYFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE RUCHYFILE
           END-IF

           IF WS-RM-JEST-OGON
              OPEN INPUT AUDYTFILE
              IF ERR-A = 0
                 MOVE SPACES TO WS-LINIA-PELNA
                 READ AUDYTFILE INTO WS-LINIA-PELNA
                 PERFORM UNTIL ERR-A > 0
                    MOVE WS-LINIA-PELNA(1:95) TO WS-AUDYT-LINE
                    IF WS-AUD-DATA-O > WS-RM-DATA
                       OR (WS-AUD-DATA-O = WS-RM-DATA
                           AND WS-AUD-CZAS-O > WS-RM-CZAS)
                       PERFORM 100-LINIA-AUDYTU
                    END-IF
                    MOVE SPACES TO WS-LINIA-PELNA
                    READ AUDYTFILE INTO WS-LINIA-PELNA
                 END-PERFORM
                 CLOSE AUDYTFILE
              END-IF
           END-IF
           .

       060-DRUKUJ-LINIE.

           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-KONIEC
              RETURN SORTFILE
                 AT END
                    MOVE "T" TO WS-SORT-EOF
                 NOT AT END
                    ADD 1 TO WS-TRAFIEN
                    MOVE LINIA-SR TO WS-LINIA-PELNA
                    MOVE WS-LINIA-PELNA(1:95) TO WS-AUDYT-LINE
                    IF TRYB-AKTYWNOSC
                       MOVE WS-LINIA-PELNA(97:8) TO WS-AKT-UZYTK
                       PERFORM 130-DOLICZ-AKTYWNOSC
                               WS-AUD-OPER-O " " WS-AUD-TOWAR-O " "
                               WS-AUD-PRZED-O " " WS-AUD-PO-O " "
                               WS-AUD-TYP-O " " WS-AUD-LOK-O " "
                               WS-LINIA-PELNA(97:8) " "
                               WS-LINIA-PELNA(123:10)
                    END-IF
              END-RETURN
           END-PERFORM
           .

       070-STAN-KSIEGI.

      *    NAJPOZNIEJSZA ZAKSIEGOWANA LINIA; Audyt.txt TRZEBA
      *    DOCZYTAC, GDY KONIEC LANCUCHA (SWIADEK) JEST DALEJ NIZ
      *    OSTATNIE KSIEGOWANIE

           MOVE 0 TO WS-RM-DATA
           MOVE 0 TO WS-RM-CZAS
           MOVE "T" TO WS-RM-OGON
           OPEN INPUT STANFILE
           IF ERR-ST = 0
              READ STANFILE INTO WS-STAN-LINIA
              IF ERR-ST = 0
                 MOVE WS-ST-DATA-O TO WS-RM-DATA
                 MOVE WS-ST-CZAS-O TO WS-RM-CZAS
                 OPEN INPUT SWIADEKFILE
                 IF ERR-SW = 0
                    READ SWIADEKFILE INTO WS-SWIADEK-LINIA
                    IF ERR-SW = 0
                       AND WS-SW-NR-O = WS-ST-NR-O
                       AND WS-SW-KONTROLA-O = WS-ST-KONTROLA-O
                       MOVE "N" TO WS-RM-OGON
                    END-IF
                    CLOSE SWIADEKFILE
                 END-IF
              END-IF
              CLOSE STANFILE
           END-IF
           .

       100-LINIA-AUDYTU.

           MOVE WS-LINIA-PELNA(1:95) TO WS-AUDYT-LINE
           PERFORM 110-CZY-PASUJE
           IF WS-PASUJE-JEST
              MOVE WS-AUD-DATA-O TO DATA-SR
              MOVE WS-AUD-CZAS-O TO CZAS-SR
              MOVE WS-LINIA-PELNA TO LINIA-SR
              RELEASE SORT-REC
           END-IF
           .

