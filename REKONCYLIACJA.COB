       IDENTIFICATION DIVISION.

      *    REKONCYLIACJA - NOCNY BATCH: CZYTA WPISY AUDYTU Z
      *    DZISIEJSZA DATA (Z KSIEGI RUCHOW RuchyMagazynowe PO
      *    KLUCZU DATA/TYP - KROK RUCHY MUSI BYC WYKONANY
      *    WCZESNIEJ, INACZEJ KOD 8),
      *    NIEZALEZNIE OD BAZA5 WYLICZA KONCOWA ILOSC
      *    KAZDEGO ZMIENIONEGO DZIS TOWARU I PORWNUJE JA Z AKTUALNYM
      *    STANEM W BAZA5, ZGLASZAJAC EWENTUALNE ROZBIEZNOSCI
      *
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

           SELECT ROZNICEFILE ASSIGN TO "RozniceSpis.txt"
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

       FD ROZNICEFILE.
       01 ROZNICE-REC PIC X(50).
       01 ERR-N PIC 99.
       01 WS-UZYTKOWNIK PIC X(8) VALUE "SYSTEM".
       01 ERR    PIC 99.
       01 ERR-RM PIC 99.
       01 ERR-ST PIC 99.
       01 ERR-SW PIC 99.
       01 ERR-R  PIC 99.
       01 WS-PARAM PIC X(10).
       01 WS-DZIS PIC 9(6).
          05 WS-AUD-LOK-O     PIC X(10).
       01 WS-AUD-PO-N    PIC 9(7)V99.

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

       01 WS-SORT-EOF PIC X(1) VALUE "N".
          88 WS-SORT-KONIEC VALUE "T".
       01 WS-GRUPA-TOWAR PIC X(20).
              END-IF
           END-IF

           PERFORM 090-KSIEGA-AKTUALNA
           IF NOT WS-RM-JEST-AKTUALNA
              DISPLAY "KSIEGA RUCHOW NIE OBEJMUJE CALEGO AUDYTU - "
                      "NAJPIERW URUCHOM RUCHY"
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT INFILE
              IF ERR NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC BAZA5 - KOD " ERR
              ELSE
                 DISPLAY "TOWAR                WYLICZONE   BAZA5   "
                         "WYNIK"

                 SORT SORTFILE ON ASCENDING KEY TOWAR-SR LOK-SR
                                                CZAS-SR
                      INPUT PROCEDURE IS 100-WCZYTAJ-AUDYT
                      OUTPUT PROCEDURE IS 200-PORUWNAJ-GRUPY

                 CLOSE INFILE
              END-IF
           END-IF

           IF WS-PISZEMY-PLIK
           STOP RUN
           .

       090-KSIEGA-AKTUALNA.

      *    KSIEGA OBEJMUJE DZIEN, GDY JEJ OSTATNIA LINIA LANCUCHA
      *    JEST TA ZE SWIADKA AUDYTU ALBO GDY ZAKSIEGOWANO JUZ
      *    RUCHY Z DNI POZNIEJSZYCH

           MOVE "N" TO WS-RM-AKTUALNA
           OPEN INPUT STANFILE
           IF ERR-ST = 0
              READ STANFILE INTO WS-STAN-LINIA
              IF ERR-ST = 0
                 MOVE "T" TO WS-RM-AKTUALNA
                 IF WS-ST-DATA-O NOT > WS-DZIS
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

       100-WCZYTAJ-AUDYT.

      *    LINIE KWARANTANNY I ZMIAN ZAMOWIEN NIOSA ILOSCI
      *    INNE NIZ STAN DOSTEPNY - POMIJAMY JE PRZY
      *    WYLICZANIU ILOSC

           OPEN INPUT RUCHYFILE
           IF ERR-RM NOT = 0
              DISPLAY "BRAK KSIEGI RUCHOW RuchyMagazynowe - KOD "
                      ERR-RM
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-DZIS TO DATA-DT-RM
              MOVE LOW-VALUES TO TYP-DT-RM
              START RUCHYFILE KEY NOT < KLUCZ-DT-RM
              IF ERR-RM = 0
                 READ RUCHYFILE NEXT
              END-IF
              PERFORM UNTIL ERR-RM > 0 OR DATA-DT-RM NOT = WS-DZIS
                 MOVE LINIA-RM TO WS-AUDYT-LINE
                 IF WS-AUD-TYP-O NOT = "KWARANTANNA"
                    AND WS-AUD-OPER-O NOT = "ANULOWANIE"
                    AND WS-AUD-OPER-O NOT = "ZMIANA-ZAM"
                    MOVE WS-AUD-TOWAR-O TO TOWAR-SR
                    MOVE WS-AUD-PO-N TO PO-SR
                    RELEASE SORT-REC
                 END-IF
                 READ RUCHYFILE NEXT
              END-PERFORM
              CLOSE RUCHYFILE
           END-IF
           .

