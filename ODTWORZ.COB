      *    MAGAZYN (300-USUN) LUB WPIS; PO PELNYM PRZYWROCENIU MOZE
      *    PRZEGRAC NA BAZE WPISY Z DZIENNIKA DziennikBaza5.txt
      *    NOWSZE NIZ KOPIA (ROLL-FORWARD) - ODZYSK BEZ UTRATY
      *    ZMIAN WPROWADZONYCH PO KOPII. WARSTWY KOSZTU FIFO
      *    (WarstwyKosztu) WRACAJA Z KOPII Warstwy_... ZAPISANEJ
      *    RAZEM Z KOPIA BAZA5, A ROLL-FORWARD PRZEGRYWA TEZ ICH
      *    WPISY Z DZIENNIKA (PROGRAM "WARSTWY")

       PROGRAM-ID. ODTWORZ.

          05 WS-DZN-OPER-O    PIC X(8).
          05 FILLER           PIC X.
          05 WS-DZN-OBRAZ-O   PIC X(142).
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
       01 WS-WR-UZGODNIONE PIC 9(7).
       01 WS-RF-DATA PIC 9(6).
       01 WS-RF-CZAS PIC 9(8).
       01 WS-RF-ZASTOSOWANE PIC 9(7).
           DISPLAY "PRZYWROCONO REKORDOW: " WS-LICZNIK
           DISPLAY "BLEDOW ZAPISU        : " WS-LICZNIK-BLEDOW

           MOVE "O" TO WS-WR-FUNKCJA
           MOVE WS-BACKUP-NAZWA TO WS-WR-NAZWA
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK = 0
              DISPLAY "WARSTWY KOSZTU FIFO Z KOPII: " WS-WR-ZMIANA
           ELSE
              DISPLAY "UWAGA: BRAK KOPII WARSTW KOSZTU DLA TEJ "
                      "KOPII (KOD " WS-WR-WYNIK ") - WARSTWY "
                      "ZOSTANA UZGODNIONE ZE STANEM PO CENA-ZAKUP"
           END-IF

           DISPLAY "PRZEGRAC ZMIANY Z DZIENNIKA NOWSZE NIZ "
                   "KOPIA (ROLL-FORWARD)? T/N"
           ACCEPT WS-POTWIERDZ
              PERFORM 500-ROLL-FORWARD
           END-IF

           PERFORM 520-UZGODNIJ-WARSTWY

           PERFORM 985-KONTROLA-ZAPISZ

           STOP RUN.
              ADD 1 TO WS-LICZNIK-BLEDOW
           ELSE
              ADD 1 TO WS-LICZNIK
              PERFORM 530-WARSTWY-REKORDU
           END-IF
           .


       510-ZASTOSUJ-WPIS.

           IF WS-DZN-PROGRAM-O = "WARSTWY"
              PERFORM 515-WPIS-WARSTWY
           ELSE
              IF WS-DZN-OPER-O = "DELETE"
                 MOVE WS-DZN-OBRAZ-O(1:30) TO TOWAR-KLUCZ
                 READ INFILE
                 IF ERR = 0
                    DELETE INFILE
                 END-IF
                 IF ERR = 0
                    ADD 1 TO WS-RF-ZASTOSOWANE
                    DISPLAY "USUNIETO: " WS-DZN-OBRAZ-O(1:30)
                 ELSE
                    ADD 1 TO WS-RF-BLEDY
                    DISPLAY "BLAD USUWANIA: " WS-DZN-OBRAZ-O(1:30)
                            " KOD " ERR
                 END-IF
              ELSE
                 MOVE WS-DZN-OBRAZ-O(1:30) TO TOWAR-KLUCZ
                 READ INFILE
                 IF ERR = 0
                    MOVE WS-DZN-OBRAZ-O TO IN-REC
                    REWRITE IN-REC
                 ELSE
                    MOVE WS-DZN-OBRAZ-O TO IN-REC
                    WRITE IN-REC
                 END-IF
                 IF ERR = 0
                    ADD 1 TO WS-RF-ZASTOSOWANE
                    DISPLAY "PRZEGRANO " WS-DZN-OPER-O ": "
                            WS-DZN-OBRAZ-O(1:30)
                 ELSE
                    ADD 1 TO WS-RF-BLEDY
                    DISPLAY "BLAD PRZEGRYWANIA: "
                            WS-DZN-OBRAZ-O(1:30) " KOD " ERR
                 END-IF
              END-IF
           END-IF
           .

       515-WPIS-WARSTWY.

      *    WPIS WARSTWY KOSZTU - OBRAZ REKORDU WarstwyKosztu
      *    PRZEGRYWA PODPROGRAM WARSTWY

           MOVE "J" TO WS-WR-FUNKCJA
           MOVE WS-DZN-OPER-O TO WS-WR-OPER
           MOVE WS-DZN-OBRAZ-O TO WS-WR-OBRAZ
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK = 0
              ADD 1 TO WS-RF-ZASTOSOWANE
           ELSE
              ADD 1 TO WS-RF-BLEDY
              DISPLAY "BLAD PRZEGRYWANIA WARSTWY: "
                      WS-DZN-OBRAZ-O(1:30) " KOD " WS-WR-WYNIK
           END-IF
           .

       520-UZGODNIJ-WARSTWY.

      *    PO PELNYM PRZYWROCENIU WARSTWY FIFO KAZDEGO REKORDU
      *    SA UZGADNIANE Z ODTWORZONYM STANEM - PRZY KOPII
      *    WARSTW I KOMPLETNYM DZIENNIKU NIC SIE NIE ZMIENIA,
      *    INACZEJ BRAKI DOKLADANE SA PO CENA-ZAKUP

           MOVE 0 TO WS-WR-UZGODNIONE
           OPEN INPUT INFILE
           IF ERR = 0
              MOVE SPACES TO TOWAR-KLUCZ
              START INFILE KEY NOT < TOWAR-KLUCZ
              IF ERR = 0
                 READ INFILE NEXT
                 PERFORM UNTIL ERR > 0
                    PERFORM 530-WARSTWY-REKORDU
                    IF WS-WR-ZMIANA > 0
                       ADD 1 TO WS-WR-UZGODNIONE
                    END-IF
                    READ INFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE INFILE
           END-IF
           DISPLAY "WARSTWY FIFO UZGODNIONE ZE STANEM: "
                   WS-WR-UZGODNIONE " REK."
           .

       530-WARSTWY-REKORDU.

      *    UZGODNIENIE WARSTW TOWARU/LOKALIZACJI Z IN-REC (TA
      *    SAMA ZASADA CO 909-WARSTWY-UZGODNIJ W MAGAZYN.COB)

           MOVE "U" TO WS-WR-FUNKCJA
           MOVE TOWAR OF IN-REC TO WS-WR-TOWAR
           MOVE LOKALIZACJA OF IN-REC TO WS-WR-LOKALIZACJA
           MOVE 0 TO WS-WR-ILOSC
           IF WLASCICIEL OF IN-REC NOT = "K"
              MOVE ILOSC OF IN-REC TO WS-WR-ILOSC
              MOVE ILOSC-KWAR OF IN-REC TO WS-WR-ILOSC-KWAR
              ADD WS-WR-ILOSC-KWAR TO WS-WR-ILOSC
           END-IF
           MOVE CENA-ZAKUP OF IN-REC TO WS-WR-KOSZT
           IF WS-WR-KOSZT = 0
              MOVE CENA OF IN-REC TO WS-WR-KOSZT
           END-IF
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0
              DISPLAY "UWAGA: WARSTWY KOSZTU " WS-WR-TOWAR " "
                      WS-WR-LOKALIZACJA " NIEUZGODNIONE - KOD "
                      WS-WR-WYNIK
           END-IF
           .
