        05 TYP-LK          PIC X(1).
        05 MAX-WAGA-LK     PIC 9(7)V99.
        05 MAX-ILOSC-LK    PIC 9(7)V99.
        05 KLIENT-LK       PIC X(10).
        05 DLUGOSC-LK      PIC 9(4)V9.
        05 SZEROKOSC-LK    PIC 9(4)V9.
        05 WYSOKOSC-LK     PIC 9(4)V9.

       WORKING-STORAGE SECTION.
       01 WS-HASLO-ZGODNE PIC X(1).
           88 WS-LOG-JEST-OK VALUE "T".
        01 ERR-DZN PIC 99.
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
        01 WS-DZIENNIK-LINIA.
        05 WS-DZN-DATA-O    PIC 9(6).
        05 FILLER           PIC X VALUE SPACE.
                 DISPLAY "KOPIA ZAPASOWA ZAPISANA: " WS-BACKUP-NAZWA
                 MOVE "PRZED-LOAD" TO WS-KAT-OPERACJA
                 PERFORM 978-KATALOG-ZAPISZ
                 PERFORM 979-KOPIA-WARSTW
              END-IF
           ELSE
              DISPLAY "BLAD OTWARCIA Baza5 DO KOPII ZAPASOWEJ KOD "
           END-IF
           WRITE DZIENNIK-REC FROM WS-DZIENNIK-LINIA
           CLOSE DZIENNIKFILE

           PERFORM 909-WARSTWY-UZGODNIJ
           .

       909-WARSTWY-UZGODNIJ.

      *    WARSTWY KOSZTU FIFO (PODPROGRAM WARSTWY) NADAZAJA ZA
      *    STANEM WLASNYM TOWARU/LOKALIZACJI (ILOSC + KWARANTANNA,
      *    KOMIS DOSTAWCY I USUNIETY REKORD = 0): PRZYROST TWORZY
      *    WARSTWE PO WS-WR-KOSZT (DOMYSLNIE CENA-ZAKUP), UBYTEK
      *    ZDEJMUJE WARSTWY OD NAJSTARSZEJ

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

       979-KOPIA-WARSTW.

      *    WARSTWY KOSZTU FIFO KOPIOWANE RAZEM Z BAZA5 (JAK
      *    979-KOPIA-WARSTW W MAGAZYN.COB)

           MOVE "K" TO WS-WR-FUNKCJA
           MOVE WS-BACKUP-NAZWA TO WS-WR-NAZWA
           CALL "WARSTWY" USING WS-WARSTWY
           IF WS-WR-WYNIK NOT = 0 AND WS-WR-WYNIK NOT = 35
              DISPLAY "UWAGA: KOPIA WARSTW KOSZTU NIEZAPISANA - KOD "
                      WS-WR-WYNIK
           END-IF
           .

       978-KATALOG-ZAPISZ.
