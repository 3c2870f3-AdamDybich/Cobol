      *    (NUMER PRZEBIEGU Z SERII RAPORT) Z WPISEM
      *    W RejestrRaportow.txt. PARAMETR: RRMM (PUSTE =
      *    BIEZACY MIESIAC)
      *    WEWNATRZWSPOLNOTOWE DOSTAWY (RODZAJ U) I EKSPORT (E)
      *    Z OSTATNIEJ KOLUMNY LINII REJESTRU SA OZNACZONE
      *    W KOLUMNIE DOK (WDT/EKS) I SUMOWANE OSOBNO OD
      *    SPRZEDAZY KRAJOWEJ (RAZEM WDT, RAZEM EKSPORT)
      *    NUMERY FAKTUR I KOREKT W POSTACI ROCZNEJ
      *    (PREFIKS/KKKKK/RRRR), GDY SERIA JA MA (NUMERYROK)

       PROGRAM-ID. REJVAT.

          05 STAWKA-V        PIC 9(2)V99.

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(120).

       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).
          05 WS-RJ-NETTO-O  PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RJ-VAT-O    PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RJ-RODZAJ-O PIC X(1).

       01 WS-NETTO-N PIC S9(11)V99.
       01 WS-VAT-N PIC S9(11)V99.
       01 WS-BRUTTO-N PIC S9(11)V99.
       01 WS-STAWKA-N PIC 9(2)V99.
       01 WS-RODZAJ-N PIC X(1).
          88 WS-RODZAJ-WDT     VALUE "U".
          88 WS-RODZAJ-EKSPORT VALUE "E".

       01 WS-SUMY-N PIC 9(2) VALUE 0.
       01 WS-SUMY-I PIC 9(2).
       01 WS-SUMY-ZNALEZIONY PIC X(1).
          88 WS-SUMY-JEST VALUE "T".
       01 WS-SUMY-TAB OCCURS 10.
          05 WS-SUMY-RODZAJ PIC X(1).
          05 WS-SUMY-STAWKA PIC 9(2)V99.
          05 WS-SUMY-NETTO  PIC S9(13)V99.
          05 WS-SUMY-VAT    PIC S9(13)V99.

       01 WS-POZYCJI PIC 9(5).
       01 WS-LINIA-WYJSCIE PIC X(120).
       01 WS-W-POZYCJA.
          05 WS-W-DATA-O   PIC 9(6).
          05 FILLER        PIC X(5) VALUE " DOK ".
          05 WS-W-DOK-O    PIC X(19).
          05 FILLER        PIC X(6) VALUE " KONTR".
          05 WS-W-KONTR-O  PIC X(10).
          05 FILLER        PIC X(4) VALUE " ST ".
          05 FILLER        PIC X(8) VALUE " BRUTTO ".
          05 WS-W-BRUTTO-O PIC -(9)9.99.
       01 WS-W-SUMA.
          05 WS-WS-ETYKIETA-O PIC X(14).
          05 WS-WS-STAWKA-O PIC 99.99.
          05 FILLER        PIC X(7) VALUE " NETTO ".
          05 WS-WS-NETTO-O PIC -(11)9.99.
          05 FILLER        PIC X(5) VALUE " VAT ".
          05 WS-WS-VAT-O   PIC -(11)9.99.

       01 WS-DOK-BUFOR PIC X(19).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).

       01 WS-REJK-LINIA.
          05 WS-RK-DATA-O   PIC 9(6).
          05 WS-RK-NETTO-O  PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RK-VAT-O    PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RK-RODZAJ-O PIC X(1).

       PROCEDURE DIVISION.

                    MOVE WS-RJ-NETTO-O TO WS-NETTO-N
                    MOVE WS-RJ-VAT-O TO WS-VAT-N
                    MOVE WS-RJ-STAWKA-O TO WS-STAWKA-N
                    MOVE WS-RJ-RODZAJ-O TO WS-RODZAJ-N
                    COMPUTE WS-BRUTTO-N = WS-NETTO-N + WS-VAT-N
                    MOVE WS-RJ-DATA-O TO WS-W-DATA-O
                    MOVE "FAKTURA" TO WS-ND-SERIA
                    MOVE WS-RJ-FAKT-O TO WS-ND-NUMER
                    PERFORM 990-TEKST-NUMERU
                    MOVE SPACES TO WS-DOK-BUFOR
                    IF WS-ND-TEKST(8:1) = SPACE
                       STRING "FV " WS-ND-TEKST DELIMITED BY SIZE
                              INTO WS-DOK-BUFOR
                    ELSE
                       MOVE WS-ND-TEKST TO WS-DOK-BUFOR
                    END-IF
                    PERFORM 160-OZNACZ-RODZAJ
                    MOVE WS-DOK-BUFOR TO WS-W-DOK-O
                    MOVE WS-RJ-KLIENT-O TO WS-W-KONTR-O
                    MOVE WS-STAWKA-N TO WS-W-STAWKA-O
      *    REJESTRU SPRZEDAZY ZE ZNAKIEM - SUMY STAWEK SCHODZA
      *    DO WARTOSCI PO KOREKTACH. KOREKTA NIE NIESIE STAWKI,
      *    WIEC ROZNICA VAT JEST WYKAZYWANA POD STAWKA ZBIORCZA
      *    99.99 (POZYCJA "KOREKTY"). KOREKTY WDT I EKSPORTU
      *    IDA DO SWOICH SUM W STAWCE 0%

           OPEN INPUT REJKFILE
           IF ERR-RK NOT = 0
                       COMPUTE WS-NETTO-N = 0 - WS-NETTO-N
                       COMPUTE WS-VAT-N = 0 - WS-VAT-N
                    END-IF
                    MOVE WS-RK-RODZAJ-O TO WS-RODZAJ-N
                    IF WS-RODZAJ-WDT OR WS-RODZAJ-EKSPORT
                       MOVE 0 TO WS-STAWKA-N
                    ELSE
                       MOVE 99.99 TO WS-STAWKA-N
                    END-IF
                    COMPUTE WS-BRUTTO-N = WS-NETTO-N + WS-VAT-N
                    MOVE WS-RK-DATA-O TO WS-W-DATA-O
                    MOVE "KOREKTA" TO WS-ND-SERIA
                    MOVE WS-RK-NR-O TO WS-ND-NUMER
                    PERFORM 990-TEKST-NUMERU
                    MOVE SPACES TO WS-DOK-BUFOR
                    IF WS-ND-TEKST(8:1) = SPACE
                       STRING "KOR " WS-ND-TEKST DELIMITED BY SIZE
                              INTO WS-DOK-BUFOR
                    ELSE
                       MOVE WS-ND-TEKST TO WS-DOK-BUFOR
                    END-IF
                    PERFORM 160-OZNACZ-RODZAJ
                    MOVE WS-DOK-BUFOR TO WS-W-DOK-O
                    MOVE WS-RK-KLIENT-O TO WS-W-KONTR-O
                    MOVE WS-STAWKA-N TO WS-W-STAWKA-O
           END-IF
           .

       160-OZNACZ-RODZAJ.

      *    RODZAJ PUSTY (LINIE SPRZED WPROWADZENIA RODZAJU
      *    NABYWCY) = SPRZEDAZ KRAJOWA

           IF WS-RODZAJ-WDT
              MOVE "WDT" TO WS-DOK-BUFOR(17:3)
           ELSE
              IF WS-RODZAJ-EKSPORT
                 MOVE "EKS" TO WS-DOK-BUFOR(17:3)
              ELSE
                 MOVE "K" TO WS-RODZAJ-N
              END-IF
           END-IF
           .

       200-DOLICZ-DO-SUM.

           MOVE "N" TO WS-SUMY-ZNALEZIONY
           PERFORM VARYING WS-SUMY-I FROM 1 BY 1
                   UNTIL WS-SUMY-I > WS-SUMY-N
              IF WS-SUMY-STAWKA (WS-SUMY-I) = WS-STAWKA-N
                 AND WS-SUMY-RODZAJ (WS-SUMY-I) = WS-RODZAJ-N
                 MOVE "T" TO WS-SUMY-ZNALEZIONY
                 ADD WS-NETTO-N TO WS-SUMY-NETTO (WS-SUMY-I)
                 ADD WS-VAT-N TO WS-SUMY-VAT (WS-SUMY-I)
           END-PERFORM
           IF NOT WS-SUMY-JEST AND WS-SUMY-N < 10
              ADD 1 TO WS-SUMY-N
              MOVE WS-RODZAJ-N TO WS-SUMY-RODZAJ (WS-SUMY-N)
              MOVE WS-STAWKA-N TO WS-SUMY-STAWKA (WS-SUMY-N)
              MOVE WS-NETTO-N TO WS-SUMY-NETTO (WS-SUMY-N)
              MOVE WS-VAT-N TO WS-SUMY-VAT (WS-SUMY-N)
           PERFORM 900-PISZ-LINIE
           PERFORM VARYING WS-SUMY-I FROM 1 BY 1
                   UNTIL WS-SUMY-I > WS-SUMY-N
              EVALUATE WS-SUMY-RODZAJ (WS-SUMY-I)
                 WHEN "U"
                    MOVE "RAZEM WDT    " TO WS-WS-ETYKIETA-O
                 WHEN "E"
                    MOVE "RAZEM EKSPORT" TO WS-WS-ETYKIETA-O
                 WHEN OTHER
                    MOVE "RAZEM STAWKA " TO WS-WS-ETYKIETA-O
              END-EVALUATE
              MOVE WS-SUMY-STAWKA (WS-SUMY-I) TO WS-WS-STAWKA-O
              MOVE WS-SUMY-NETTO (WS-SUMY-I) TO WS-WS-NETTO-O
              MOVE WS-SUMY-VAT (WS-SUMY-I) TO WS-WS-VAT-O
       320-LINIA-ZAKUPU.

           ADD 1 TO WS-POZYCJI
           MOVE "K" TO WS-RODZAJ-N
           PERFORM 330-STAWKA-TOWARU
           COMPUTE WS-NETTO-N = ILOSC-FL * CENA-FL
           COMPUTE WS-VAT-N ROUNDED =
              CLOSE NUMERYFILE
           END-IF
           .

       990-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .
