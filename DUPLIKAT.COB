       IDENTIFICATION DIVISION.

      *    DUPLIKAT - PONOWNY WYDRUK JEDNEGO DOKUMENTU Z REJESTRU
      *    FAKTUR FakturyNagl/FakturyPoz: FAKTURY (TAKZE
      *    ZALICZKOWEJ) Z SERII FAKTURA ALBO KOREKTY / NOTY Z
      *    SERII KOREKTA. WYDRUK TRAFIA DO Duplikaty.txt Z
      *    OZNACZENIEM "DUPLIKAT" I DATA JEGO WYSTAWIENIA, A NA
      *    NAGLOWKU DOKUMENTU W REJESTRZE ZAPISYWANA JEST DATA
      *    OSTATNIEGO DUPLIKATU I LICZBA WYDANYCH DUPLIKATOW
      *    NUMER DOKUMENTU PODAWANY W POSTACI ROCZNEJ
      *    (PREFIKS/KKKKK/RRRR) ALBO 7 CYFRAMI I TAK SAMO
      *    DRUKOWANY JAK NA ORYGINALE

       PROGRAM-ID. DUPLIKAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNFILE ASSIGN TO "FakturyNagl"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FN
               LOCK MODE IS AUTOMATIC
               STATUS ERR-FN.

           SELECT FPFILE ASSIGN TO "FakturyPoz"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FP
               LOCK MODE IS AUTOMATIC
               STATUS ERR-FP.

           SELECT DUPFILE ASSIGN TO "Duplikaty.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-D.

       DATA DIVISION.

       FILE SECTION.

      *    REJESTR FAKTUR I KOREKT: NAGLOWEK (TYP F = SERIA
      *    FAKTURA, K = SERIA KOREKTA) I POZYCJE DOKUMENTU

       FD FNFILE  BLOCK CONTAINS 0.
       01 FN-REC.
          05 KLUCZ-FN.
             10 TYP-FN          PIC X(1).
                88 FN-FAKTURA      VALUE "F".
                88 FN-KOREKTA      VALUE "K".
             10 NR-FN           PIC 9(7).
          05 RODZAJ-FN          PIC X(1).
             88 FN-SPRZEDAZ        VALUE "S".
             88 FN-ZALICZKOWA      VALUE "Z".
             88 FN-KOR-CENOWA      VALUE "C".
             88 FN-KOR-ZWROT       VALUE "R".
             88 FN-KOR-RABAT       VALUE "B".
             88 FN-PARAGON         VALUE "P".
          05 DATA-FN            PIC 9(6).
          05 KOD-KLIENTA-FN     PIC X(10).
          05 NAZWA-FN           PIC X(30).
          05 ADRES-FN           PIC X(40).
          05 NIP-FN             PIC X(14).
          05 KRAJ-FN            PIC X(2).
          05 VAT-NABYWCY-FN     PIC X(1).
          05 NR-ZAM-FN          PIC 9(7).
          05 NR-ORYG-FN         PIC 9(7).
          05 DATA-PLATN-FN      PIC 9(6).
          05 DATA-SKONTA-FN     PIC 9(6).
          05 PROC-SKONTA-FN     PIC 9(2)V99.
          05 WALUTA-FN          PIC X(3).
          05 KURS-FN            PIC 9(5)V9999.
          05 NETTO-FN           PIC S9(11)V99.
          05 VAT-FN             PIC S9(11)V99.
          05 BRUTTO-FN          PIC S9(11)V99.
          05 ZALICZKI-FN        PIC 9(11)V99.
          05 DO-ZAPLATY-FN      PIC S9(11)V99.
      *       WARTOSC ODNIESIENIA: FAKTURA ZALICZKOWA - BRUTTO
      *       ZAMOWIENIA, KOREKTA - BRUTTO FAKTURY PO KOREKCIE
          05 WARTOSC-ODN-FN     PIC 9(11)V99.
          05 LICZBA-STAWEK-FN   PIC 9(2).
          05 STAWKA-TAB-FN OCCURS 10.
             10 STAWKA-FN       PIC 9(2)V99.
             10 NETTO-ST-FN     PIC S9(11)V99.
             10 VAT-ST-FN       PIC S9(11)V99.
          05 LICZBA-POZ-FN      PIC 9(3).
          05 OPIS-FN            PIC X(80).
          05 DATA-DUPL-FN       PIC 9(6).
          05 LICZBA-DUPL-FN     PIC 9(3).

       FD FPFILE  BLOCK CONTAINS 0.
       01 FP-REC.
          05 KLUCZ-FP.
             10 TYP-FP          PIC X(1).
             10 NR-FP           PIC 9(7).
             10 LP-FP           PIC 9(3).
          05 NR-ZAM-FP          PIC 9(7).
          05 LP-ZAM-FP          PIC 9(3).
          05 TOWAR-FP           PIC X(20).
          05 LOKALIZACJA-FP     PIC X(10).
          05 OPIS-FP            PIC X(40).
          05 ILOSC-FP           PIC 9(7)V99.
          05 CENA-FP            PIC 9(7)V99.
          05 ILOSC-PRZED-FP     PIC 9(7)V99.
          05 CENA-PRZED-FP      PIC 9(7)V99.
          05 STAWKA-FP          PIC 9(2)V99.
          05 NETTO-FP           PIC S9(11)V99.
          05 VAT-FP             PIC S9(11)V99.

       FD DUPFILE.
       01 DUP-REC PIC X(230).

       WORKING-STORAGE SECTION.
       01 ERR-FN PIC 99.
       01 ERR-FP PIC 99.
       01 ERR-D PIC 99.

       01 WS-DZIS PIC 9(6).
       01 WS-TYP PIC X(1).
          88 WS-TYP-FAKTURA VALUE "F".
          88 WS-TYP-KOREKTA VALUE "K".
       01 WS-NR PIC 9(7).

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).
       01 WS-ST-I PIC 9(2).
       01 WS-BRUTTO-ZLOTE PIC 9(9).
       01 WS-BRUTTO-GROSZE PIC 9(2).
       01 WS-SLOWNIE PIC X(200).
       01 WS-KWOTA-SKONTA PIC 9(11)V99.
       01 WS-DO-ZAPLATY-SK PIC S9(11)V99.
       01 WS-WART-POZ PIC 9(11)V99.

      *    NAGLOWKI WG RODZAJU DOKUMENTU - JAK NA ORYGINALE

       01 WS-D-FAKTURA.
          05 WS-D-TYTUL-O     PIC X(11) VALUE "FAKTURA NR ".
          05 WS-D-NR-O        PIC X(16).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-D-DATA-O      PIC 9(6).
          05 FILLER           PIC X(13) VALUE "  ZAMOWIENIE ".
          05 WS-D-ZAM-O       PIC 9(7).
       01 WS-D-ZALICZKOWA.
          05 FILLER           PIC X(22)
             VALUE "FAKTURA ZALICZKOWA NR ".
          05 WS-D-Z-NR-O      PIC X(16).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-D-Z-DATA-O    PIC 9(6).
          05 FILLER           PIC X(13) VALUE "  ZAMOWIENIE ".
          05 WS-D-Z-ZAM-O     PIC 9(7).
          05 FILLER           PIC X(20)
             VALUE "  WARTOSC ZAMOWIENIA".
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-D-Z-WART-O    PIC Z(9)9.99.
       01 WS-D-KOREKTA.
          05 WS-D-K-TYTUL-O   PIC X(19).
          05 WS-D-K-NR-O      PIC X(16).
          05 FILLER           PIC X(13)
             VALUE " DO FAKTURY ".
          05 WS-D-K-ORYG-O    PIC X(16).
          05 FILLER           PIC X(7) VALUE "  DATA ".
          05 WS-D-K-DATA-O    PIC 9(6).
       01 WS-D-DUPLIKAT.
          05 FILLER           PIC X(21)
             VALUE "*** DUPLIKAT Z DNIA ".
          05 WS-D-DUPL-DATA-O PIC 9(6).
          05 FILLER           PIC X(4) VALUE " ***".
       01 WS-D-NABYWCA.
          05 FILLER           PIC X(9) VALUE "NABYWCA: ".
          05 WS-D-KLIENT-O    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-D-NAZWA-O     PIC X(30).
       01 WS-D-ADRES.
          05 FILLER           PIC X(9) VALUE "ADRES:   ".
          05 WS-D-ADRES-O     PIC X(40).
       01 WS-D-NIP.
          05 FILLER           PIC X(9) VALUE "NIP:     ".
          05 WS-D-KRAJ-O      PIC X(2).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-D-NIP-O       PIC X(14).
       01 WS-D-KURS.
          05 FILLER           PIC X(8) VALUE "WALUTA: ".
          05 WS-D-WALUTA-O    PIC X(3).
          05 FILLER           PIC X(8) VALUE "  KURS: ".
          05 WS-D-KURS-O      PIC 9.9999.

      *    POZYCJE: FAKTURA - ILOSC X CENA, KOREKTA - BYLO / JEST
      *    I ROZNICA, POZYCJA BEZ TOWARU (ZALICZKA, RABAT) - OPIS

       01 WS-D-POZYCJA.
          05 WS-D-TOWAR-O     PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-D-ILOSC-O     PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " X ".
          05 WS-D-CENA-O      PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " = ".
          05 WS-D-WART-O      PIC Z(9)9.99.
       01 WS-D-POZ-KOREKTY.
          05 WS-D-K-TOWAR-O   PIC X(20).
          05 FILLER           PIC X(7) VALUE " BYLO: ".
          05 WS-D-K-ILOSC-P-O PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " X ".
          05 WS-D-K-CENA-P-O  PIC Z(7)9.99.
          05 FILLER           PIC X(7) VALUE " JEST: ".
          05 WS-D-K-ILOSC-N-O PIC Z(7)9.99.
          05 FILLER           PIC X(3) VALUE " X ".
          05 WS-D-K-CENA-N-O  PIC Z(7)9.99.
          05 FILLER           PIC X(9) VALUE " ROZNICA ".
          05 WS-D-K-ROZNICA-O PIC -(9)9.99.
       01 WS-D-POZ-OPIS.
          05 WS-D-OPIS-O      PIC X(40).
          05 FILLER           PIC X(8) VALUE " NETTO: ".
          05 WS-D-OPIS-NT-O   PIC -(9)9.99.
          05 FILLER           PIC X(6) VALUE " VAT: ".
          05 WS-D-OPIS-VT-O   PIC -(9)9.99.
       01 WS-D-STAWKA.
          05 FILLER           PIC X(9) VALUE "  STAWKA ".
          05 WS-D-ST-O        PIC Z9.99.
          05 FILLER           PIC X(9) VALUE "%  NETTO ".
          05 WS-D-ST-NETTO-O  PIC -(9)9.99.
          05 FILLER           PIC X(6) VALUE "  VAT ".
          05 WS-D-ST-VAT-O    PIC -(9)9.99.
       01 WS-D-SUMY.
          05 WS-D-SUMY-TYTUL-O PIC X(16).
          05 WS-D-NETTO-O     PIC -(9)9.99.
          05 FILLER           PIC X(7) VALUE "  VAT: ".
          05 WS-D-VAT-O       PIC -(9)9.99.
          05 FILLER           PIC X(10) VALUE "  BRUTTO: ".
          05 WS-D-BRUTTO-O    PIC -(9)9.99.
       01 WS-D-PO-ZALICZKACH.
          05 FILLER           PIC X(26)
             VALUE "ODLICZONE ZALICZKI BRUTTO:".
          05 WS-D-ODL-O       PIC Z(9)9.99.
          05 FILLER           PIC X(27)
             VALUE "  POZOSTALO DO ZAPLATY:    ".
          05 WS-D-DO-ZAPL-ZL-O PIC Z(9)9.99.
       01 WS-D-SLOWNIE.
          05 FILLER           PIC X(9) VALUE "SLOWNIE: ".
          05 WS-D-SLOWNIE-O   PIC X(200).
          05 FILLER           PIC X(8) VALUE " ZLOTYCH".
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-D-GROSZE-O    PIC 9(2).
          05 FILLER           PIC X(4) VALUE "/100".
       01 WS-D-TERMIN.
          05 FILLER           PIC X(18) VALUE "TERMIN PLATNOSCI: ".
          05 WS-D-TERMIN-O    PIC 9(6).
          05 FILLER           PIC X(14) VALUE "  DO ZAPLATY: ".
          05 WS-D-DO-ZAPL-O   PIC -(9)9.99.
       01 WS-D-SKONTO.
          05 FILLER           PIC X(7) VALUE "SKONTO ".
          05 WS-D-PROC-SK-O   PIC Z9.99.
          05 FILLER           PIC X(19) VALUE "% PRZY ZAPLACIE DO ".
          05 WS-D-DATA-SK-O   PIC 9(6).
          05 FILLER           PIC X(10) VALUE ": RABAT = ".
          05 WS-D-KWOTA-SK-O  PIC Z(9)9.99.
          05 FILLER           PIC X(15) VALUE ", DO ZAPLATY = ".
          05 WS-D-DO-ZAPL-SK-O PIC -(9)9.99.

       PROCEDURE DIVISION.

           DISPLAY "DUPLIKAT FAKTURY / KOREKTY Z REJESTRU"
           ACCEPT WS-DZIS FROM DATE

           DISPLAY "PODAJ SERIE DOKUMENTU (F - FAKTURA, "
                   "K - KOREKTA)"
           ACCEPT WS-TYP
           IF NOT WS-TYP-FAKTURA AND NOT WS-TYP-KOREKTA
              DISPLAY "NIEZNANA SERIA DOKUMENTU: " WS-TYP
           ELSE
              DISPLAY "PODAJ NUMER DOKUMENTU"
              MOVE SPACES TO WS-ND-TEKST
              ACCEPT WS-ND-TEKST
              IF WS-TYP-FAKTURA
                 MOVE "FAKTURA" TO WS-ND-SERIA
              ELSE
                 MOVE "KOREKTA" TO WS-ND-SERIA
              END-IF
              MOVE "N" TO WS-ND-FUNKCJA
              CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                    WS-ND-NUMER WS-ND-TEKST
              MOVE WS-ND-NUMER TO WS-NR
              IF WS-NR = 0
                 DISPLAY "NIEPOPRAWNY NUMER DOKUMENTU: " WS-ND-TEKST
              ELSE
                 PERFORM 100-DUPLIKAT
              END-IF
           END-IF

           STOP RUN
           .

       100-DUPLIKAT.

           OPEN I-O FNFILE
           IF ERR-FN NOT = 0
              DISPLAY "BRAK REJESTRU FakturyNagl - KOD " ERR-FN
           ELSE
              MOVE WS-TYP TO TYP-FN
              MOVE WS-NR TO NR-FN
              READ FNFILE
              IF ERR-FN NOT = 0
                 DISPLAY "DOKUMENTU " WS-TYP "/" WS-NR
                         " NIE MA W REJESTRZE FAKTUR"
              ELSE
                 PERFORM 105-DRUKUJ-DUPLIKAT
              END-IF
              CLOSE FNFILE
           END-IF
           .

       105-DRUKUJ-DUPLIKAT.

           OPEN INPUT FPFILE
           IF ERR-FP NOT = 0
              DISPLAY "BRAK REJESTRU FakturyPoz - KOD " ERR-FP
           ELSE
              OPEN EXTEND DUPFILE
              IF ERR-D NOT = 0
                 CLOSE DUPFILE
                 OPEN OUTPUT DUPFILE
              END-IF
              PERFORM 110-NAGLOWEK
              PERFORM 120-POZYCJE
              PERFORM 130-PODSUMOWANIE
              MOVE SPACES TO DUP-REC
              WRITE DUP-REC
              CLOSE DUPFILE
              CLOSE FPFILE
              PERFORM 140-ZAPISZ-DUPLIKAT
           END-IF
           .

       110-NAGLOWEK.

           EVALUATE TRUE
              WHEN FN-ZALICZKOWA
                 MOVE "FAKTURA" TO WS-ND-SERIA
                 MOVE NR-FN TO WS-ND-NUMER
                 PERFORM 990-TEKST-NUMERU
                 MOVE WS-ND-TEKST TO WS-D-Z-NR-O
                 MOVE DATA-FN TO WS-D-Z-DATA-O
                 MOVE NR-ZAM-FN TO WS-D-Z-ZAM-O
                 MOVE WARTOSC-ODN-FN TO WS-D-Z-WART-O
                 WRITE DUP-REC FROM WS-D-ZALICZKOWA
              WHEN FN-KOREKTA
                 IF FN-KOR-RABAT
                    MOVE "NOTA RABATOWA      " TO WS-D-K-TYTUL-O
                 ELSE
                    MOVE "FAKTURA KORYGUJACA " TO WS-D-K-TYTUL-O
                 END-IF
                 MOVE "KOREKTA" TO WS-ND-SERIA
                 MOVE NR-FN TO WS-ND-NUMER
                 PERFORM 990-TEKST-NUMERU
                 MOVE WS-ND-TEKST TO WS-D-K-NR-O
                 MOVE "FAKTURA" TO WS-ND-SERIA
                 MOVE NR-ORYG-FN TO WS-ND-NUMER
                 PERFORM 990-TEKST-NUMERU
                 MOVE WS-ND-TEKST TO WS-D-K-ORYG-O
                 MOVE DATA-FN TO WS-D-K-DATA-O
                 WRITE DUP-REC FROM WS-D-KOREKTA
              WHEN OTHER
                 MOVE "FAKTURA" TO WS-ND-SERIA
                 MOVE NR-FN TO WS-ND-NUMER
                 PERFORM 990-TEKST-NUMERU
                 MOVE WS-ND-TEKST TO WS-D-NR-O
                 MOVE DATA-FN TO WS-D-DATA-O
                 MOVE NR-ZAM-FN TO WS-D-ZAM-O
                 IF FN-PARAGON
                    MOVE "PARAGON NR " TO WS-D-TYTUL-O
                 ELSE
                    MOVE "FAKTURA NR " TO WS-D-TYTUL-O
                 END-IF
                 WRITE DUP-REC FROM WS-D-FAKTURA
           END-EVALUATE

           MOVE WS-DZIS TO WS-D-DUPL-DATA-O
           WRITE DUP-REC FROM WS-D-DUPLIKAT

           MOVE KOD-KLIENTA-FN TO WS-D-KLIENT-O
           MOVE NAZWA-FN TO WS-D-NAZWA-O
           WRITE DUP-REC FROM WS-D-NABYWCA
           MOVE ADRES-FN TO WS-D-ADRES-O
           WRITE DUP-REC FROM WS-D-ADRES
           IF NIP-FN NOT = SPACES
              MOVE KRAJ-FN TO WS-D-KRAJ-O
              MOVE NIP-FN TO WS-D-NIP-O
              WRITE DUP-REC FROM WS-D-NIP
           END-IF
           IF WALUTA-FN NOT = "PLN" AND WALUTA-FN NOT = SPACES
              MOVE WALUTA-FN TO WS-D-WALUTA-O
              MOVE KURS-FN TO WS-D-KURS-O
              WRITE DUP-REC FROM WS-D-KURS
           END-IF
           .

       120-POZYCJE.

           MOVE TYP-FN TO TYP-FP
           MOVE NR-FN TO NR-FP
           MOVE 0 TO LP-FP
           START FPFILE KEY NOT < KLUCZ-FP
           IF ERR-FP = 0
              READ FPFILE NEXT
              PERFORM UNTIL ERR-FP > 0
                      OR TYP-FP NOT = TYP-FN
                      OR NR-FP NOT = NR-FN
                 EVALUATE TRUE
                    WHEN TOWAR-FP = SPACES
                       MOVE OPIS-FP TO WS-D-OPIS-O
                       MOVE NETTO-FP TO WS-D-OPIS-NT-O
                       MOVE VAT-FP TO WS-D-OPIS-VT-O
                       WRITE DUP-REC FROM WS-D-POZ-OPIS
                    WHEN FN-KOREKTA
                       MOVE TOWAR-FP TO WS-D-K-TOWAR-O
                       MOVE ILOSC-PRZED-FP TO WS-D-K-ILOSC-P-O
                       MOVE CENA-PRZED-FP TO WS-D-K-CENA-P-O
                       MOVE ILOSC-FP TO WS-D-K-ILOSC-N-O
                       MOVE CENA-FP TO WS-D-K-CENA-N-O
                       MOVE NETTO-FP TO WS-D-K-ROZNICA-O
                       WRITE DUP-REC FROM WS-D-POZ-KOREKTY
                    WHEN OTHER
                       MOVE TOWAR-FP TO WS-D-TOWAR-O
                       MOVE ILOSC-FP TO WS-D-ILOSC-O
                       MOVE CENA-FP TO WS-D-CENA-O
                       MOVE NETTO-FP TO WS-WART-POZ
                       MOVE WS-WART-POZ TO WS-D-WART-O
                       WRITE DUP-REC FROM WS-D-POZYCJA
                 END-EVALUATE
                 READ FPFILE NEXT
              END-PERFORM
           END-IF
           .

       130-PODSUMOWANIE.

           PERFORM VARYING WS-ST-I FROM 1 BY 1
                   UNTIL WS-ST-I > LICZBA-STAWEK-FN
                   OR WS-ST-I > 10
              MOVE STAWKA-FN (WS-ST-I) TO WS-D-ST-O
              MOVE NETTO-ST-FN (WS-ST-I) TO WS-D-ST-NETTO-O
              MOVE VAT-ST-FN (WS-ST-I) TO WS-D-ST-VAT-O
              WRITE DUP-REC FROM WS-D-STAWKA
           END-PERFORM

           IF FN-KOREKTA
              MOVE "ROZNICA NETTO:  " TO WS-D-SUMY-TYTUL-O
           ELSE
              MOVE "RAZEM NETTO:    " TO WS-D-SUMY-TYTUL-O
           END-IF
           MOVE NETTO-FN TO WS-D-NETTO-O
           MOVE VAT-FN TO WS-D-VAT-O
           MOVE BRUTTO-FN TO WS-D-BRUTTO-O
           WRITE DUP-REC FROM WS-D-SUMY

           IF ZALICZKI-FN > 0
              MOVE ZALICZKI-FN TO WS-D-ODL-O
              MOVE DO-ZAPLATY-FN TO WS-D-DO-ZAPL-ZL-O
              WRITE DUP-REC FROM WS-D-PO-ZALICZKACH
           END-IF

      *    SLOWNIE - JAK NA ORYGINALE: KWOTA DO ZAPLATY FAKTURY,
      *    KWOTA ZALICZKI NA FAKTURZE ZALICZKOWEJ

           IF FN-FAKTURA
              IF FN-ZALICZKOWA
                 DIVIDE BRUTTO-FN BY 1 GIVING WS-BRUTTO-ZLOTE
                 COMPUTE WS-BRUTTO-GROSZE =
                         (BRUTTO-FN - WS-BRUTTO-ZLOTE) * 100
              ELSE
                 DIVIDE DO-ZAPLATY-FN BY 1 GIVING WS-BRUTTO-ZLOTE
                 COMPUTE WS-BRUTTO-GROSZE =
                         (DO-ZAPLATY-FN - WS-BRUTTO-ZLOTE) * 100
              END-IF
              MOVE SPACES TO WS-SLOWNIE
              CALL "LICZEBNIKI" USING WS-BRUTTO-ZLOTE WS-SLOWNIE
              MOVE WS-SLOWNIE TO WS-D-SLOWNIE-O
              MOVE WS-BRUTTO-GROSZE TO WS-D-GROSZE-O
              WRITE DUP-REC FROM WS-D-SLOWNIE
           END-IF

           IF DATA-PLATN-FN > 0
              MOVE DATA-PLATN-FN TO WS-D-TERMIN-O
              MOVE DO-ZAPLATY-FN TO WS-D-DO-ZAPL-O
              WRITE DUP-REC FROM WS-D-TERMIN
           END-IF
           IF PROC-SKONTA-FN > 0 AND DO-ZAPLATY-FN > 0
              COMPUTE WS-KWOTA-SKONTA ROUNDED =
                      DO-ZAPLATY-FN * PROC-SKONTA-FN / 100
              COMPUTE WS-DO-ZAPLATY-SK =
                      DO-ZAPLATY-FN - WS-KWOTA-SKONTA
              MOVE PROC-SKONTA-FN TO WS-D-PROC-SK-O
              MOVE DATA-SKONTA-FN TO WS-D-DATA-SK-O
              MOVE WS-KWOTA-SKONTA TO WS-D-KWOTA-SK-O
              MOVE WS-DO-ZAPLATY-SK TO WS-D-DO-ZAPL-SK-O
              WRITE DUP-REC FROM WS-D-SKONTO
           END-IF

           IF OPIS-FN NOT = SPACES
              MOVE OPIS-FN TO DUP-REC
              WRITE DUP-REC
           END-IF
           .

       140-ZAPISZ-DUPLIKAT.

           MOVE WS-DZIS TO DATA-DUPL-FN
           IF LICZBA-DUPL-FN < 999
              ADD 1 TO LICZBA-DUPL-FN
           END-IF
           REWRITE FN-REC
           IF ERR-FN NOT = 0
              DISPLAY "UWAGA: NIE ZAPISANO DATY DUPLIKATU W "
                      "FakturyNagl - KOD " ERR-FN
           ELSE
              DISPLAY "DUPLIKAT " TYP-FN "/" NR-FN
                      " ZAPISANY DO Duplikaty.txt"
           END-IF
           .

       990-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
           .
