       IDENTIFICATION DIVISION.

      *    JPKMAG - JEDNOLITY PLIK KONTROLNY JPK_MAG (MAGAZYN)
      *    ZA ZADANY ZAKRES DAT, NA ZADANIE URZEDU SKARBOWEGO.
      *    DOKUMENTY MAGAZYNOWE SA ODTWARZANE Z ISTNIEJACYCH
      *    DZIENNIKOW:
      *      PZ - PrzyjeciaPO.txt, NUMER PZ NADANY PRZY PRZYJECIU
      *           (PZ/NNNNNNN); STARSZE LINIE BEZ NUMERU - JEDEN
      *           DOKUMENT NA ZAMOWIENIE ZAKUPU I DZIEN PRZYJECIA
      *           (PZ/NR-PO/RRMMDD)
      *      WZ - DokumentyWZ.txt (NUMER WZ Z NAGLOWKA DOKUMENTU)
      *      RW - ROZCHODY WEWNETRZNE Z AUDYTU: WYDANIA NA MPK
      *           (RW-WEWN, NUMER RW Z WPISU - RW/NNNNNNN), ODPISY,
      *           ZUZYCIE SKLADNIKOW PRZY MONTAZU I DEMONTAZU,
      *           ZWROTY DO DOSTAWCOW (RW/RRMMDD/TYP)
      *      MM - PARY TRANSFER-Z / TRANSFER-DO Z AUDYTU, NUMER
      *           MM Z WPISU AUDYTU (MM/NNNNNNN); WPISY BEZ NUMERU -
      *           JEDEN DOKUMENT NA DZIEN (MM/RRMMDD); PRZESUNIECIE
      *           DWUETAPOWE (MAGAZYN: MM-WYSYLKA, MM-PRZYJECIE,
      *           MM-USZKODZ) TO DWA WIERSZE TEGO SAMEGO MM -
      *           MIEJSCE ZRODLOWE -> W DRODZE (MMNNNNNNN) I
      *           W DRODZE -> MIEJSCE DOCELOWE; BRAK W TRANSPORCIE
      *           (MM-BRAK) IDZIE DO RW
      *    AUDYT JEST CZYTANY Z ARCHIWOW MIESIECZNYCH
      *    Audyt-RRRRMM.txt Z ZAKRESU DAT ORAZ Z BIEZACEGO
      *    Audyt.txt (TA SAMA PETLA CO W AUDYTQ.COB).
      *    WYCENA POZYCJI PO CENA-ZAKUP Z BAZA5 (GDY 0 - PO
      *    CENIE, TAK JAK W KSIEGA.COB). SEKCJE PZ/WZ/RW/MM
      *    KONCZA SIE SUMAMI KONTROLNYMI (LICZBA DOKUMENTOW
      *    I SUMA WARTOSCI). PLIK JPKMAG-RRMM-NNNNNNN.xml
      *    (RRMM = MIESIAC DATY POCZATKOWEJ, NUMER Z SERII
      *    RAPORT) Z WPISEM W RejestrRaportow.txt.
      *    PRZEKROCZENIE LIMITU TABEL BLOKUJE PLIK - RETURN-CODE
      *    8 (TA SAMA ZASADA CO W KSIEGAFIN.COB).
      *    PARAMETR: RRMMDD RRMMDD (PUSTE = POPRZEDNI MIESIAC)

       PROGRAM-ID. JPKMAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT PRZLOGFILE ASSIGN TO "PrzyjeciaPO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PL.

           SELECT WZFILE ASSIGN TO "DokumentyWZ.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WZ.

           SELECT AUDYTFILE ASSIGN TO WS-PLIK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-A.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT XMLFILE ASSIGN TO WS-XML-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-X.

           SELECT REJRAPFILE ASSIGN TO "RejestrRaportow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RR.

       DATA DIVISION.

       FILE SECTION.

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

       FD PRZLOGFILE.
       01 PRZ-LOG-REC PIC X(90).

       FD WZFILE.
       01 WZ-REC PIC X(120).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       FD XMLFILE.
       01 XML-REC PIC X(200).

       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 ERR-RR PIC 99.
       01 ERR-N PIC 99.
       01 WS-KR-NR PIC 9(7).
       01 WS-KR-DATA PIC 9(6).
       01 WS-KR-CZAS PIC 9(8).
       01 WS-KR-PROGRAM PIC X(8).
       01 WS-KR-PARAMETRY PIC X(20).
       01 WS-KR-NUMERY-BLAD PIC X(1).
          88 WS-KR-JEST-BLAD VALUE "T".
       01 WS-UZYTKOWNIK PIC X(8) VALUE "SYSTEM".
       01 WS-REJRAP-LINIA.
          05 WS-RR-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PROG-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-OPER-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PARAM-O  PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RR-PLIK-O   PIC X(40).
       01 ERR PIC 99.
       01 ERR-PL PIC 99.
       01 ERR-WZ PIC 99.
       01 ERR-A PIC 99.
       01 ERR-X PIC 99.

       01 PODMIOT-NAZWA PIC X(30)
          VALUE "HURTOWNIA MAGAZYNOWA SP Z O O".
       01 PODMIOT-NIP PIC X(10) VALUE "5260001246".
       01 PODMIOT-MAGAZYN PIC X(20) VALUE "MAGAZYN GLOWNY".

       01 WS-PARAM PIC X(20).
       01 WS-DATA-OD PIC 9(6).
       01 WS-DATA-DO PIC 9(6).
       01 WS-DZIS PIC 9(6).
       01 WS-ROK PIC 9(2).
       01 WS-MC PIC 9(2).
       01 WS-XML-NAZWA PIC X(30).
       01 WS-XML-BUFOR PIC X(200).
       01 WS-PLIK-NAZWA PIC X(30).

       01 WS-MIESIAC PIC 9(4).
       01 WS-MIESIAC-DO PIC 9(4).
       01 WS-MIESIAC-RR PIC 9(2).
       01 WS-MIESIAC-MM PIC 9(2).

       01 WS-PRZ-LOG-LINE.
          05 WS-PRZ-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-CZAS-O    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-NR-PO-O   PIC 9(7).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-DOST-O    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-TOWAR-O   PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-ILOSC-O   PIC Z(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-DATA-PO-O PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-OCZEK-O   PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-PRZ-PZ-O      PIC X(7).

      *    DokumentyWZ.txt TO WYDRUK: NAGLOWEK "WZ NR ", LINIA
      *    "ODBIORCA: ", POZYCJE "  LP " (UKLAD JAK WS-WZ-...
      *    W ZAMOWIENIA.COB)

       01 WS-WZ-LINIA PIC X(120).
       01 WS-WZ-NR PIC 9(7).
       01 WS-WZ-DATA PIC 9(6).
       01 WS-WZ-W-ZAKRESIE PIC X(1).
          88 WS-WZ-BIERZEMY VALUE "T".

       01 WS-AUDYT-LINE.
          05 WS-AUD-DATA-O    PIC 9(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-CZAS-O    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-OPER-O    PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-TOWAR-O   PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-PRZED-O   PIC Z(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-PO-O      PIC Z(7)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-TYP-O     PIC X(12).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-AUD-LOK-O     PIC X(10).
          05 FILLER           PIC X(27).
          05 WS-AUD-DOKUMENT-O PIC X(10).
       01 WS-PRZED-N PIC 9(7)V99.
       01 WS-PO-N PIC 9(7)V99.

      *    OSTATNI TRANSFER-Z CZEKAJACY NA SWOJ TRANSFER-DO

       01 WS-TR-OCZEKUJE PIC X(1) VALUE "N".
          88 WS-TR-JEST-Z VALUE "T".
       01 WS-TR-TOWAR PIC X(20).
       01 WS-TR-LOK-Z PIC X(10).
       01 WS-TR-ILOSC PIC 9(7)V99.

      *    DANE BIEZACEGO DOKUMENTU I POZYCJI PRZED DOPISANIEM

       01 WS-NOWY-TYP PIC X(2).
       01 WS-NOWY-NUMER PIC X(24).
       01 WS-NOWY-DATA PIC 9(6).
       01 WS-NOWY-KONTR PIC X(10).
       01 WS-NOWY-TOWAR PIC X(20).
       01 WS-NOWY-LOK PIC X(10).
       01 WS-NOWY-LOK-DO PIC X(10).
       01 WS-MM-DROGA PIC X(10).
       01 WS-NOWY-ILOSC PIC 9(7)V99.
       01 WS-NR-TEKST PIC X(7).

       01 WS-KOSZT PIC 9(7)V99.
       01 WS-JEDNOSTKA PIC X(4).
       01 WS-BEZ-CENY PIC 9(5) VALUE 0.

      *    DOKUMENTY (NAGLOWKI) I ICH POZYCJE

       01 WS-DK-N PIC 9(4) VALUE 0.
       01 WS-DK-I PIC 9(4).
       01 WS-DK-LIMIT PIC X(1) VALUE "N".
          88 WS-DK-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-DK-TAB OCCURS 1000.
          05 WS-DK-TYP      PIC X(2).
          05 WS-DK-NUMER    PIC X(24).
          05 WS-DK-DATA     PIC 9(6).
          05 WS-DK-KONTR    PIC X(10).
          05 WS-DK-WARTOSC  PIC 9(13)V99.

       01 WS-DL-N PIC 9(4) VALUE 0.
       01 WS-DL-I PIC 9(4).
       01 WS-DL-LP PIC 9(4).
       01 WS-DL-TAB OCCURS 5000.
          05 WS-DL-DOK      PIC 9(4).
          05 WS-DL-TOWAR    PIC X(20).
          05 WS-DL-LOK      PIC X(10).
          05 WS-DL-LOK-DO   PIC X(10).
          05 WS-DL-ILOSC    PIC 9(7)V99.
          05 WS-DL-JM       PIC X(4).
          05 WS-DL-CENA     PIC 9(7)V99.
          05 WS-DL-WARTOSC  PIC 9(11)V99.

      *    SEKCJE PLIKU W KOLEJNOSCI SCHEMATU I ICH SUMY

       01 WS-SEKCJE-WARTOSCI.
          05 FILLER PIC X(2) VALUE "PZ".
          05 FILLER PIC X(2) VALUE "WZ".
          05 FILLER PIC X(2) VALUE "RW".
          05 FILLER PIC X(2) VALUE "MM".
       01 WS-SEKCJE REDEFINES WS-SEKCJE-WARTOSCI.
          05 WS-SEK-KOD PIC X(2) OCCURS 4.
       01 WS-SEK-I PIC 9(1).
       01 WS-SEK PIC X(2).
       01 WS-SEK-LICZBA PIC 9(5).
       01 WS-SEK-SUMA PIC 9(13)V99.

       01 WS-DATA-WE PIC 9(6).
       01 WS-DATA-XML PIC X(10).
       01 WS-XML-LICZBA-O PIC Z(4)9.
       01 WS-XML-LP-O PIC Z(3)9.
       01 WS-XML-ILOSC-O PIC Z(7)9.99.
       01 WS-XML-CENA-O PIC Z(7)9.99.
       01 WS-XML-KWOTA-O PIC Z(12)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           PERFORM 100-ZAKRES-DAT

           DISPLAY "JPK_MAG ZA OKRES " WS-DATA-OD " - " WS-DATA-DO

           PERFORM 200-PRZYJECIA
           PERFORM 300-WYDANIA
           PERFORM 400-AUDYT

           DISPLAY "DOKUMENTOW        : " WS-DK-N
           DISPLAY "POZYCJI           : " WS-DL-N
           IF WS-BEZ-CENY > 0
              DISPLAY "UWAGA: POZYCJI BEZ CENY ZAKUPU W BAZA5: "
                      WS-BEZ-CENY
           END-IF

           IF WS-DK-LIMIT-PRZEKROCZONY
              DISPLAY "PRZEKROCZONO LIMIT DOKUMENTOW LUB POZYCJI - "
                      "PLIK JPK_MAG NIE ZOSTAL ZAPISANY"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 996-NUMER-RAPORTU
           MOVE SPACES TO WS-XML-NAZWA
           STRING "JPKMAG-" WS-DATA-OD(1:4) "-" WS-KR-NR ".xml"
                  DELIMITED BY SIZE INTO WS-XML-NAZWA

           OPEN OUTPUT XMLFILE
           IF ERR-X NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU " WS-XML-NAZWA
                      " - KOD " ERR-X
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 600-ZAPISZ-JPK
              CLOSE XMLFILE
              DISPLAY "JPK_MAG ZAPISANY DO: " WS-XML-NAZWA
              MOVE "JPKMAG" TO WS-KR-PROGRAM
              MOVE WS-PARAM TO WS-KR-PARAMETRY
              IF WS-KR-PARAMETRY = SPACES
                 STRING WS-DATA-OD " " WS-DATA-DO
                        DELIMITED BY SIZE INTO WS-KR-PARAMETRY
              END-IF
              PERFORM 995-REJESTR-RAPORTU
           END-IF

           STOP RUN
           .

       100-ZAKRES-DAT.

      *    "RRMMDD RRMMDD"; BEZ PARAMETRU - CALY POPRZEDNI MIESIAC
      *    (DZIEN 31 JAKO GORNA GRANICA WYSTARCZA DLA POROWNAN)

           IF WS-PARAM(1:6) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(1:6)) = 0
              COMPUTE WS-DATA-OD = FUNCTION NUMVAL (WS-PARAM(1:6))
              IF WS-PARAM(8:6) NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-PARAM(8:6)) = 0
                 COMPUTE WS-DATA-DO =
                         FUNCTION NUMVAL (WS-PARAM(8:6))
              ELSE
                 MOVE WS-DATA-OD TO WS-DATA-DO
              END-IF
           ELSE
              MOVE WS-DZIS(1:2) TO WS-ROK
              MOVE WS-DZIS(3:2) TO WS-MC
              IF WS-MC = 1
                 MOVE 12 TO WS-MC
                 SUBTRACT 1 FROM WS-ROK
              ELSE
                 SUBTRACT 1 FROM WS-MC
              END-IF
              COMPUTE WS-DATA-OD = WS-ROK * 10000 + WS-MC * 100 + 1
              COMPUTE WS-DATA-DO = WS-ROK * 10000 + WS-MC * 100 + 31
           END-IF

           IF WS-DATA-DO < WS-DATA-OD
              DISPLAY "DATA KONCOWA PRZED POCZATKOWA - "
                      WS-DATA-OD " " WS-DATA-DO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       200-PRZYJECIA.

      *    KAZDA LINIA PrzyjeciaPO.txt Z ZAKRESU TO POZYCJA PZ;
      *    NUMER DOKUMENTU Z ZAMOWIENIA ZAKUPU I DATY PRZYJECIA

           OPEN INPUT PRZLOGFILE
           IF ERR-PL NOT = 0
              DISPLAY "BRAK PLIKU PrzyjeciaPO.txt - BRAK PZ"
           ELSE
              OPEN INPUT INFILE
              MOVE SPACES TO WS-PRZ-LOG-LINE
              READ PRZLOGFILE INTO WS-PRZ-LOG-LINE
              PERFORM UNTIL ERR-PL > 0
                 IF WS-PRZ-DATA-O NOT < WS-DATA-OD
                    AND WS-PRZ-DATA-O NOT > WS-DATA-DO
                    MOVE "PZ" TO WS-NOWY-TYP
                    MOVE SPACES TO WS-NOWY-NUMER
                    IF WS-PRZ-PZ-O IS NUMERIC
                       AND WS-PRZ-PZ-O NOT = "0000000"
                       STRING "PZ/" WS-PRZ-PZ-O
                              DELIMITED BY SIZE INTO WS-NOWY-NUMER
                    ELSE
                       MOVE WS-PRZ-NR-PO-O TO WS-NR-TEKST
                       STRING "PZ/" WS-NR-TEKST "/" WS-PRZ-DATA-O
                              DELIMITED BY SIZE INTO WS-NOWY-NUMER
                    END-IF
                    MOVE WS-PRZ-DATA-O TO WS-NOWY-DATA
                    MOVE WS-PRZ-DOST-O TO WS-NOWY-KONTR
                    MOVE WS-PRZ-TOWAR-O TO WS-NOWY-TOWAR
                    MOVE SPACES TO WS-NOWY-LOK
                    MOVE SPACES TO WS-NOWY-LOK-DO
                    MOVE WS-PRZ-ILOSC-O TO WS-NOWY-ILOSC
                    PERFORM 500-DOKUMENT
                    PERFORM 510-POZYCJA
                 END-IF
                 MOVE SPACES TO WS-PRZ-LOG-LINE
                 READ PRZLOGFILE INTO WS-PRZ-LOG-LINE
              END-PERFORM
              CLOSE INFILE
              CLOSE PRZLOGFILE
           END-IF
           .

       300-WYDANIA.

      *    NAGLOWEK WZ Z ZAKRESU OTWIERA DOKUMENT, ODBIORCA
      *    UZUPELNIA KONTRAHENTA, POZYCJE "  LP " DO NASTEPNEGO
      *    NAGLOWKA NALEZA DO TEGO DOKUMENTU

           MOVE "N" TO WS-WZ-W-ZAKRESIE
           OPEN INPUT WZFILE
           IF ERR-WZ NOT = 0
              DISPLAY "BRAK PLIKU DokumentyWZ.txt - BRAK WZ"
           ELSE
              OPEN INPUT INFILE
              MOVE SPACES TO WS-WZ-LINIA
              READ WZFILE INTO WS-WZ-LINIA
              PERFORM UNTIL ERR-WZ > 0
                 EVALUATE TRUE
                    WHEN WS-WZ-LINIA(1:6) = "WZ NR "
                       PERFORM 310-NAGLOWEK-WZ
                    WHEN WS-WZ-LINIA(1:10) = "ODBIORCA: "
                       AND WS-WZ-BIERZEMY
                       MOVE WS-WZ-LINIA(11:10)
                            TO WS-DK-KONTR (WS-DK-I)
                    WHEN WS-WZ-LINIA(1:5) = "  LP "
                       AND WS-WZ-BIERZEMY
                       PERFORM 320-POZYCJA-WZ
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 MOVE SPACES TO WS-WZ-LINIA
                 READ WZFILE INTO WS-WZ-LINIA
              END-PERFORM
              CLOSE INFILE
              CLOSE WZFILE
           END-IF
           .

       310-NAGLOWEK-WZ.

           MOVE "N" TO WS-WZ-W-ZAKRESIE
           IF FUNCTION TEST-NUMVAL (WS-WZ-LINIA(7:7)) = 0
              AND FUNCTION TEST-NUMVAL (WS-WZ-LINIA(21:6)) = 0
              COMPUTE WS-WZ-NR = FUNCTION NUMVAL (WS-WZ-LINIA(7:7))
              COMPUTE WS-WZ-DATA =
                      FUNCTION NUMVAL (WS-WZ-LINIA(21:6))
              IF WS-WZ-DATA NOT < WS-DATA-OD
                 AND WS-WZ-DATA NOT > WS-DATA-DO
                 MOVE "WZ" TO WS-NOWY-TYP
                 MOVE WS-WZ-NR TO WS-NR-TEKST
                 MOVE SPACES TO WS-NOWY-NUMER
                 STRING "WZ/" WS-NR-TEKST
                        DELIMITED BY SIZE INTO WS-NOWY-NUMER
                 MOVE WS-WZ-DATA TO WS-NOWY-DATA
                 MOVE SPACES TO WS-NOWY-KONTR
                 PERFORM 500-DOKUMENT
                 IF WS-DK-I > 0
                    MOVE "T" TO WS-WZ-W-ZAKRESIE
                 END-IF
              END-IF
           END-IF
           .

       320-POZYCJA-WZ.

           MOVE WS-WZ-LINIA(10:20) TO WS-NOWY-TOWAR
           MOVE WS-WZ-LINIA(31:10) TO WS-NOWY-LOK
           MOVE SPACES TO WS-NOWY-LOK-DO
           MOVE 0 TO WS-NOWY-ILOSC
           IF FUNCTION TEST-NUMVAL (WS-WZ-LINIA(50:11)) = 0
              COMPUTE WS-NOWY-ILOSC =
                      FUNCTION NUMVAL (WS-WZ-LINIA(50:11))
           END-IF
           PERFORM 510-POZYCJA
           .

       400-AUDYT.

      *    ARCHIWA MIESIECZNE W ZAKRESIE DAT, POTEM BIEZACY PLIK

           OPEN INPUT INFILE
           MOVE WS-DATA-OD(1:4) TO WS-MIESIAC
           MOVE WS-DATA-DO(1:4) TO WS-MIESIAC-DO
           PERFORM UNTIL WS-MIESIAC > WS-MIESIAC-DO
              MOVE SPACES TO WS-PLIK-NAZWA
              STRING "Audyt-20" WS-MIESIAC ".txt"
                     DELIMITED BY SIZE INTO WS-PLIK-NAZWA
              PERFORM 410-SKANUJ-PLIK
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
           PERFORM 410-SKANUJ-PLIK
           CLOSE INFILE
           .

       410-SKANUJ-PLIK.

           MOVE "N" TO WS-TR-OCZEKUJE
           OPEN INPUT AUDYTFILE
           IF ERR-A NOT = 0
              CONTINUE
           ELSE
              MOVE SPACES TO WS-AUDYT-LINE
              READ AUDYTFILE INTO WS-AUDYT-LINE
              PERFORM UNTIL ERR-A > 0
                 IF WS-AUD-DATA-O NOT < WS-DATA-OD
                    AND WS-AUD-DATA-O NOT > WS-DATA-DO
                    AND WS-AUD-OPER-O NOT = "ANULOWANIE"
                    PERFORM 420-ZDARZENIE
                 END-IF
                 MOVE SPACES TO WS-AUDYT-LINE
                 READ AUDYTFILE INTO WS-AUDYT-LINE
              END-PERFORM
              CLOSE AUDYTFILE
           END-IF
           .

       420-ZDARZENIE.

      *    RW: ZMNIEJSZENIA STANU Z ODPISU, MONTAZU/DEMONTAZU
      *    (ZUZYTE SKLADNIKI LUB ROZEBRANY ZESTAW) I ZWROTU DO
      *    DOSTAWCY ORAZ BRAKU W TRANSPORCIE MIEDZY MAGAZYNAMI.
      *    MM: TRANSFER-Z ZAPAMIETANY DO NAJBLIZSZEGO TRANSFER-DO
      *    TEGO SAMEGO TOWARU; WYSYLKA I PRZYJECIE MM
      *    DWUETAPOWEGO OSOBNO, POD NUMEREM MM Z WPISU

           MOVE WS-AUD-PRZED-O TO WS-PRZED-N
           MOVE WS-AUD-PO-O TO WS-PO-N
           EVALUATE WS-AUD-TYP-O
              WHEN "ODPIS"
              WHEN "MONTAZ"
              WHEN "DEMONTAZ"
              WHEN "ZWROT-DOST"
              WHEN "RW-WEWN"
              WHEN "MM-BRAK"
                 IF WS-PO-N < WS-PRZED-N
                    MOVE "RW" TO WS-NOWY-TYP
                    MOVE SPACES TO WS-NOWY-NUMER
                    IF WS-AUD-DOKUMENT-O(1:3) = "RW/"
                       MOVE WS-AUD-DOKUMENT-O TO WS-NOWY-NUMER
                    ELSE
                       STRING "RW/" WS-AUD-DATA-O "/"
                              FUNCTION TRIM (WS-AUD-TYP-O)
                              DELIMITED BY SIZE INTO WS-NOWY-NUMER
                    END-IF
                    MOVE WS-AUD-DATA-O TO WS-NOWY-DATA
                    MOVE SPACES TO WS-NOWY-KONTR
                    MOVE WS-AUD-TOWAR-O TO WS-NOWY-TOWAR
                    MOVE WS-AUD-LOK-O TO WS-NOWY-LOK
                    MOVE SPACES TO WS-NOWY-LOK-DO
                    COMPUTE WS-NOWY-ILOSC = WS-PRZED-N - WS-PO-N
                    PERFORM 500-DOKUMENT
                    PERFORM 510-POZYCJA
                 END-IF
              WHEN "TRANSFER-Z"
                 MOVE "T" TO WS-TR-OCZEKUJE
                 MOVE WS-AUD-TOWAR-O TO WS-TR-TOWAR
                 MOVE WS-AUD-LOK-O TO WS-TR-LOK-Z
                 IF WS-PRZED-N > WS-PO-N
                    COMPUTE WS-TR-ILOSC = WS-PRZED-N - WS-PO-N
                 ELSE
                    MOVE 0 TO WS-TR-ILOSC
                 END-IF
              WHEN "TRANSFER-DO"
                 IF WS-TR-JEST-Z
                    AND WS-AUD-TOWAR-O = WS-TR-TOWAR
                    AND WS-TR-ILOSC > 0
                    MOVE "MM" TO WS-NOWY-TYP
                    MOVE SPACES TO WS-NOWY-NUMER
                    IF WS-AUD-DOKUMENT-O(1:3) = "MM/"
                       MOVE WS-AUD-DOKUMENT-O TO WS-NOWY-NUMER
                    ELSE
                       STRING "MM/" WS-AUD-DATA-O
                              DELIMITED BY SIZE INTO WS-NOWY-NUMER
                    END-IF
                    MOVE WS-AUD-DATA-O TO WS-NOWY-DATA
                    MOVE SPACES TO WS-NOWY-KONTR
                    MOVE WS-TR-TOWAR TO WS-NOWY-TOWAR
                    MOVE WS-TR-LOK-Z TO WS-NOWY-LOK
                    MOVE WS-AUD-LOK-O TO WS-NOWY-LOK-DO
                    MOVE WS-TR-ILOSC TO WS-NOWY-ILOSC
                    PERFORM 500-DOKUMENT
                    PERFORM 510-POZYCJA
                 END-IF
                 MOVE "N" TO WS-TR-OCZEKUJE
              WHEN "MM-WYSYLKA"
                 IF WS-PO-N < WS-PRZED-N
                    PERFORM 425-DOKUMENT-MM-DROGA
                    MOVE WS-AUD-LOK-O TO WS-NOWY-LOK
                    MOVE WS-MM-DROGA TO WS-NOWY-LOK-DO
                    COMPUTE WS-NOWY-ILOSC = WS-PRZED-N - WS-PO-N
                    PERFORM 500-DOKUMENT
                    PERFORM 510-POZYCJA
                 END-IF
              WHEN "MM-PRZYJECIE"
              WHEN "MM-USZKODZ"
                 IF WS-PO-N > WS-PRZED-N
                    PERFORM 425-DOKUMENT-MM-DROGA
                    MOVE WS-MM-DROGA TO WS-NOWY-LOK
                    MOVE WS-AUD-LOK-O TO WS-NOWY-LOK-DO
                    COMPUTE WS-NOWY-ILOSC = WS-PO-N - WS-PRZED-N
                    PERFORM 500-DOKUMENT
                    PERFORM 510-POZYCJA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       425-DOKUMENT-MM-DROGA.

      *    MM DWUETAPOWE: NUMER Z WPISU AUDYTU (MM/NNNNNNN),
      *    MIEJSCE "W DRODZE" JAK W MAGAZYN (MM + NUMER)

           MOVE "MM" TO WS-NOWY-TYP
           MOVE SPACES TO WS-NOWY-NUMER
           MOVE SPACES TO WS-MM-DROGA
           IF WS-AUD-DOKUMENT-O(1:3) = "MM/"
              MOVE WS-AUD-DOKUMENT-O TO WS-NOWY-NUMER
              STRING "MM" WS-AUD-DOKUMENT-O(4:7)
                     DELIMITED BY SIZE INTO WS-MM-DROGA
           ELSE
              STRING "MM/" WS-AUD-DATA-O
                     DELIMITED BY SIZE INTO WS-NOWY-NUMER
              MOVE "W DRODZE" TO WS-MM-DROGA
           END-IF
           MOVE WS-AUD-DATA-O TO WS-NOWY-DATA
           MOVE SPACES TO WS-NOWY-KONTR
           MOVE WS-AUD-TOWAR-O TO WS-NOWY-TOWAR
           .

       500-DOKUMENT.

      *    SZUKA DOKUMENTU WS-NOWY-TYP/NUMER W TABELI, NOWY
      *    DOPISUJE; WS-DK-I = 0 GDY TABELA PELNA

           MOVE 0 TO WS-DK-I
           PERFORM VARYING WS-DL-I FROM 1 BY 1
                   UNTIL WS-DL-I > WS-DK-N OR WS-DK-I > 0
              IF WS-DK-TYP (WS-DL-I) = WS-NOWY-TYP
                 AND WS-DK-NUMER (WS-DL-I) = WS-NOWY-NUMER
                 MOVE WS-DL-I TO WS-DK-I
              END-IF
           END-PERFORM
           IF WS-DK-I = 0
              IF WS-DK-N < 1000
                 ADD 1 TO WS-DK-N
                 MOVE WS-DK-N TO WS-DK-I
                 MOVE WS-NOWY-TYP TO WS-DK-TYP (WS-DK-I)
                 MOVE WS-NOWY-NUMER TO WS-DK-NUMER (WS-DK-I)
                 MOVE WS-NOWY-DATA TO WS-DK-DATA (WS-DK-I)
                 MOVE WS-NOWY-KONTR TO WS-DK-KONTR (WS-DK-I)
                 MOVE 0 TO WS-DK-WARTOSC (WS-DK-I)
              ELSE
                 MOVE "T" TO WS-DK-LIMIT
              END-IF
           END-IF
           .

       510-POZYCJA.

           IF WS-DK-I > 0 AND WS-NOWY-ILOSC > 0
              IF WS-DL-N < 5000
                 PERFORM 520-CENA-ZAKUPU
                 ADD 1 TO WS-DL-N
                 MOVE WS-DK-I TO WS-DL-DOK (WS-DL-N)
                 MOVE WS-NOWY-TOWAR TO WS-DL-TOWAR (WS-DL-N)
                 MOVE WS-NOWY-LOK TO WS-DL-LOK (WS-DL-N)
                 MOVE WS-NOWY-LOK-DO TO WS-DL-LOK-DO (WS-DL-N)
                 MOVE WS-NOWY-ILOSC TO WS-DL-ILOSC (WS-DL-N)
                 MOVE WS-JEDNOSTKA TO WS-DL-JM (WS-DL-N)
                 MOVE WS-KOSZT TO WS-DL-CENA (WS-DL-N)
                 COMPUTE WS-DL-WARTOSC (WS-DL-N) ROUNDED =
                         WS-KOSZT * WS-NOWY-ILOSC
                 ADD WS-DL-WARTOSC (WS-DL-N)
                     TO WS-DK-WARTOSC (WS-DK-I)
              ELSE
                 MOVE "T" TO WS-DK-LIMIT
              END-IF
           END-IF
           .

       520-CENA-ZAKUPU.

      *    WYCENA PO KOSZCIE ZAKUPU Z BAZA5 (GDY 0 - PO CENIE);
      *    BEZ LOKALIZACJI (PZ) LUB GDY JEJ NIE MA - PIERWSZA
      *    LOKALIZACJA TOWARU

           MOVE 0 TO WS-KOSZT
           MOVE "SZT" TO WS-JEDNOSTKA
           MOVE 99 TO ERR
           IF WS-NOWY-LOK NOT = SPACES
              MOVE WS-NOWY-TOWAR TO TOWAR
              MOVE WS-NOWY-LOK TO LOKALIZACJA
              READ INFILE
           END-IF
           IF ERR NOT = 0
              MOVE WS-NOWY-TOWAR TO TOWAR
              START INFILE KEY = TOWAR
              IF ERR = 0
                 READ INFILE NEXT
                 IF ERR = 0 AND TOWAR OF IN-REC NOT = WS-NOWY-TOWAR
                    MOVE 23 TO ERR
                 END-IF
              END-IF
           END-IF
           IF ERR = 0
              MOVE CENA-ZAKUP OF IN-REC TO WS-KOSZT
              IF WS-KOSZT = 0
                 MOVE CENA OF IN-REC TO WS-KOSZT
              END-IF
              IF JEDNOSTKA OF IN-REC NOT = SPACES
                 MOVE JEDNOSTKA OF IN-REC TO WS-JEDNOSTKA
              END-IF
           END-IF
           IF WS-KOSZT = 0
              ADD 1 TO WS-BEZ-CENY
              DISPLAY "BRAK CENY ZAKUPU: " WS-NOWY-TOWAR " "
                      WS-NOWY-LOK
           END-IF
           .

       600-ZAPISZ-JPK.

           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE "<JPK>" TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE "  <Naglowek>" TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE "    <KodFormularza>JPK_MAG</KodFormularza>"
                TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE "    <WariantFormularza>1</WariantFormularza>"
                TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE "    <CelZlozenia>1</CelZlozenia>" TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE WS-DZIS TO WS-DATA-WE
           PERFORM 680-DATA-XML
           MOVE SPACES TO WS-XML-BUFOR
           STRING "    <DataWytworzeniaJPK>" WS-DATA-XML
                  "</DataWytworzeniaJPK>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE WS-DATA-OD TO WS-DATA-WE
           PERFORM 680-DATA-XML
           MOVE SPACES TO WS-XML-BUFOR
           STRING "    <DataOd>" WS-DATA-XML "</DataOd>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE WS-DATA-DO TO WS-DATA-WE
           PERFORM 680-DATA-XML
           MOVE SPACES TO WS-XML-BUFOR
           STRING "    <DataDo>" WS-DATA-XML "</DataDo>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE "  </Naglowek>" TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA

           MOVE "  <Podmiot1>" TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE SPACES TO WS-XML-BUFOR
           STRING "    <NIP>" PODMIOT-NIP "</NIP>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE SPACES TO WS-XML-BUFOR
           STRING "    <PelnaNazwa>" FUNCTION TRIM (PODMIOT-NAZWA)
                  "</PelnaNazwa>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE "  </Podmiot1>" TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE SPACES TO WS-XML-BUFOR
           STRING "  <Magazyn>" FUNCTION TRIM (PODMIOT-MAGAZYN)
                  "</Magazyn>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA

           PERFORM VARYING WS-SEK-I FROM 1 BY 1 UNTIL WS-SEK-I > 4
              MOVE WS-SEK-KOD (WS-SEK-I) TO WS-SEK
              PERFORM 610-SEKCJA
           END-PERFORM

           MOVE "</JPK>" TO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           .

       610-SEKCJA.

      *    SEKCJA JEDNEGO RODZAJU DOKUMENTU: NAGLOWKI
      *    <XXWartosc>, POZYCJE <XXWiersz>, SUMY <XXCtrl>;
      *    RODZAJ BEZ DOKUMENTOW W OKRESIE JEST POMIJANY

           MOVE 0 TO WS-SEK-LICZBA
           MOVE 0 TO WS-SEK-SUMA
           PERFORM VARYING WS-DK-I FROM 1 BY 1
                   UNTIL WS-DK-I > WS-DK-N
              IF WS-DK-TYP (WS-DK-I) = WS-SEK
                 ADD 1 TO WS-SEK-LICZBA
                 ADD WS-DK-WARTOSC (WS-DK-I) TO WS-SEK-SUMA
              END-IF
           END-PERFORM

           IF WS-SEK-LICZBA > 0
              MOVE SPACES TO WS-XML-BUFOR
              STRING "  <" WS-SEK ">"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 690-XML-LINIA
              PERFORM VARYING WS-DK-I FROM 1 BY 1
                      UNTIL WS-DK-I > WS-DK-N
                 IF WS-DK-TYP (WS-DK-I) = WS-SEK
                    PERFORM 620-NAGLOWEK-DOKUMENTU
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-DK-I FROM 1 BY 1
                      UNTIL WS-DK-I > WS-DK-N
                 IF WS-DK-TYP (WS-DK-I) = WS-SEK
                    MOVE 0 TO WS-DL-LP
                    PERFORM VARYING WS-DL-I FROM 1 BY 1
                            UNTIL WS-DL-I > WS-DL-N
                       IF WS-DL-DOK (WS-DL-I) = WS-DK-I
                          ADD 1 TO WS-DL-LP
                          PERFORM 630-WIERSZ-DOKUMENTU
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM

              MOVE SPACES TO WS-XML-BUFOR
              STRING "    <" WS-SEK "Ctrl>"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 690-XML-LINIA
              MOVE WS-SEK-LICZBA TO WS-XML-LICZBA-O
              MOVE SPACES TO WS-XML-BUFOR
              STRING "      <Liczba" WS-SEK ">"
                     FUNCTION TRIM (WS-XML-LICZBA-O)
                     "</Liczba" WS-SEK ">"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 690-XML-LINIA
              MOVE WS-SEK-SUMA TO WS-XML-KWOTA-O
              MOVE SPACES TO WS-XML-BUFOR
              STRING "      <Suma" WS-SEK ">"
                     FUNCTION TRIM (WS-XML-KWOTA-O)
                     "</Suma" WS-SEK ">"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 690-XML-LINIA
              MOVE SPACES TO WS-XML-BUFOR
              STRING "    </" WS-SEK "Ctrl>"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 690-XML-LINIA
              MOVE SPACES TO WS-XML-BUFOR
              STRING "  </" WS-SEK ">"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 690-XML-LINIA

              DISPLAY WS-SEK ": DOKUMENTOW " WS-SEK-LICZBA
                      " WARTOSC " WS-SEK-SUMA
           END-IF
           .

       620-NAGLOWEK-DOKUMENTU.

           MOVE SPACES TO WS-XML-BUFOR
           STRING "    <" WS-SEK "Wartosc>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <Numer" WS-SEK ">"
                  FUNCTION TRIM (WS-DK-NUMER (WS-DK-I))
                  "</Numer" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE WS-DK-DATA (WS-DK-I) TO WS-DATA-WE
           PERFORM 680-DATA-XML
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <Data" WS-SEK ">" WS-DATA-XML
                  "</Data" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE WS-DK-WARTOSC (WS-DK-I) TO WS-XML-KWOTA-O
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <Wartosc" WS-SEK ">"
                  FUNCTION TRIM (WS-XML-KWOTA-O)
                  "</Wartosc" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           IF WS-DK-KONTR (WS-DK-I) NOT = SPACES
              MOVE SPACES TO WS-XML-BUFOR
              EVALUATE WS-SEK
                 WHEN "PZ"
                    STRING "      <Dostawca>"
                           FUNCTION TRIM (WS-DK-KONTR (WS-DK-I))
                           "</Dostawca>"
                           DELIMITED BY SIZE INTO WS-XML-BUFOR
                 WHEN OTHER
                    STRING "      <Odbiorca>"
                           FUNCTION TRIM (WS-DK-KONTR (WS-DK-I))
                           "</Odbiorca>"
                           DELIMITED BY SIZE INTO WS-XML-BUFOR
              END-EVALUATE
              PERFORM 690-XML-LINIA
           END-IF
           MOVE SPACES TO WS-XML-BUFOR
           STRING "    </" WS-SEK "Wartosc>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           .

       630-WIERSZ-DOKUMENTU.

           MOVE SPACES TO WS-XML-BUFOR
           STRING "    <" WS-SEK "Wiersz>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <Numer2" WS-SEK ">"
                  FUNCTION TRIM (WS-DK-NUMER (WS-DK-I))
                  "</Numer2" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE WS-DL-LP TO WS-XML-LP-O
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <Lp" WS-SEK ">"
                  FUNCTION TRIM (WS-XML-LP-O)
                  "</Lp" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <KodTowaru" WS-SEK ">"
                  FUNCTION TRIM (WS-DL-TOWAR (WS-DL-I))
                  "</KodTowaru" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           IF WS-SEK = "MM"
              MOVE SPACES TO WS-XML-BUFOR
              STRING "      <MagazynZ>"
                     FUNCTION TRIM (WS-DL-LOK (WS-DL-I))
                     "</MagazynZ>"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 690-XML-LINIA
              MOVE SPACES TO WS-XML-BUFOR
              STRING "      <MagazynDo>"
                     FUNCTION TRIM (WS-DL-LOK-DO (WS-DL-I))
                     "</MagazynDo>"
                     DELIMITED BY SIZE INTO WS-XML-BUFOR
              PERFORM 690-XML-LINIA
           END-IF
           MOVE WS-DL-ILOSC (WS-DL-I) TO WS-XML-ILOSC-O
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <Ilosc" WS-SEK ">"
                  FUNCTION TRIM (WS-XML-ILOSC-O)
                  "</Ilosc" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <JednostkaMiary" WS-SEK ">"
                  FUNCTION TRIM (WS-DL-JM (WS-DL-I))
                  "</JednostkaMiary" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE WS-DL-CENA (WS-DL-I) TO WS-XML-CENA-O
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <CenaJedn" WS-SEK ">"
                  FUNCTION TRIM (WS-XML-CENA-O)
                  "</CenaJedn" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE WS-DL-WARTOSC (WS-DL-I) TO WS-XML-KWOTA-O
           MOVE SPACES TO WS-XML-BUFOR
           STRING "      <WartoscPozycji" WS-SEK ">"
                  FUNCTION TRIM (WS-XML-KWOTA-O)
                  "</WartoscPozycji" WS-SEK ">"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           MOVE SPACES TO WS-XML-BUFOR
           STRING "    </" WS-SEK "Wiersz>"
                  DELIMITED BY SIZE INTO WS-XML-BUFOR
           PERFORM 690-XML-LINIA
           .

       680-DATA-XML.

      *    RRMMDD -> 20RR-MM-DD

           MOVE SPACES TO WS-DATA-XML
           STRING "20" WS-DATA-WE(1:2) "-" WS-DATA-WE(3:2) "-"
                  WS-DATA-WE(5:2)
                  DELIMITED BY SIZE INTO WS-DATA-XML
           .

       690-XML-LINIA.

           WRITE XML-REC FROM WS-XML-BUFOR
           .

       995-REJESTR-RAPORTU.

      *    WPIS PRZEBIEGU DO REJESTRU RAPORTOW (TA SAMA
      *    DYSCYPLINA CO 995-ZACHOWAJ-RAPORT W MAGAZYN.COB)

           ACCEPT WS-KR-DATA FROM DATE
           ACCEPT WS-KR-CZAS FROM TIME
           MOVE WS-KR-DATA TO WS-RR-DATA-O
           MOVE WS-KR-CZAS TO WS-RR-CZAS-O
           MOVE WS-KR-PROGRAM TO WS-RR-PROG-O
           MOVE WS-UZYTKOWNIK TO WS-RR-OPER-O
           MOVE WS-KR-PARAMETRY TO WS-RR-PARAM-O
           MOVE WS-XML-NAZWA TO WS-RR-PLIK-O

           OPEN EXTEND REJRAPFILE
           IF ERR-RR NOT = 0
              CLOSE REJRAPFILE
              OPEN OUTPUT REJRAPFILE
           END-IF
           WRITE REJRAP-REC FROM WS-REJRAP-LINIA
           CLOSE REJRAPFILE
           .

       996-NUMER-RAPORTU.

           MOVE "N" TO WS-KR-NUMERY-BLAD
           OPEN I-O NUMERYFILE
           IF ERR-N = 35
              CLOSE NUMERYFILE
              OPEN OUTPUT NUMERYFILE
              CLOSE NUMERYFILE
              OPEN I-O NUMERYFILE
           END-IF
           IF ERR-N NOT = 0
              MOVE "T" TO WS-KR-NUMERY-BLAD
              MOVE 0 TO WS-KR-NR
           ELSE
              MOVE "RAPORT" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "RAPORT" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-KR-NR
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-KR-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .
