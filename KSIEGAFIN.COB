       IDENTIFICATION DIVISION.

      *    KSIEGAFIN - DZIENNY WYCIAG KSIEGOWY ROZRACHUNKOW
      *    (UZUPELNIENIE KSIEGA.COB, KTORA KSIEGUJE TYLKO RUCHY
      *    MAGAZYNOWE). ZDARZENIA Z ZADANEGO DNIA (PARAMETR
      *    RRMMDD, PUSTY = DZIS) STAJA SIE LINIAMI DZIENNIKA:
      *    - FAKTURY SPRZEDAZY Z RejestrSprzedazy.txt (NALEZNOSC
      *      / PRZYCHOD NETTO I NALEZNOSC / VAT NALEZNY, KATEGORIA
      *      MAPOWANIA = STAWKA VAT, NP. "23.00")
      *    - KOREKTY Z RejestrKorekt.txt (KOREKTA "-" ODWRACA
      *      STRONY)
      *    - NOTY ODSETKOWE Z RejestrNotOdsetkowych.txt
      *      (NALEZNOSC / PRZYCHOD FINANSOWY, TYP ODSETKI,
      *      KATEGORIA "*") - NOTA SIEDZI W Rozrachunki, A WPLATY
      *      NA NIA IDA JAK KAZDA WPLATA
      *    - WPLATY KLIENTOW Z WplatyKlientow.txt (KATEGORIA =
      *      ZRODLO: BANK, RECZNA, SKONTO, ZALICZKA, KASA, KARTA)
      *      ORAZ
      *      ZREALIZOWANE ROZNICE KURSOWE Z RoznicKursowe.txt
      *      (KATEGORIA = WALUTA)
      *    - FAKTURY ZAKUPU ZATWIERDZONE TEGO DNIA (Zobowiazania,
      *      DATA-ZATW-ZB): ZAKUP NETTO / ZOBOWIAZANIE I VAT
      *      NALICZONY / ZOBOWIAZANIE (TYP VAT-NALICZ), DLA
      *      FAKTURY WALUTOWEJ VAT NALICZONY / VAT NALEZNY
      *      (TYP VAT-ODWROTNY, ODWROTNE OBCIAZENIE) - ORAZ
      *      ZAPLATY DOSTAWCOM Z
      *      PlatnosciDostawcow.txt (KATEGORIA = WALUTA, KWOTY
      *      WALUTOWE PRZELICZANE KURSEM Z KursyWalut.txt)
      *    KONTA WN/MA Z KontaKsiegowe.txt (TEN SAM PLIK I TA SAMA
      *    ZASADA CO W KSIEGA: KATEGORIA TYP KONTO-WN KONTO-MA,
      *    KATEGORIA "*" = DOMYSLNE). PLIK KsiegaFinInterfejs.txt
      *    JEST ZWALNIANY TYLKO, GDY PARTIA SIE ROWNOWAZY I ZADNA
      *    LINIA NIE ZOSTALA POMINIETA. DZIEN W OKRESIE ZAMKNIETYM
      *    W OkresyKsiegowe JEST ODRZUCANY. KOD POWROTU 8, GDY
      *    PLIK NIE ZOSTAL ZWOLNIONY (NOCNY LANCUCH / OKRESY)

       PROGRAM-ID. KSIEGAFIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJFILE ASSIGN TO "RejestrSprzedazy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-REJ.

           SELECT REJKFILE ASSIGN TO "RejestrKorekt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RKO.

           SELECT REJNOTFILE ASSIGN TO "RejestrNotOdsetkowych.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RN.

           SELECT WPLATYFILE ASSIGN TO "WplatyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT ROZNICEFILE ASSIGN TO "RoznicKursowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RK.

           SELECT ZOBFILE ASSIGN TO "Zobowiazania"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FZ-ZB
               STATUS ERR-ZB.

           SELECT PLATFILE ASSIGN TO "PlatnosciDostawcow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PL.

           SELECT KURSFILE ASSIGN TO "KursyWalut.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KURS.

           SELECT OKRESYFILE ASSIGN TO "OkresyKsiegowe"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY OKRES-OK
               STATUS ERR-OK.

           SELECT KONTAFILE ASSIGN TO "KontaKsiegowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KT.

           SELECT GLFILE ASSIGN TO "KsiegaFinInterfejs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-GL.

       DATA DIVISION.

       FILE SECTION.

       FD REJFILE.
       01 REJ-REC PIC X(70).

       FD REJKFILE.
       01 REJK-REC PIC X(70).

       FD REJNOTFILE.
       01 REJNOT-REC PIC X(50).

       FD WPLATYFILE.
       01 WPLATA-REC PIC X(80).

       FD ROZNICEFILE.
       01 ROZNICE-REC PIC X(100).

       FD ZOBFILE  BLOCK CONTAINS 0.
       01 ZOB-REC.
          05 NR-FZ-ZB        PIC 9(7).
          05 KOD-DOSTAWCY-ZB PIC X(10).
          05 NR-OBCY-ZB      PIC X(15).
          05 DATA-FZ-ZB      PIC 9(6).
          05 DATA-PLATN-ZB   PIC 9(6).
          05 WALUTA-ZB       PIC X(3).
          05 KWOTA-ZB        PIC 9(11)V99.
          05 KWOTA-ZAPLAC-ZB PIC 9(11)V99.
          05 STATUS-ZB       PIC X(1).
             88 ZOB-OTWARTE     VALUE "O".
             88 ZOB-ZAPLACONE   VALUE "Z".
          05 DATA-ZATW-ZB    PIC 9(6).
          05 NETTO-ZB        PIC 9(11)V99.
          05 VAT-ZB          PIC 9(11)V99.

       FD PLATFILE.
       01 PLAT-REC PIC X(80).

       FD KURSFILE.
       01 KURS-REC PIC X(30).

       FD OKRESYFILE  BLOCK CONTAINS 0.
       01 OKRES-REC.
          05 OKRES-OK        PIC 9(4).
          05 STATUS-OK       PIC X(1).
             88 OKRES-OTWARTY   VALUE "O".
             88 OKRES-ZAMKNIETY VALUE "Z".
          05 DATA-ZAMKN-OK   PIC 9(6).

       FD KONTAFILE.
       01 KONTA-REC PIC X(50).

       FD GLFILE.
       01 GL-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 ERR-REJ PIC 99.
       01 ERR-RKO PIC 99.
       01 ERR-RN PIC 99.
       01 ERR-W  PIC 99.
       01 ERR-RK PIC 99.
       01 ERR-ZB PIC 99.
       01 ERR-PL PIC 99.
       01 ERR-KURS PIC 99.
       01 ERR-OK PIC 99.
       01 ERR-KT PIC 99.
       01 ERR-GL PIC 99.

       01 WS-PARAM-DATA PIC X(6).
       01 WS-DZIEN PIC 9(6).
       01 WS-DZIEN-X REDEFINES WS-DZIEN PIC X(6).
       01 WS-OKRES-ZAMKNIETY PIC X(1).
          88 WS-OKRES-JEST-ZAMKNIETY VALUE "T".

      *    LINIE PLIKOW ZRODLOWYCH (FORMATY Z FAKTURY, KOREKTY,
      *    ODSETKI, ROZRACHUNKI/BANKIMPORT, ZOBOWIAZANIA)

       01 WS-REJ-LINIA.
          05 WS-RJ-DATA-A   PIC X(6).
          05 FILLER         PIC X.
          05 WS-RJ-FAKT-A   PIC X(7).
          05 FILLER         PIC X.
          05 WS-RJ-KLIENT-A PIC X(10).
          05 FILLER         PIC X.
          05 WS-RJ-STAWKA-A PIC X(5).
          05 FILLER         PIC X.
          05 WS-RJ-NETTO-A  PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RJ-VAT-A    PIC 9(11)V99.
       01 WS-REJK-LINIA.
          05 WS-RKO-DATA-A   PIC X(6).
          05 FILLER          PIC X.
          05 WS-RKO-NR-A     PIC X(7).
          05 FILLER          PIC X.
          05 WS-RKO-ORYG-A   PIC X(7).
          05 FILLER          PIC X.
          05 WS-RKO-KLIENT-A PIC X(10).
          05 FILLER          PIC X.
          05 WS-RKO-ZNAK-A   PIC X(1).
          05 FILLER          PIC X.
          05 WS-RKO-NETTO-A  PIC 9(11)V99.
          05 FILLER          PIC X.
          05 WS-RKO-VAT-A    PIC 9(11)V99.
       01 WS-REJNOT-LINIA.
          05 WS-RN-DATA-A    PIC X(6).
          05 FILLER          PIC X.
          05 WS-RN-NR-A      PIC X(7).
          05 FILLER          PIC X.
          05 WS-RN-MIESIAC-A PIC X(4).
          05 FILLER          PIC X.
          05 WS-RN-KLIENT-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-RN-KWOTA-A   PIC X(14).
       01 WS-WPLATA-LINIA.
          05 WS-WP-DATA-A   PIC X(6).
          05 FILLER         PIC X.
          05 WS-WP-CZAS-A   PIC X(8).
          05 FILLER         PIC X.
          05 WS-WP-FAKT-A   PIC X(7).
          05 FILLER         PIC X.
          05 WS-WP-KLIENT-A PIC X(10).
          05 FILLER         PIC X.
          05 WS-WP-KWOTA-A  PIC X(14).
          05 FILLER         PIC X.
          05 WS-WP-ZRODLO-A PIC X(8).
       01 WS-RK-LINIA.
          05 WS-RK-DATA-A    PIC X(6).
          05 FILLER          PIC X.
          05 WS-RK-FAKT-A    PIC X(7).
          05 FILLER          PIC X.
          05 WS-RK-KLIENT-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-RK-WALUTA-A  PIC X(3).
          05 FILLER          PIC X.
          05 WS-RK-KWOTA-A   PIC X(14).
          05 FILLER          PIC X.
          05 WS-RK-KURS-F-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-RK-KURS-W-A  PIC X(10).
          05 FILLER          PIC X.
          05 WS-RK-ROZNICA-A PIC X(14).
          05 FILLER          PIC X.
          05 WS-RK-ZRODLO-A  PIC X(8).
       01 WS-PLAT-WE.
          05 WS-PW-DATA     PIC X(6).
          05 FILLER         PIC X.
          05 WS-PW-CZAS     PIC X(8).
          05 FILLER         PIC X.
          05 WS-PW-FZ       PIC X(7).
          05 FILLER         PIC X.
          05 WS-PW-DOST     PIC X(10).
          05 FILLER         PIC X.
          05 WS-PW-KWOTA    PIC X(14).
          05 FILLER         PIC X.
          05 WS-PW-WALUTA   PIC X(3).
          05 FILLER         PIC X.
          05 WS-PW-ZRODLO   PIC X(8).

       01 WS-KURS-LINIA.
          05 WS-KURS-WALUTA-A PIC X(3).
          05 FILLER           PIC X.
          05 WS-KURS-DATA-A   PIC 9(6).
          05 FILLER           PIC X.
          05 WS-KURS-KURS-A   PIC X(12).
       01 WS-KURS-WALUTA PIC X(3).
       01 WS-KURS-DATA PIC 9(6).
       01 WS-KURS-WART PIC 9(5)V9999.
       01 WS-KURS-NAJLEPSZA PIC 9(6).
       01 WS-KURS-ZNALEZIONY PIC X(1).
          88 WS-KURS-JEST VALUE "T".

       01 WS-KONTA-LINIA.
          05 WS-KT-KAT-A   PIC X(10).
          05 FILLER        PIC X.
          05 WS-KT-TYP-A   PIC X(12).
          05 FILLER        PIC X.
          05 WS-KT-WN-A    PIC X(8).
          05 FILLER        PIC X.
          05 WS-KT-MA-A    PIC X(8).

       01 WS-KT-N PIC 9(3) VALUE 0.
       01 WS-KT-I PIC 9(3).
       01 WS-KT-TAB OCCURS 100.
          05 WS-KT-KAT PIC X(10).
          05 WS-KT-TYP PIC X(12).
          05 WS-KT-WN  PIC X(8).
          05 WS-KT-MA  PIC X(8).
       01 WS-KT-ZNALEZIONY PIC X(1).
          88 WS-KT-JEST VALUE "T".
       01 WS-KONTO-WN PIC X(8).
       01 WS-KONTO-MA PIC X(8).
       01 WS-KONTO-POM PIC X(8).

      *    LINIA DO DODANIA (280-DODAJ-LINIE): TYP I KATEGORIA
      *    MAPOWANIA, KWOTA W PLN, OPIS DOKUMENTU; WS-ODWROC = "T"
      *    ZAMIENIA STRONY (KOREKTA IN MINUS, ROZNICA UJEMNA)

       01 WS-TYP PIC X(12).
       01 WS-KATEGORIA PIC X(10).
       01 WS-KWOTA PIC 9(11)V99.
       01 WS-DOKUMENT PIC X(20).
       01 WS-ODWROC PIC X(1).
          88 WS-STRONY-ODWROCONE VALUE "T".
       01 WS-KWOTA-WE PIC S9(11)V99.

       01 WS-GL-N PIC 9(4) VALUE 0.
       01 WS-GL-I PIC 9(4).
       01 WS-GL-LIMIT PIC X(1) VALUE "N".
          88 WS-GL-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-GL-TAB OCCURS 2000.
          05 WS-GL-WN    PIC X(8).
          05 WS-GL-MA    PIC X(8).
          05 WS-GL-KWOTA PIC 9(11)V99.
          05 WS-GL-TYP   PIC X(12).
          05 WS-GL-DOK   PIC X(20).

       01 WS-BEZ-MAPY PIC 9(4) VALUE 0.
       01 WS-BEZ-KURSU PIC 9(4) VALUE 0.
       01 WS-SUMA-WN PIC 9(13)V99.
       01 WS-SUMA-MA PIC 9(13)V99.

       01 WS-GL-LINIA.
          05 WS-GL-DATA-O  PIC 9(6).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-GL-WN-O    PIC X(8).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-GL-MA-O    PIC X(8).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-GL-KWOTA-O PIC Z(10)9.99.
          05 FILLER        PIC X VALUE SPACE.
          05 WS-GL-TYP-O   PIC X(12).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-GL-DOK-O   PIC X(20).
       01 WS-GL-SUMA-LINIA.
          05 FILLER        PIC X(13) VALUE "SUMA PARTII: ".
          05 WS-GL-SWN-O   PIC Z(12)9.99.
          05 FILLER        PIC X(6) VALUE " WN / ".
          05 WS-GL-SMA-O   PIC Z(12)9.99.
          05 FILLER        PIC X(3) VALUE " MA".

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM-DATA FROM COMMAND-LINE
           IF WS-PARAM-DATA NOT = SPACES
              MOVE WS-PARAM-DATA TO WS-DZIEN-X
           ELSE
              ACCEPT WS-DZIEN FROM DATE
           END-IF

           DISPLAY "WYCIAG KSIEGOWY ROZRACHUNKOW ZA DZIEN " WS-DZIEN

           PERFORM 050-SPRAWDZ-OKRES
           IF WS-OKRES-JEST-ZAMKNIETY
              DISPLAY "OKRES " WS-DZIEN-X(1:4) " ZAMKNIETY W "
                      "OkresyKsiegowe - WYCIAG ODRZUCONY"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-WCZYTAJ-KONTA
              IF WS-KT-N = 0
                 DISPLAY "BRAK PLIKU MAPOWANIA KontaKsiegowe.txt - "
                         "WYCIAG NIE MOZE POWSTAC"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 200-SPRZEDAZ
                 PERFORM 210-KOREKTY
                 PERFORM 215-NOTY-ODSETKOWE
                 PERFORM 220-WPLATY-KLIENTOW
                 PERFORM 230-ROZNICE-KURSOWE
                 PERFORM 240-FAKTURY-ZAKUPU
                 PERFORM 250-ZAPLATY-DOSTAWCOM
                 PERFORM 300-ZWOLNIJ-PARTIE
              END-IF
           END-IF

           STOP RUN
           .

       050-SPRAWDZ-OKRES.

      *    TA SAMA KONTROLA CO 989-SPRAWDZ-OKRES W PROGRAMACH
      *    MAGAZYNOWYCH, ALE DLA DNIA WYCIAGU, NIE DLA DZIS

           MOVE "N" TO WS-OKRES-ZAMKNIETY
           OPEN INPUT OKRESYFILE
           IF ERR-OK = 0
              MOVE WS-DZIEN-X(1:4) TO OKRES-OK
              READ OKRESYFILE
              IF ERR-OK = 0 AND OKRES-ZAMKNIETY
                 MOVE "T" TO WS-OKRES-ZAMKNIETY
              END-IF
              CLOSE OKRESYFILE
           END-IF
           .

       100-WCZYTAJ-KONTA.

           MOVE 0 TO WS-KT-N
           OPEN INPUT KONTAFILE
           IF ERR-KT = 0
              READ KONTAFILE INTO WS-KONTA-LINIA
              PERFORM UNTIL ERR-KT > 0 OR WS-KT-N = 100
                 IF WS-KT-KAT-A NOT = SPACES
                    ADD 1 TO WS-KT-N
                    MOVE WS-KT-KAT-A TO WS-KT-KAT (WS-KT-N)
                    MOVE WS-KT-TYP-A TO WS-KT-TYP (WS-KT-N)
                    MOVE WS-KT-WN-A TO WS-KT-WN (WS-KT-N)
                    MOVE WS-KT-MA-A TO WS-KT-MA (WS-KT-N)
                 END-IF
                 READ KONTAFILE INTO WS-KONTA-LINIA
              END-PERFORM
              CLOSE KONTAFILE
           END-IF
           .

       200-SPRZEDAZ.

      *    FAKTURY (W TYM ZALICZKOWE I KONCOWE PO ODLICZENIU
      *    ZALICZEK) - JEDNA LINIA REJESTRU NA STAWKE

           OPEN INPUT REJFILE
           IF ERR-REJ = 0
              READ REJFILE INTO WS-REJ-LINIA
              PERFORM UNTIL ERR-REJ > 0
                 IF WS-RJ-DATA-A = WS-DZIEN-X
                    MOVE "N" TO WS-ODWROC
                    MOVE WS-RJ-STAWKA-A TO WS-KATEGORIA
                    MOVE SPACES TO WS-DOKUMENT
                    STRING "FV " WS-RJ-FAKT-A " " WS-RJ-KLIENT-A
                           DELIMITED BY SIZE INTO WS-DOKUMENT
                    MOVE "SPRZEDAZ" TO WS-TYP
                    MOVE WS-RJ-NETTO-A TO WS-KWOTA
                    PERFORM 280-DODAJ-LINIE
                    MOVE "VAT-NALEZNY" TO WS-TYP
                    MOVE WS-RJ-VAT-A TO WS-KWOTA
                    PERFORM 280-DODAJ-LINIE
                 END-IF
                 READ REJFILE INTO WS-REJ-LINIA
              END-PERFORM
              CLOSE REJFILE
           END-IF
           .

       210-KOREKTY.

           OPEN INPUT REJKFILE
           IF ERR-RKO = 0
              READ REJKFILE INTO WS-REJK-LINIA
              PERFORM UNTIL ERR-RKO > 0
                 IF WS-RKO-DATA-A = WS-DZIEN-X
                    MOVE "N" TO WS-ODWROC
                    IF WS-RKO-ZNAK-A = "-"
                       MOVE "T" TO WS-ODWROC
                    END-IF
                    MOVE "*" TO WS-KATEGORIA
                    MOVE SPACES TO WS-DOKUMENT
                    STRING "KOR " WS-RKO-NR-A " " WS-RKO-KLIENT-A
                           DELIMITED BY SIZE INTO WS-DOKUMENT
                    MOVE "KOREKTA" TO WS-TYP
                    MOVE WS-RKO-NETTO-A TO WS-KWOTA
                    PERFORM 280-DODAJ-LINIE
                    MOVE "KOREKTA-VAT" TO WS-TYP
                    MOVE WS-RKO-VAT-A TO WS-KWOTA
                    PERFORM 280-DODAJ-LINIE
                 END-IF
                 READ REJKFILE INTO WS-REJK-LINIA
              END-PERFORM
              CLOSE REJKFILE
           END-IF
           .

       215-NOTY-ODSETKOWE.

      *    NOTA ODSETKOWA OTWIERA NALEZNOSC W Rozrachunki (NUMER
      *    9000000 + NOTA) - BEZ TEJ LINII WPLATA NA NOTE SCHODZI
      *    Z KONTA NALEZNOSCI BEZ OBCIAZENIA

           OPEN INPUT REJNOTFILE
           IF ERR-RN = 0
              READ REJNOTFILE INTO WS-REJNOT-LINIA
              PERFORM UNTIL ERR-RN > 0
                 IF WS-RN-DATA-A = WS-DZIEN-X
                    MOVE "N" TO WS-ODWROC
                    MOVE "*" TO WS-KATEGORIA
                    MOVE SPACES TO WS-DOKUMENT
                    STRING "NOTA " WS-RN-NR-A " " WS-RN-KLIENT-A
                           DELIMITED BY SIZE INTO WS-DOKUMENT
                    MOVE "ODSETKI" TO WS-TYP
                    MOVE 0 TO WS-KWOTA
                    IF FUNCTION TEST-NUMVAL (WS-RN-KWOTA-A) = 0
                       COMPUTE WS-KWOTA =
                               FUNCTION NUMVAL (WS-RN-KWOTA-A)
                    END-IF
                    PERFORM 280-DODAJ-LINIE
                 END-IF
                 READ REJNOTFILE INTO WS-REJNOT-LINIA
              END-PERFORM
              CLOSE REJNOTFILE
           END-IF
           .

       220-WPLATY-KLIENTOW.

      *    KWOTY W PLN (WPLATY WALUTOWE PO KURSIE FAKTURY -
      *    RESZTE DOKLADA 230-ROZNICE-KURSOWE)

           OPEN INPUT WPLATYFILE
           IF ERR-W = 0
              READ WPLATYFILE INTO WS-WPLATA-LINIA
              PERFORM UNTIL ERR-W > 0
                 IF WS-WP-DATA-A = WS-DZIEN-X
                    MOVE "N" TO WS-ODWROC
                    MOVE WS-WP-ZRODLO-A TO WS-KATEGORIA
                    MOVE SPACES TO WS-DOKUMENT
                    STRING "WPL " WS-WP-FAKT-A " " WS-WP-KLIENT-A
                           DELIMITED BY SIZE INTO WS-DOKUMENT
                    MOVE "WPLATA" TO WS-TYP
                    MOVE 0 TO WS-KWOTA
                    IF FUNCTION TEST-NUMVAL (WS-WP-KWOTA-A) = 0
                       COMPUTE WS-KWOTA =
                               FUNCTION NUMVAL (WS-WP-KWOTA-A)
                    END-IF
                    PERFORM 280-DODAJ-LINIE
                 END-IF
                 READ WPLATYFILE INTO WS-WPLATA-LINIA
              END-PERFORM
              CLOSE WPLATYFILE
           END-IF
           .

       230-ROZNICE-KURSOWE.

      *    DODATNIA: BANK / PRZYCHOD FINANSOWY, UJEMNA: TE SAME
      *    KONTA ZE STRONAMI ODWROCONYMI (MAPOWANIE TYPU
      *    ROZN-KURS PODAJE KONTA DLA ROZNICY DODATNIEJ)

           OPEN INPUT ROZNICEFILE
           IF ERR-RK = 0
              READ ROZNICEFILE INTO WS-RK-LINIA
              PERFORM UNTIL ERR-RK > 0
                 IF WS-RK-DATA-A = WS-DZIEN-X
                    MOVE 0 TO WS-KWOTA-WE
                    IF FUNCTION TEST-NUMVAL (WS-RK-ROZNICA-A) = 0
                       COMPUTE WS-KWOTA-WE =
                               FUNCTION NUMVAL (WS-RK-ROZNICA-A)
                    END-IF
                    MOVE "N" TO WS-ODWROC
                    IF WS-KWOTA-WE < 0
                       MOVE "T" TO WS-ODWROC
                       COMPUTE WS-KWOTA-WE = 0 - WS-KWOTA-WE
                    END-IF
                    MOVE WS-KWOTA-WE TO WS-KWOTA
                    MOVE WS-RK-WALUTA-A TO WS-KATEGORIA
                    MOVE SPACES TO WS-DOKUMENT
                    STRING "RKU " WS-RK-FAKT-A " " WS-RK-KLIENT-A
                           DELIMITED BY SIZE INTO WS-DOKUMENT
                    MOVE "ROZN-KURS" TO WS-TYP
                    IF WS-KWOTA > 0
                       PERFORM 280-DODAJ-LINIE
                    END-IF
                 END-IF
                 READ ROZNICEFILE INTO WS-RK-LINIA
              END-PERFORM
              CLOSE ROZNICEFILE
           END-IF
           .

       240-FAKTURY-ZAKUPU.

      *    FAKTURA ZAKUPU WCHODZI DO KSIEGI W DNIU ZATWIERDZENIA
      *    (FAKTZAK 300): NETTO I VAT Z POZYCJI ZOBOWIAZAN, KTOREJ
      *    KWOTA (BRUTTO W PLN, NETTO W WALUCIE) JEST SUMA LINII
      *    PO STRONIE ZOBOWIAZANIA; WALUTOWA PO KURSIE Z DATY
      *    FAKTURY. POZYCJA SPRZED ROZBICIA NA NETTO I VAT
      *    (NETTO-ZB = 0) IDZIE CALA JAKO ZAKUP

           OPEN INPUT ZOBFILE
           IF ERR-ZB = 0
              MOVE 0 TO NR-FZ-ZB
              START ZOBFILE KEY NOT < NR-FZ-ZB
              IF ERR-ZB = 0
                 READ ZOBFILE NEXT
                 PERFORM UNTIL ERR-ZB > 0
                    IF DATA-ZATW-ZB = WS-DZIEN
                       MOVE "N" TO WS-ODWROC
                       MOVE WALUTA-ZB TO WS-KATEGORIA
                       MOVE SPACES TO WS-DOKUMENT
                       STRING "FZ " NR-FZ-ZB " " KOD-DOSTAWCY-ZB
                              DELIMITED BY SIZE INTO WS-DOKUMENT
                       MOVE WALUTA-ZB TO WS-KURS-WALUTA
                       MOVE DATA-FZ-ZB TO WS-KURS-DATA
                       MOVE "ZAKUP" TO WS-TYP
                       IF NETTO-ZB = 0
                          MOVE KWOTA-ZB TO WS-KWOTA
                          PERFORM 260-PRZELICZ-NA-PLN
                       ELSE
                          MOVE NETTO-ZB TO WS-KWOTA
                          PERFORM 260-PRZELICZ-NA-PLN
                          IF KWOTA-ZB > NETTO-ZB
                             MOVE "VAT-NALICZ" TO WS-TYP
                             COMPUTE WS-KWOTA = KWOTA-ZB - NETTO-ZB
                          ELSE
                             MOVE "VAT-ODWROTNY" TO WS-TYP
                             MOVE VAT-ZB TO WS-KWOTA
                          END-IF
                          PERFORM 260-PRZELICZ-NA-PLN
                       END-IF
                    END-IF
                    READ ZOBFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZOBFILE
           END-IF
           .

       250-ZAPLATY-DOSTAWCOM.

           OPEN INPUT PLATFILE
           IF ERR-PL = 0
              READ PLATFILE INTO WS-PLAT-WE
              PERFORM UNTIL ERR-PL > 0
                 IF WS-PW-DATA = WS-DZIEN-X
                    MOVE "N" TO WS-ODWROC
                    MOVE WS-PW-WALUTA TO WS-KATEGORIA
                    MOVE SPACES TO WS-DOKUMENT
                    STRING "ZAP " WS-PW-FZ " " WS-PW-DOST
                           DELIMITED BY SIZE INTO WS-DOKUMENT
                    MOVE "ZAPLATA-DOST" TO WS-TYP
                    MOVE 0 TO WS-KWOTA
                    IF FUNCTION TEST-NUMVAL (WS-PW-KWOTA) = 0
                       COMPUTE WS-KWOTA =
                               FUNCTION NUMVAL (WS-PW-KWOTA)
                    END-IF
                    MOVE WS-PW-WALUTA TO WS-KURS-WALUTA
                    MOVE WS-DZIEN TO WS-KURS-DATA
                    PERFORM 260-PRZELICZ-NA-PLN
                 END-IF
                 READ PLATFILE INTO WS-PLAT-WE
              END-PERFORM
              CLOSE PLATFILE
           END-IF
           .

       260-PRZELICZ-NA-PLN.

      *    KWOTA WALUTOWA BEZ KURSU W HISTORII NIE MOZE BYC
      *    ZAKSIEGOWANA - LICZONA JAK LINIA BEZ MAPOWANIA

           IF WS-KURS-WALUTA = SPACES OR WS-KURS-WALUTA = "PLN"
              PERFORM 280-DODAJ-LINIE
           ELSE
              PERFORM 270-SZUKAJ-KURSU
              IF WS-KURS-JEST
                 COMPUTE WS-KWOTA ROUNDED = WS-KWOTA * WS-KURS-WART
                 PERFORM 280-DODAJ-LINIE
              ELSE
                 ADD 1 TO WS-BEZ-KURSU
                 DISPLAY "BRAK KURSU " WS-KURS-WALUTA " NA DZIEN "
                         WS-KURS-DATA " - " WS-DOKUMENT
              END-IF
           END-IF
           .

       270-SZUKAJ-KURSU.

      *    NAJPOZNIEJSZY KURS WALUTY Z DATA NIE POZNIEJSZA NIZ
      *    WS-KURS-DATA (TA SAMA LOGIKA CO 127-SZUKAJ-KURSU
      *    W FAKTURY.COB)

           MOVE "N" TO WS-KURS-ZNALEZIONY
           MOVE 0 TO WS-KURS-WART
           MOVE 0 TO WS-KURS-NAJLEPSZA

           OPEN INPUT KURSFILE
           IF ERR-KURS = 0
              READ KURSFILE INTO WS-KURS-LINIA
              PERFORM UNTIL ERR-KURS > 0
                 IF WS-KURS-WALUTA-A = WS-KURS-WALUTA
                    AND WS-KURS-DATA-A <= WS-KURS-DATA
                    AND WS-KURS-DATA-A >= WS-KURS-NAJLEPSZA
                    MOVE "T" TO WS-KURS-ZNALEZIONY
                    MOVE WS-KURS-DATA-A TO WS-KURS-NAJLEPSZA
                    COMPUTE WS-KURS-WART =
                            FUNCTION NUMVAL (WS-KURS-KURS-A)
                 END-IF
                 READ KURSFILE INTO WS-KURS-LINIA
              END-PERFORM
              CLOSE KURSFILE
           END-IF
           .

       280-DODAJ-LINIE.

           IF WS-KWOTA = 0
              CONTINUE
           ELSE
              PERFORM 290-SZUKAJ-MAPOWANIA
              IF NOT WS-KT-JEST
                 ADD 1 TO WS-BEZ-MAPY
                 DISPLAY "BRAK MAPOWANIA KONT: KATEGORIA "
                         WS-KATEGORIA " TYP " WS-TYP
              ELSE
                 IF WS-STRONY-ODWROCONE
                    MOVE WS-KONTO-WN TO WS-KONTO-POM
                    MOVE WS-KONTO-MA TO WS-KONTO-WN
                    MOVE WS-KONTO-POM TO WS-KONTO-MA
                 END-IF
                 IF WS-GL-N < 2000
                    ADD 1 TO WS-GL-N
                    MOVE WS-KONTO-WN TO WS-GL-WN (WS-GL-N)
                    MOVE WS-KONTO-MA TO WS-GL-MA (WS-GL-N)
                    MOVE WS-KWOTA TO WS-GL-KWOTA (WS-GL-N)
                    MOVE WS-TYP TO WS-GL-TYP (WS-GL-N)
                    MOVE WS-DOKUMENT TO WS-GL-DOK (WS-GL-N)
                 ELSE
                    MOVE "T" TO WS-GL-LIMIT
                 END-IF
              END-IF
           END-IF
           .

       290-SZUKAJ-MAPOWANIA.

      *    NAJPIERW DOKLADNA KATEGORIA, POTEM WPIS DOMYSLNY "*"
      *    (TA SAMA ZASADA CO 220-SZUKAJ-MAPOWANIA W KSIEGA.COB)

           MOVE "N" TO WS-KT-ZNALEZIONY
           PERFORM VARYING WS-KT-I FROM 1 BY 1
                   UNTIL WS-KT-I > WS-KT-N
              IF WS-KT-KAT (WS-KT-I) = WS-KATEGORIA
                 AND WS-KT-TYP (WS-KT-I) = WS-TYP
                 MOVE "T" TO WS-KT-ZNALEZIONY
                 MOVE WS-KT-WN (WS-KT-I) TO WS-KONTO-WN
                 MOVE WS-KT-MA (WS-KT-I) TO WS-KONTO-MA
              END-IF
           END-PERFORM
           IF NOT WS-KT-JEST
              PERFORM VARYING WS-KT-I FROM 1 BY 1
                      UNTIL WS-KT-I > WS-KT-N
                 IF WS-KT-KAT (WS-KT-I) = "*"
                    AND WS-KT-TYP (WS-KT-I) = WS-TYP
                    MOVE "T" TO WS-KT-ZNALEZIONY
                    MOVE WS-KT-WN (WS-KT-I) TO WS-KONTO-WN
                    MOVE WS-KT-MA (WS-KT-I) TO WS-KONTO-MA
                 END-IF
              END-PERFORM
           END-IF
           .

       300-ZWOLNIJ-PARTIE.

           MOVE 0 TO WS-SUMA-WN
           MOVE 0 TO WS-SUMA-MA
           PERFORM VARYING WS-GL-I FROM 1 BY 1
                   UNTIL WS-GL-I > WS-GL-N
              ADD WS-GL-KWOTA (WS-GL-I) TO WS-SUMA-WN
              ADD WS-GL-KWOTA (WS-GL-I) TO WS-SUMA-MA
           END-PERFORM

           DISPLAY "LINII DZIENNIKA   : " WS-GL-N
           DISPLAY "BEZ MAPOWANIA KONT: " WS-BEZ-MAPY
           DISPLAY "BEZ KURSU WALUTY  : " WS-BEZ-KURSU
           DISPLAY "SUMA WN           : " WS-SUMA-WN
           DISPLAY "SUMA MA           : " WS-SUMA-MA
           IF WS-GL-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: OSIAGNIETO LIMIT 2000 LINII"
           END-IF

           IF WS-BEZ-MAPY > 0 OR WS-BEZ-KURSU > 0
              OR WS-SUMA-WN NOT = WS-SUMA-MA
              OR WS-GL-LIMIT-PRZEKROCZONY
              DISPLAY "PARTIA NIEZBILANSOWANA LUB NIEPELNA - "
                      "PLIK INTERFEJSU NIE ZOSTAL ZWOLNIONY"
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT GLFILE
              IF ERR-GL NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC KsiegaFinInterfejs.txt "
                         "- KOD " ERR-GL
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-GL-I FROM 1 BY 1
                         UNTIL WS-GL-I > WS-GL-N
                    MOVE WS-DZIEN TO WS-GL-DATA-O
                    MOVE WS-GL-WN (WS-GL-I) TO WS-GL-WN-O
                    MOVE WS-GL-MA (WS-GL-I) TO WS-GL-MA-O
                    MOVE WS-GL-KWOTA (WS-GL-I) TO WS-GL-KWOTA-O
                    MOVE WS-GL-TYP (WS-GL-I) TO WS-GL-TYP-O
                    MOVE WS-GL-DOK (WS-GL-I) TO WS-GL-DOK-O
                    WRITE GL-REC FROM WS-GL-LINIA
                 END-PERFORM
                 MOVE WS-SUMA-WN TO WS-GL-SWN-O
                 MOVE WS-SUMA-MA TO WS-GL-SMA-O
                 WRITE GL-REC FROM WS-GL-SUMA-LINIA
                 CLOSE GLFILE
                 DISPLAY "PLIK INTERFEJSU ZWOLNIONY: "
                         "KsiegaFinInterfejs.txt"
              END-IF
           END-IF
           .
