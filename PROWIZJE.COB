       IDENTIFICATION DIVISION.

      *    PROWIZJE - MIESIECZNE ROZLICZENIE PROWIZJI
      *    PRZEDSTAWICIELI HANDLOWYCH OD MARZY. PODSTAWA SA
      *    ZREALIZOWANE I ZAFAKTUROWANE ZAMOWIENIA, KTORYCH
      *    FAKTURA JEST W Rozrachunki ZAPLACONA (STATUS Z);
      *    MARZA LINII LICZONA JAK W MARZA.COB (CENA FAKTUROWA
      *    Z UMOWY KLIENTA ALBO Z BAZA5 MINUS SREDNIOWAZONY
      *    KOSZT ZAKUPU). PRZEDSTAWICIEL Z NAGLOWKA ZAMOWIENIA,
      *    A GDY PUSTY - Z KARTOTEKI KLIENTA; STAWKA Z KARTOTEKI
      *    Przedstawiciele.
      *    ZAMOWIENIE ROZLICZONE TRAFIA DO ProwizjeRozliczone Z
      *    MIESIACEM PRZEBIEGU - FAKTURA ZAPLACONA POZNIEJ WCHODZI
      *    DO PIERWSZEGO PRZEBIEGU PO ZAPLACIE, A PONOWNY PRZEBIEG
      *    TEGO SAMEGO MIESIACA POKAZUJE TE SAME KWOTY.
      *    KOREKTY Z RejestrKorekt.txt DO FAKTUR JUZ ROZLICZONYCH
      *    ODBIERAJA (ZNAK -) LUB DOPLACAJA (ZNAK +) PROWIZJE
      *    PROPORCJONALNIE DO NETTO KOREKTY.
      *    WYDRUK DO Prowizje-RRMM-NNNNNNN.txt (NUMER PRZEBIEGU
      *    Z SERII RAPORT) Z WPISEM W RejestrRaportow.txt:
      *    ZESTAWIENIE DLA KAZDEGO PRZEDSTAWICIELA I PODSUMOWANIE
      *    DLA LISTY PLAC.
      *    PARAMETR: RRMM (PUSTE = BIEZACY MIESIAC)

       PROGRAM-ID. PROWIZJE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT ZAMOWFILE ASSIGN TO "Zamowienia"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAMOWIENIA
               STATUS ERR-Z.

           SELECT ZAMLFILE ASSIGN TO "ZamowieniaLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-LINII
               STATUS ERR-L.

           SELECT CENKFILE ASSIGN TO "CenyKlientow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-CENK
               STATUS ERR-CK.

           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               STATUS ERR-R.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT PRZFILE ASSIGN TO "Przedstawiciele"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-PRZ
               STATUS ERR-PRZ.

           SELECT PRWFILE ASSIGN TO "ProwizjeRozliczone"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-PRW
               STATUS ERR-PRW.

           SELECT REJKFILE ASSIGN TO "RejestrKorekt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RK.

           SELECT WYDRUKFILE ASSIGN TO WS-WYDRUK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

           SELECT REJRAPFILE ASSIGN TO "RejestrRaportow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RR.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

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

       FD ZAMOWFILE  BLOCK CONTAINS 0.
       01 ZAM-REC.
          05 NR-ZAMOWIENIA   PIC 9(7).
          05 KOD-KLIENTA-Z   PIC X(10).
          05 DATA-ZAM        PIC 9(6).
          05 CZAS-ZAM        PIC 9(8).
          05 LICZBA-LINII-Z  PIC 9(3).
          05 STATUS-Z        PIC X(1).
             88 ZAM-OTWARTE       VALUE "O".
             88 ZAM-ZREALIZOWANE  VALUE "R".
             88 ZAM-BACKORDER     VALUE "B".
             88 ZAM-ANULOWANE     VALUE "X".
          05 FAKTURA-Z       PIC 9(7).
          05 PRIORYTET-Z     PIC 9(1).
          05 DATA-WYMAGANA-Z PIC 9(6).
          05 PRZEWOZNIK-Z    PIC X(10).
          05 DATA-REAL-Z     PIC 9(6).
          05 NR-WZ-Z         PIC 9(7).
          05 ADRES-DOST-Z    PIC X(6).
          05 WSTRZYMANIE-Z   PIC X(1).
             88 ZAM-WSTRZYMANE-MARZA VALUE "M".
          05 PRZEDSTAWICIEL-Z PIC X(6).
          05 POBRANIE-Z      PIC X(1).
             88 ZAM-ZA-POBRANIEM VALUE "T".
          05 KWOTA-POBRANIA-Z PIC 9(9)V99.

       FD ZAMLFILE  BLOCK CONTAINS 0.
       01 ZAML-REC.
          05 KLUCZ-LINII.
             10 NR-ZAM-L     PIC 9(7).
             10 LP-L         PIC 9(3).
          05 TOWAR-L         PIC X(20).
          05 LOKALIZACJA-L   PIC X(10).
          05 ILOSC-L         PIC 9(7)V99.
          05 ILOSC-WYDANA-L  PIC 9(7)V99.
          05 STATUS-L        PIC X(1).
             88 LIN-OTWARTA       VALUE "O".
             88 LIN-ZREALIZOWANA  VALUE "R".
             88 LIN-BACKORDER     VALUE "B".
             88 LIN-ANULOWANA     VALUE "X".
          05 DATA-OBIECANA-L PIC 9(6).
          05 PO-OBIETNICY-L  PIC 9(7).
          05 TRYB-DOSTAWY-L  PIC X(1).
             88 LIN-DROPSHIP     VALUE "D".
          05 KOD-TOW-KLIENTA-L PIC X(20).

       FD CENKFILE  BLOCK CONTAINS 0.
       01 CENK-REC.
          05 KLUCZ-CENK.
             10 KOD-KLIENTA-CK PIC X(10).
             10 KOD-TOWARU-CK  PIC X(20).
             10 DATA-OD-CK     PIC 9(6).
          05 DATA-DO-CK        PIC 9(6).
          05 CENA-CK           PIC 9(7)V99.
          05 RABAT-CK          PIC 9(2)V99.

       FD ROZRFILE  BLOCK CONTAINS 0.
       01 ROZR-REC.
          05 NR-FAKTURY-R    PIC 9(7).
          05 KOD-KLIENTA-R   PIC X(10).
          05 DATA-FAKTURY-R  PIC 9(6).
          05 DATA-PLATN-R    PIC 9(6).
          05 KWOTA-BRUTTO-R  PIC 9(11)V99.
          05 KWOTA-ZAPLAC-R  PIC 9(11)V99.
          05 STATUS-R        PIC X(1).
             88 ROZR-OTWARTA    VALUE "O".
             88 ROZR-ZAPLACONA  VALUE "Z".
          05 POZIOM-MONITU-R PIC 9(1).
          05 DATA-SKONTA-R   PIC 9(6).
          05 PROC-SKONTA-R   PIC 9(2)V99.

       FD KLIENCIFILE  BLOCK CONTAINS 0.
       01 KLIENT-REC.
          05 KOD-KLIENTA     PIC X(10).
          05 NAZWA-K         PIC X(30).
          05 ADRES-K         PIC X(40).
          05 LIMIT-K         PIC 9(9)V99.
          05 BLOKADA-K       PIC X(1).
             88 KLIENT-ZABLOKOWANY VALUE "T".
          05 TRYB-FAKTUR-K   PIC X(1).
             88 FAKTURY-ZBIORCZE-TYG  VALUE "T".
             88 FAKTURY-ZBIORCZE-MIES VALUE "M".
          05 WALUTA-K        PIC X(3).
          05 REGION-K        PIC X(4).
          05 WARUNKI-K       PIC X(4).
          05 BLOKADA-AUTO-K  PIC X(1).
             88 BLOKADA-AUTOMATYCZNA VALUE "T".
          05 NIP-K           PIC X(14).
          05 KRAJ-K          PIC X(2).
          05 VAT-NABYWCY-K   PIC X(1).
             88 NABYWCA-KRAJOWY VALUE "K" " ".
             88 NABYWCA-UE      VALUE "U".
             88 NABYWCA-EKSPORT VALUE "E".
          05 PRZEDSTAWICIEL-K PIC X(6).

       FD PRZFILE  BLOCK CONTAINS 0.
       01 PRZ-REC.
          05 KOD-PRZ            PIC X(6).
          05 NAZWA-PRZ          PIC X(30).
          05 PROWIZJA-PRZ       PIC 9(2)V99.
          05 NR-KADROWY-PRZ     PIC X(10).
          05 AKTYWNY-PRZ        PIC X(1).
             88 PRZ-AKTYWNY        VALUE "T".

      *    ROZLICZONE PROWIZJE: F = ZAMOWIENIE Z ZAPLACONEJ
      *    FAKTURY (NR-DOK = FAKTURA), K = KOREKTA FAKTURY
      *    (NR-DOK = KOREKTA, JEDEN REKORD NA ZAMOWIENIE
      *    ORYGINALU). KWOTY ZE ZNAKIEM - KOREKTA ODBIERA

       FD PRWFILE  BLOCK CONTAINS 0.
       01 PRW-REC.
          05 KLUCZ-PRW.
             10 TYP-PRW         PIC X(1).
                88 PRW-FAKTURA     VALUE "F".
                88 PRW-KOREKTA     VALUE "K".
             10 NR-DOK-PRW      PIC 9(7).
             10 NR-ZAM-PRW      PIC 9(7).
          05 MIESIAC-PRW        PIC 9(4).
          05 PRZEDST-PRW        PIC X(6).
          05 KLIENT-PRW         PIC X(10).
          05 NR-FAKT-PRW        PIC 9(7).
          05 PRZYCHOD-PRW       PIC S9(11)V99.
          05 MARZA-PRW          PIC S9(11)V99.
          05 STAWKA-PRW         PIC 9(2)V99.
          05 PROWIZJA-PRW       PIC S9(9)V99.
          05 DATA-PRW           PIC 9(6).

       FD REJKFILE.
       01 REJK-REC PIC X(70).

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(130).

       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

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
       01 ERR-Z PIC 99.
       01 ERR-L PIC 99.
       01 ERR-CK PIC 99.
       01 ERR-R PIC 99.
       01 ERR-K PIC 99.
       01 ERR-PRZ PIC 99.
       01 ERR-PRW PIC 99.
       01 ERR-RK PIC 99.
       01 ERR-W PIC 99.

       01 WS-PARAM PIC X(10).
       01 WS-MIESIAC PIC 9(4).
       01 WS-DZIS PIC 9(6).
       01 WS-WYDRUK-NAZWA PIC X(30).
       01 WS-LINIA-WYJSCIE PIC X(130).

      *    WYCENA LINII (JAK W MARZA.COB)

       01 WS-CENA-SPRZEDAZY PIC 9(7)V99.
       01 WS-CK-CENA-BAZOWA PIC 9(7)V99.
       01 WS-KOSZT-JEDN PIC 9(7)V99.
       01 WS-PRZYCHOD PIC 9(11)V99.
       01 WS-KOSZT PIC 9(11)V99.

      *    BIEZACY DOKUMENT (ZAMOWIENIE FAKTURY ALBO KOREKTA)

       01 WS-DOK-TYP-B PIC X(1).
       01 WS-DOK-NR-B PIC 9(7).
       01 WS-DOK-ZAM-B PIC 9(7).
       01 WS-DOK-FAKT-B PIC 9(7).
       01 WS-DOK-KLIENT-B PIC X(10).
       01 WS-DOK-PRZ-B PIC X(6).
       01 WS-DOK-PRZYCHOD-B PIC S9(11)V99.
       01 WS-DOK-MARZA-B PIC S9(11)V99.
       01 WS-DOK-STAWKA-B PIC 9(2)V99.
       01 WS-DOK-PROWIZJA-B PIC S9(9)V99.

      *    KOREKTA Z RejestrKorekt.txt (UKLAD JAK W KOREKTY.COB)

       01 WS-REJK-LINIA.
          05 WS-RK-DATA-A   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-RK-NR-A     PIC 9(7).
          05 FILLER         PIC X.
          05 WS-RK-ORYG-A   PIC 9(7).
          05 FILLER         PIC X.
          05 WS-RK-KLIENT-A PIC X(10).
          05 FILLER         PIC X.
          05 WS-RK-ZNAK-A   PIC X(1).
          05 FILLER         PIC X.
          05 WS-RK-NETTO-A  PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RK-VAT-A    PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RK-RODZAJ-A PIC X(1).
       01 WS-KOR-ROZLICZONA PIC X(1).
          88 WS-KOR-JEST-ROZLICZONA VALUE "T".

      *    ZAMOWIENIA ORYGINALNEJ FAKTURY KORYGOWANEJ

       01 WS-FO-N PIC 9(3).
       01 WS-FO-I PIC 9(3).
       01 WS-FO-SUMA PIC S9(11)V99.
       01 WS-FO-TAB OCCURS 50.
          05 WS-FO-ZAM      PIC 9(7).
          05 WS-FO-PRZ      PIC X(6).
          05 WS-FO-KLIENT   PIC X(10).
          05 WS-FO-PRZYCHOD PIC S9(11)V99.
          05 WS-FO-MARZA    PIC S9(11)V99.
          05 WS-FO-STAWKA   PIC 9(2)V99.
          05 WS-FO-PROWIZJA PIC S9(9)V99.

      *    POZYCJE ZESTAWIEN

       01 WS-DOK-N PIC 9(4) VALUE 0.
       01 WS-DOK-I PIC 9(4).
       01 WS-DOK-LIMIT PIC X(1) VALUE "N".
          88 WS-DOK-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-DOK-TAB OCCURS 2000.
          05 WS-DOK-PRZ      PIC X(6).
          05 WS-DOK-TYP      PIC X(1).
          05 WS-DOK-NR       PIC 9(7).
          05 WS-DOK-FAKT     PIC 9(7).
          05 WS-DOK-ZAM      PIC 9(7).
          05 WS-DOK-KLIENT   PIC X(10).
          05 WS-DOK-PRZYCHOD PIC S9(11)V99.
          05 WS-DOK-MARZA    PIC S9(11)V99.
          05 WS-DOK-STAWKA   PIC 9(2)V99.
          05 WS-DOK-PROWIZJA PIC S9(9)V99.

      *    SUMY NA PRZEDSTAWICIELA

       01 WS-PT-N PIC 9(3) VALUE 0.
       01 WS-PT-I PIC 9(3).
       01 WS-PT-J PIC 9(3).
       01 WS-PT-ZNALEZIONY PIC X(1).
          88 WS-PT-JEST VALUE "T".
       01 WS-PT-TAB OCCURS 100.
          05 WS-PT-KOD       PIC X(6).
          05 WS-PT-NAZWA     PIC X(30).
          05 WS-PT-KADR      PIC X(10).
          05 WS-PT-STAWKA    PIC 9(2)V99.
          05 WS-PT-PRZYCHOD  PIC S9(13)V99.
          05 WS-PT-MARZA     PIC S9(13)V99.
          05 WS-PT-PROW-F    PIC S9(11)V99.
          05 WS-PT-PROW-K    PIC S9(11)V99.
       01 WS-PT-ZAPAS PIC X(106).

       01 WS-BEZ-PRZ-N PIC 9(5) VALUE 0.
       01 WS-SUMA-PROW-F PIC S9(11)V99 VALUE 0.
       01 WS-SUMA-PROW-K PIC S9(11)V99 VALUE 0.
       01 WS-SUMA-WYPLATA PIC S9(11)V99.
       01 WS-NOWE-F PIC 9(5) VALUE 0.
       01 WS-NOWE-K PIC 9(5) VALUE 0.

       01 WS-R-DOKUMENT.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-R-TYP-O      PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-NR-O       PIC 9(7).
          05 FILLER          PIC X(6) VALUE " ORYG ".
          05 WS-R-FAKT-O     PIC Z(7).
          05 FILLER          PIC X(5) VALUE " ZAM ".
          05 WS-R-ZAM-O      PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-KLIENT-O   PIC X(10).
          05 FILLER          PIC X(6) VALUE " PRZY ".
          05 WS-R-PRZYCHOD-O PIC -(10)9.99.
          05 FILLER          PIC X(7) VALUE " MARZA ".
          05 WS-R-MARZA-O    PIC -(10)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-STAWKA-O   PIC Z9.99.
          05 FILLER          PIC X(11) VALUE " % PROWIZJA".
          05 WS-R-PROWIZJA-O PIC -(8)9.99.

       01 WS-R-PLACE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-R-P-KOD-O    PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-P-KADR-O   PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-P-NAZWA-O  PIC X(30).
          05 FILLER          PIC X(10) VALUE " PROWIZJA ".
          05 WS-R-P-PROW-O   PIC -(10)9.99.
          05 FILLER          PIC X(9) VALUE " KOREKTY ".
          05 WS-R-P-KOR-O    PIC -(8)9.99.
          05 FILLER          PIC X(12) VALUE " DO WYPLATY ".
          05 WS-R-P-WYPL-O   PIC -(8)9.99.

       01 WS-R-STAWKA-E PIC Z9.99.
       01 WS-R-KWOTA-E PIC -(10)9.99.
       01 WS-R-KWOTA2-E PIC -(10)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           IF WS-PARAM(1:4) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(1:4)) = 0
              COMPUTE WS-MIESIAC = FUNCTION NUMVAL (WS-PARAM(1:4))
           ELSE
              MOVE WS-DZIS(1:4) TO WS-MIESIAC
           END-IF

           DISPLAY "ROZLICZENIE PROWIZJI ZA MIESIAC " WS-MIESIAC

           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
              DISPLAY "BRAK PLIKU ZAMOWIEN - KOD " ERR-Z
              STOP RUN
           END-IF
           OPEN INPUT PRZFILE
           IF ERR-PRZ NOT = 0
              DISPLAY "BRAK KARTOTEKI Przedstawiciele - KOD " ERR-PRZ
              CLOSE ZAMOWFILE
              STOP RUN
           END-IF
           OPEN I-O PRWFILE
           IF ERR-PRW = 35
              CLOSE PRWFILE
              OPEN OUTPUT PRWFILE
              CLOSE PRWFILE
              OPEN I-O PRWFILE
           END-IF
           IF ERR-PRW NOT = 0
              DISPLAY "OTWARCIE ProwizjeRozliczone - KOD " ERR-PRW
              CLOSE PRZFILE
              CLOSE ZAMOWFILE
              STOP RUN
           END-IF
           OPEN INPUT ZAMLFILE
           OPEN INPUT INFILE
           OPEN INPUT ROZRFILE
           OPEN INPUT KLIENCIFILE

           PERFORM 996-NUMER-RAPORTU
           MOVE SPACES TO WS-WYDRUK-NAZWA
           STRING "Prowizje-" WS-MIESIAC "-" WS-KR-NR ".txt"
                  DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA

           MOVE 0 TO NR-ZAMOWIENIA
           START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
           IF ERR-Z = 0
              READ ZAMOWFILE NEXT
              PERFORM UNTIL ERR-Z > 0
                 IF ZAM-ZREALIZOWANE
                    AND FAKTURA-Z > 0
                    AND DATA-REAL-Z(1:4) <= WS-MIESIAC
                    PERFORM 100-ZAMOWIENIE-FAKTURY
                 END-IF
                 READ ZAMOWFILE NEXT
              END-PERFORM
           END-IF

           PERFORM 200-KOREKTY

           CLOSE KLIENCIFILE
           CLOSE ROZRFILE
           CLOSE INFILE
           CLOSE ZAMLFILE
           CLOSE PRWFILE
           CLOSE PRZFILE
           CLOSE ZAMOWFILE

           PERFORM 300-DRUKUJ-RAPORT

           STOP RUN
           .

       100-ZAMOWIENIE-FAKTURY.

      *    ZAMOWIENIE JUZ ROZLICZONE W TYM MIESIACU WCHODZI DO
      *    ZESTAWIENIA Z ZAPISANYMI KWOTAMI, ROZLICZONE WCZESNIEJ
      *    JEST POMIJANE; NOWE ROZLICZA SIE, GDY FAKTURA ZAPLACONA

           MOVE "F" TO TYP-PRW
           MOVE FAKTURA-Z TO NR-DOK-PRW
           MOVE NR-ZAMOWIENIA TO NR-ZAM-PRW
           READ PRWFILE
           IF ERR-PRW = 0
              IF MIESIAC-PRW = WS-MIESIAC
                 PERFORM 150-DOLICZ-ZAPISANY
              END-IF
           ELSE
              MOVE FAKTURA-Z TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R = 0 AND ROZR-ZAPLACONA
                 MOVE "F" TO WS-DOK-TYP-B
                 MOVE FAKTURA-Z TO WS-DOK-NR-B
                 MOVE NR-ZAMOWIENIA TO WS-DOK-ZAM-B
                 MOVE 0 TO WS-DOK-FAKT-B
                 MOVE KOD-KLIENTA-Z TO WS-DOK-KLIENT-B
                 PERFORM 110-MARZA-ZAMOWIENIA
                 PERFORM 120-PRZEDSTAWICIEL-ZAMOWIENIA
                 IF WS-DOK-PRZ-B = SPACES
                    ADD 1 TO WS-BEZ-PRZ-N
                    MOVE 0 TO WS-DOK-STAWKA-B
                    MOVE 0 TO WS-DOK-PROWIZJA-B
                    PERFORM 130-DOLICZ-DO-ZESTAWIENIA
                 ELSE
                    COMPUTE WS-DOK-PROWIZJA-B ROUNDED =
                            WS-DOK-MARZA-B * WS-DOK-STAWKA-B / 100
                    PERFORM 140-ZAPISZ-ROZLICZENIE
                    IF ERR-PRW = 0
                       ADD 1 TO WS-NOWE-F
                       PERFORM 130-DOLICZ-DO-ZESTAWIENIA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       110-MARZA-ZAMOWIENIA.

           MOVE 0 TO WS-DOK-PRZYCHOD-B
           MOVE 0 TO WS-DOK-MARZA-B
           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                 IF ILOSC-WYDANA-L > 0
                    PERFORM 111-WYCEN-LINIE
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
              MOVE 0 TO ERR-L
           END-IF
           .

       111-WYCEN-LINIE.

           MOVE TOWAR-L TO TOWAR
           MOVE LOKALIZACJA-L TO LOKALIZACJA
           READ INFILE
           IF ERR NOT = 0
              DISPLAY "UWAGA: TOWAR " TOWAR-L " "
                      LOKALIZACJA-L " BEZ REKORDU W BAZA5 - "
                      "LINIA ZAM " NR-ZAM-L " POMINIETA"
           ELSE
              MOVE CENA OF IN-REC TO WS-CENA-SPRZEDAZY
              PERFORM 112-CENA-DLA-KLIENTA
              MOVE CENA-ZAKUP OF IN-REC TO WS-KOSZT-JEDN

              COMPUTE WS-PRZYCHOD =
                      ILOSC-WYDANA-L * WS-CENA-SPRZEDAZY
              COMPUTE WS-KOSZT =
                      ILOSC-WYDANA-L * WS-KOSZT-JEDN
              ADD WS-PRZYCHOD TO WS-DOK-PRZYCHOD-B
              COMPUTE WS-DOK-MARZA-B = WS-DOK-MARZA-B
                      + WS-PRZYCHOD - WS-KOSZT
           END-IF
           .

       112-CENA-DLA-KLIENTA.

      *    CENA FAKTUROWA: UMOWA KLIENTA OBOWIAZUJACA W DNIU
      *    REALIZACJI (TA SAMA LOGIKA CO 120-CENA-DLA-KLIENTA
      *    W MARZA.COB)

           MOVE WS-CENA-SPRZEDAZY TO WS-CK-CENA-BAZOWA
           OPEN INPUT CENKFILE
           IF ERR-CK = 0
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA-CK
              MOVE TOWAR-L TO KOD-TOWARU-CK
              MOVE 0 TO DATA-OD-CK
              START CENKFILE KEY NOT < KLUCZ-CENK
              IF ERR-CK = 0
                 READ CENKFILE NEXT
                 PERFORM UNTIL ERR-CK > 0
                         OR KOD-KLIENTA-CK NOT = KOD-KLIENTA-Z
                         OR KOD-TOWARU-CK NOT = TOWAR-L
                    IF DATA-OD-CK <= DATA-REAL-Z
                       AND (DATA-DO-CK = 0
                            OR DATA-DO-CK >= DATA-REAL-Z)
                       IF CENA-CK > 0
                          MOVE CENA-CK TO WS-CENA-SPRZEDAZY
                       ELSE
                          COMPUTE WS-CENA-SPRZEDAZY ROUNDED =
                                  WS-CK-CENA-BAZOWA *
                                  (100 - RABAT-CK) / 100
                       END-IF
                    END-IF
                    READ CENKFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE CENKFILE
           END-IF
           .

       120-PRZEDSTAWICIEL-ZAMOWIENIA.

      *    PRZEDSTAWICIEL Z NAGLOWKA MA PIERWSZENSTWO PRZED
      *    PRZYPISANYM DO KLIENTA; NIEZNANY KOD = BEZ PROWIZJI

           MOVE SPACES TO WS-DOK-PRZ-B
           MOVE 0 TO WS-DOK-STAWKA-B
           IF PRZEDSTAWICIEL-Z NOT = SPACES
              MOVE PRZEDSTAWICIEL-Z TO WS-DOK-PRZ-B
           ELSE
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 MOVE PRZEDSTAWICIEL-K TO WS-DOK-PRZ-B
              END-IF
           END-IF
           IF WS-DOK-PRZ-B NOT = SPACES
              MOVE WS-DOK-PRZ-B TO KOD-PRZ
              READ PRZFILE
              IF ERR-PRZ = 0
                 MOVE PROWIZJA-PRZ TO WS-DOK-STAWKA-B
              ELSE
                 DISPLAY "UWAGA: ZAM " NR-ZAMOWIENIA
                         " - NIEZNANY PRZEDSTAWICIEL " WS-DOK-PRZ-B
                 MOVE SPACES TO WS-DOK-PRZ-B
              END-IF
           END-IF
           .

       130-DOLICZ-DO-ZESTAWIENIA.

           IF WS-DOK-N < 2000
              ADD 1 TO WS-DOK-N
              MOVE WS-DOK-PRZ-B TO WS-DOK-PRZ (WS-DOK-N)
              MOVE WS-DOK-TYP-B TO WS-DOK-TYP (WS-DOK-N)
              MOVE WS-DOK-NR-B TO WS-DOK-NR (WS-DOK-N)
              MOVE WS-DOK-FAKT-B TO WS-DOK-FAKT (WS-DOK-N)
              MOVE WS-DOK-ZAM-B TO WS-DOK-ZAM (WS-DOK-N)
              MOVE WS-DOK-KLIENT-B TO WS-DOK-KLIENT (WS-DOK-N)
              MOVE WS-DOK-PRZYCHOD-B TO WS-DOK-PRZYCHOD (WS-DOK-N)
              MOVE WS-DOK-MARZA-B TO WS-DOK-MARZA (WS-DOK-N)
              MOVE WS-DOK-STAWKA-B TO WS-DOK-STAWKA (WS-DOK-N)
              MOVE WS-DOK-PROWIZJA-B TO WS-DOK-PROWIZJA (WS-DOK-N)
           ELSE
              MOVE "T" TO WS-DOK-LIMIT
           END-IF

           IF WS-DOK-PRZ-B NOT = SPACES
              PERFORM 135-DOLICZ-DO-PRZEDSTAWICIELA
           END-IF
           .

       135-DOLICZ-DO-PRZEDSTAWICIELA.

           MOVE "N" TO WS-PT-ZNALEZIONY
           PERFORM VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-PT-N OR WS-PT-JEST
              IF WS-PT-KOD (WS-PT-I) = WS-DOK-PRZ-B
                 MOVE "T" TO WS-PT-ZNALEZIONY
                 MOVE WS-PT-I TO WS-PT-J
              END-IF
           END-PERFORM
           IF NOT WS-PT-JEST
              IF WS-PT-N < 100
                 ADD 1 TO WS-PT-N
                 MOVE WS-PT-N TO WS-PT-J
                 MOVE WS-DOK-PRZ-B TO WS-PT-KOD (WS-PT-J)
                 MOVE SPACES TO WS-PT-NAZWA (WS-PT-J)
                 MOVE SPACES TO WS-PT-KADR (WS-PT-J)
                 MOVE 0 TO WS-PT-STAWKA (WS-PT-J)
                 MOVE WS-DOK-PRZ-B TO KOD-PRZ
                 READ PRZFILE
                 IF ERR-PRZ = 0
                    MOVE NAZWA-PRZ TO WS-PT-NAZWA (WS-PT-J)
                    MOVE NR-KADROWY-PRZ TO WS-PT-KADR (WS-PT-J)
                    MOVE PROWIZJA-PRZ TO WS-PT-STAWKA (WS-PT-J)
                 END-IF
                 MOVE 0 TO WS-PT-PRZYCHOD (WS-PT-J)
                 MOVE 0 TO WS-PT-MARZA (WS-PT-J)
                 MOVE 0 TO WS-PT-PROW-F (WS-PT-J)
                 MOVE 0 TO WS-PT-PROW-K (WS-PT-J)
                 MOVE "T" TO WS-PT-ZNALEZIONY
              ELSE
                 DISPLAY "UWAGA: OSIAGNIETO LIMIT 100 "
                         "PRZEDSTAWICIELI - " WS-DOK-PRZ-B
                         " POMINIETY W SUMACH"
              END-IF
           END-IF
           IF WS-PT-JEST
              ADD WS-DOK-PRZYCHOD-B TO WS-PT-PRZYCHOD (WS-PT-J)
              ADD WS-DOK-MARZA-B TO WS-PT-MARZA (WS-PT-J)
              IF WS-DOK-TYP-B = "F"
                 ADD WS-DOK-PROWIZJA-B TO WS-PT-PROW-F (WS-PT-J)
                 ADD WS-DOK-PROWIZJA-B TO WS-SUMA-PROW-F
              ELSE
                 ADD WS-DOK-PROWIZJA-B TO WS-PT-PROW-K (WS-PT-J)
                 ADD WS-DOK-PROWIZJA-B TO WS-SUMA-PROW-K
              END-IF
           END-IF
           .

       140-ZAPISZ-ROZLICZENIE.

           MOVE WS-DOK-TYP-B TO TYP-PRW
           MOVE WS-DOK-NR-B TO NR-DOK-PRW
           MOVE WS-DOK-ZAM-B TO NR-ZAM-PRW
           MOVE WS-MIESIAC TO MIESIAC-PRW
           MOVE WS-DOK-PRZ-B TO PRZEDST-PRW
           MOVE WS-DOK-KLIENT-B TO KLIENT-PRW
           MOVE WS-DOK-FAKT-B TO NR-FAKT-PRW
           MOVE WS-DOK-PRZYCHOD-B TO PRZYCHOD-PRW
           MOVE WS-DOK-MARZA-B TO MARZA-PRW
           MOVE WS-DOK-STAWKA-B TO STAWKA-PRW
           MOVE WS-DOK-PROWIZJA-B TO PROWIZJA-PRW
           MOVE WS-DZIS TO DATA-PRW
           WRITE PRW-REC
           IF ERR-PRW NOT = 0
              DISPLAY "ZAPIS ProwizjeRozliczone - KOD " ERR-PRW
                      " - DOKUMENT " WS-DOK-TYP-B " " WS-DOK-NR-B
                      " ZAM " WS-DOK-ZAM-B " POMINIETY"
           END-IF
           .

       150-DOLICZ-ZAPISANY.

           MOVE TYP-PRW TO WS-DOK-TYP-B
           MOVE NR-DOK-PRW TO WS-DOK-NR-B
           MOVE NR-ZAM-PRW TO WS-DOK-ZAM-B
           MOVE NR-FAKT-PRW TO WS-DOK-FAKT-B
           MOVE KLIENT-PRW TO WS-DOK-KLIENT-B
           MOVE PRZEDST-PRW TO WS-DOK-PRZ-B
           MOVE PRZYCHOD-PRW TO WS-DOK-PRZYCHOD-B
           MOVE MARZA-PRW TO WS-DOK-MARZA-B
           MOVE STAWKA-PRW TO WS-DOK-STAWKA-B
           MOVE PROWIZJA-PRW TO WS-DOK-PROWIZJA-B
           PERFORM 130-DOLICZ-DO-ZESTAWIENIA
           .

       200-KOREKTY.

      *    KOREKTA ROZLICZANA JEST RAZ - W PIERWSZYM PRZEBIEGU,
      *    W KTORYM JEJ FAKTURA ORYGINALNA MA JUZ ROZLICZONA
      *    PROWIZJE (KOREKTA DO FAKTURY JESZCZE NIEZAPLACONEJ
      *    CZEKA NA JEJ ZAPLATE). NOTA RABATOWA MA LINIE DLA
      *    KAZDEJ POMNIEJSZONEJ FAKTURY POD TYM SAMYM NUMEREM,
      *    WIEC ROZLICZENIE SPRAWDZANE JEST DLA PARY KOREKTA -
      *    FAKTURA ORYGINALNA

           OPEN INPUT REJKFILE
           IF ERR-RK = 0
              READ REJKFILE INTO WS-REJK-LINIA
              PERFORM UNTIL ERR-RK > 0
                 IF WS-RK-DATA-A(1:4) <= WS-MIESIAC
                    AND (WS-RK-ZNAK-A = "-" OR WS-RK-ZNAK-A = "+")
                    PERFORM 210-KOREKTA
                 END-IF
                 READ REJKFILE INTO WS-REJK-LINIA
              END-PERFORM
              CLOSE REJKFILE
           END-IF
           .

       210-KOREKTA.

           MOVE "N" TO WS-KOR-ROZLICZONA
           MOVE "K" TO TYP-PRW
           MOVE WS-RK-NR-A TO NR-DOK-PRW
           MOVE 0 TO NR-ZAM-PRW
           START PRWFILE KEY NOT < KLUCZ-PRW
           IF ERR-PRW = 0
              READ PRWFILE NEXT
              PERFORM UNTIL ERR-PRW > 0
                      OR NOT PRW-KOREKTA
                      OR NR-DOK-PRW NOT = WS-RK-NR-A
                 IF NR-FAKT-PRW = WS-RK-ORYG-A
                    MOVE "T" TO WS-KOR-ROZLICZONA
                    IF MIESIAC-PRW = WS-MIESIAC
                       PERFORM 150-DOLICZ-ZAPISANY
                    END-IF
                 END-IF
                 READ PRWFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-PRW

           IF NOT WS-KOR-JEST-ROZLICZONA
              PERFORM 220-ROZLICZ-KOREKTE
           END-IF
           .

       220-ROZLICZ-KOREKTE.

      *    PROWIZJA KAZDEGO ZAMOWIENIA ORYGINALU ZMIENIA SIE
      *    W PROPORCJI NETTO KOREKTY DO PRZYCHODU FAKTURY

           MOVE 0 TO WS-FO-N
           MOVE 0 TO WS-FO-SUMA
           MOVE "F" TO TYP-PRW
           MOVE WS-RK-ORYG-A TO NR-DOK-PRW
           MOVE 0 TO NR-ZAM-PRW
           START PRWFILE KEY NOT < KLUCZ-PRW
           IF ERR-PRW = 0
              READ PRWFILE NEXT
              PERFORM UNTIL ERR-PRW > 0
                      OR NOT PRW-FAKTURA
                      OR NR-DOK-PRW NOT = WS-RK-ORYG-A
                 IF WS-FO-N < 50
                    ADD 1 TO WS-FO-N
                    MOVE NR-ZAM-PRW TO WS-FO-ZAM (WS-FO-N)
                    MOVE PRZEDST-PRW TO WS-FO-PRZ (WS-FO-N)
                    MOVE KLIENT-PRW TO WS-FO-KLIENT (WS-FO-N)
                    MOVE PRZYCHOD-PRW TO WS-FO-PRZYCHOD (WS-FO-N)
                    MOVE MARZA-PRW TO WS-FO-MARZA (WS-FO-N)
                    MOVE STAWKA-PRW TO WS-FO-STAWKA (WS-FO-N)
                    MOVE PROWIZJA-PRW TO WS-FO-PROWIZJA (WS-FO-N)
                    ADD PRZYCHOD-PRW TO WS-FO-SUMA
                 END-IF
                 READ PRWFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-PRW

           IF WS-FO-N > 0 AND WS-FO-SUMA > 0
              PERFORM VARYING WS-FO-I FROM 1 BY 1
                      UNTIL WS-FO-I > WS-FO-N
                 MOVE "K" TO WS-DOK-TYP-B
                 MOVE WS-RK-NR-A TO WS-DOK-NR-B
                 MOVE WS-FO-ZAM (WS-FO-I) TO WS-DOK-ZAM-B
                 MOVE WS-RK-ORYG-A TO WS-DOK-FAKT-B
                 MOVE WS-FO-KLIENT (WS-FO-I) TO WS-DOK-KLIENT-B
                 MOVE WS-FO-PRZ (WS-FO-I) TO WS-DOK-PRZ-B
                 MOVE WS-FO-STAWKA (WS-FO-I) TO WS-DOK-STAWKA-B
                 COMPUTE WS-DOK-PRZYCHOD-B ROUNDED =
                         WS-FO-PRZYCHOD (WS-FO-I) * WS-RK-NETTO-A
                         / WS-FO-SUMA
                 COMPUTE WS-DOK-MARZA-B ROUNDED =
                         WS-FO-MARZA (WS-FO-I) * WS-RK-NETTO-A
                         / WS-FO-SUMA
                 COMPUTE WS-DOK-PROWIZJA-B ROUNDED =
                         WS-FO-PROWIZJA (WS-FO-I) * WS-RK-NETTO-A
                         / WS-FO-SUMA
                 IF WS-RK-ZNAK-A = "-"
                    COMPUTE WS-DOK-PRZYCHOD-B = 0 - WS-DOK-PRZYCHOD-B
                    COMPUTE WS-DOK-MARZA-B = 0 - WS-DOK-MARZA-B
                    COMPUTE WS-DOK-PROWIZJA-B =
                            0 - WS-DOK-PROWIZJA-B
                 END-IF
                 PERFORM 140-ZAPISZ-ROZLICZENIE
                 IF ERR-PRW = 0
                    ADD 1 TO WS-NOWE-K
                    PERFORM 130-DOLICZ-DO-ZESTAWIENIA
                 END-IF
              END-PERFORM
           END-IF
           .

       300-DRUKUJ-RAPORT.

           OPEN OUTPUT WYDRUKFILE
           IF ERR-W NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU WYDRUKU - KOD "
                      ERR-W
           END-IF

           PERFORM 320-SORTUJ-PRZEDSTAWICIELI

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "ROZLICZENIE PROWIZJI ZA " WS-MIESIAC
                  " (PROWIZJA OD MARZY Z FAKTUR ZAPLACONYCH)"
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE

           PERFORM VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-PT-N
              PERFORM 330-ZESTAWIENIE-PRZEDSTAWICIELA
           END-PERFORM
           IF WS-PT-N = 0
              MOVE "BRAK PROWIZJI DO ROZLICZENIA W TYM MIESIACU"
                   TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF

           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "ZESTAWIENIE DLA LISTY PLAC ZA " WS-MIESIAC ":"
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           PERFORM VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-PT-N
              MOVE WS-PT-KOD (WS-PT-I) TO WS-R-P-KOD-O
              MOVE WS-PT-KADR (WS-PT-I) TO WS-R-P-KADR-O
              MOVE WS-PT-NAZWA (WS-PT-I) TO WS-R-P-NAZWA-O
              MOVE WS-PT-PROW-F (WS-PT-I) TO WS-R-P-PROW-O
              MOVE WS-PT-PROW-K (WS-PT-I) TO WS-R-P-KOR-O
              COMPUTE WS-SUMA-WYPLATA = WS-PT-PROW-F (WS-PT-I)
                      + WS-PT-PROW-K (WS-PT-I)
              MOVE WS-SUMA-WYPLATA TO WS-R-P-WYPL-O
              MOVE WS-R-PLACE TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-PERFORM
           COMPUTE WS-SUMA-WYPLATA = WS-SUMA-PROW-F + WS-SUMA-PROW-K
           MOVE WS-SUMA-PROW-F TO WS-R-KWOTA-E
           MOVE WS-SUMA-PROW-K TO WS-R-KWOTA2-E
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "  RAZEM PROWIZJA " WS-R-KWOTA-E
                  " KOREKTY " WS-R-KWOTA2-E
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           MOVE WS-SUMA-WYPLATA TO WS-R-KWOTA-E
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "  RAZEM DO WYPLATY " WS-R-KWOTA-E
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE

           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "ZAPLACONE FAKTURY BEZ PRZEDSTAWICIELA (NIE "
                  "ROZLICZONE - UZUPELNIJ KARTOTEKE KLIENTA):"
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           IF WS-BEZ-PRZ-N = 0
              MOVE "  BRAK" TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF
           PERFORM VARYING WS-DOK-I FROM 1 BY 1
                   UNTIL WS-DOK-I > WS-DOK-N
              IF WS-DOK-PRZ (WS-DOK-I) = SPACES
                 PERFORM 340-WIERSZ-DOKUMENTU
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "NOWO ROZLICZONE: ZAMOWIEN " WS-NOWE-F
                  " KOREKT " WS-NOWE-K
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE

           IF WS-DOK-LIMIT-PRZEKROCZONY
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "UWAGA: OSIAGNIETO LIMIT 2000 POZYCJI - SUMY "
                     "PELNE, LISTA POZYCJI NIEPELNA"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF

           IF ERR-W = 0
              CLOSE WYDRUKFILE
              DISPLAY "RAPORT ZAPISANY DO: " WS-WYDRUK-NAZWA
              MOVE "PROWIZJE" TO WS-KR-PROGRAM
              MOVE WS-MIESIAC TO WS-KR-PARAMETRY
              PERFORM 995-REJESTR-RAPORTU
           END-IF
           .

       310-PISZ-LINIE.

           IF ERR-W = 0
              WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           END-IF
           DISPLAY WS-LINIA-WYJSCIE
           .

       320-SORTUJ-PRZEDSTAWICIELI.

           PERFORM VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I >= WS-PT-N
              PERFORM VARYING WS-PT-J FROM 1 BY 1
                      UNTIL WS-PT-J > WS-PT-N - WS-PT-I
                 IF WS-PT-KOD (WS-PT-J) > WS-PT-KOD (WS-PT-J + 1)
                    MOVE WS-PT-TAB (WS-PT-J) TO WS-PT-ZAPAS
                    MOVE WS-PT-TAB (WS-PT-J + 1) TO WS-PT-TAB (WS-PT-J)
                    MOVE WS-PT-ZAPAS TO WS-PT-TAB (WS-PT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       330-ZESTAWIENIE-PRZEDSTAWICIELA.

           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           MOVE WS-PT-STAWKA (WS-PT-I) TO WS-R-STAWKA-E
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "PRZEDSTAWICIEL " WS-PT-KOD (WS-PT-I)
                  " " WS-PT-NAZWA (WS-PT-I)
                  " NR KADROWY " WS-PT-KADR (WS-PT-I)
                  " STAWKA " WS-R-STAWKA-E " % MARZY"
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE

           PERFORM VARYING WS-DOK-I FROM 1 BY 1
                   UNTIL WS-DOK-I > WS-DOK-N
              IF WS-DOK-PRZ (WS-DOK-I) = WS-PT-KOD (WS-PT-I)
                 PERFORM 340-WIERSZ-DOKUMENTU
              END-IF
           END-PERFORM

           MOVE WS-PT-PRZYCHOD (WS-PT-I) TO WS-R-KWOTA-E
           MOVE WS-PT-MARZA (WS-PT-I) TO WS-R-KWOTA2-E
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "  RAZEM PRZYCHOD " WS-R-KWOTA-E
                  " MARZA " WS-R-KWOTA2-E
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           MOVE WS-PT-PROW-F (WS-PT-I) TO WS-R-KWOTA-E
           MOVE WS-PT-PROW-K (WS-PT-I) TO WS-R-KWOTA2-E
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "  PROWIZJA Z FAKTUR " WS-R-KWOTA-E
                  " KOREKTY " WS-R-KWOTA2-E
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           COMPUTE WS-SUMA-WYPLATA = WS-PT-PROW-F (WS-PT-I)
                   + WS-PT-PROW-K (WS-PT-I)
           MOVE WS-SUMA-WYPLATA TO WS-R-KWOTA-E
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "  PROWIZJA DO WYPLATY " WS-R-KWOTA-E
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           .

       340-WIERSZ-DOKUMENTU.

           IF WS-DOK-TYP (WS-DOK-I) = "F"
              MOVE "FAKT" TO WS-R-TYP-O
           ELSE
              MOVE "KOR" TO WS-R-TYP-O
           END-IF
           MOVE WS-DOK-NR (WS-DOK-I) TO WS-R-NR-O
           MOVE WS-DOK-FAKT (WS-DOK-I) TO WS-R-FAKT-O
           MOVE WS-DOK-ZAM (WS-DOK-I) TO WS-R-ZAM-O
           MOVE WS-DOK-KLIENT (WS-DOK-I) TO WS-R-KLIENT-O
           MOVE WS-DOK-PRZYCHOD (WS-DOK-I) TO WS-R-PRZYCHOD-O
           MOVE WS-DOK-MARZA (WS-DOK-I) TO WS-R-MARZA-O
           MOVE WS-DOK-STAWKA (WS-DOK-I) TO WS-R-STAWKA-O
           MOVE WS-DOK-PROWIZJA (WS-DOK-I) TO WS-R-PROWIZJA-O
           MOVE WS-R-DOKUMENT TO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           .

       995-REJESTR-RAPORTU.

      *    WPIS PRZEBIEGU DO REJESTRU RAPORTOW (TA SAMA
      *    DYSCYPLINA CO 995-REJESTR-RAPORTU W MARZA.COB)

           ACCEPT WS-KR-DATA FROM DATE
           ACCEPT WS-KR-CZAS FROM TIME
           MOVE WS-KR-DATA TO WS-RR-DATA-O
           MOVE WS-KR-CZAS TO WS-RR-CZAS-O
           MOVE WS-KR-PROGRAM TO WS-RR-PROG-O
           MOVE WS-UZYTKOWNIK TO WS-RR-OPER-O
           MOVE WS-KR-PARAMETRY TO WS-RR-PARAM-O
           MOVE WS-WYDRUK-NAZWA TO WS-RR-PLIK-O

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
