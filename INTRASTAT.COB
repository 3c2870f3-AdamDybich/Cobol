       IDENTIFICATION DIVISION.

      *    INTRASTAT - MIESIECZNA DEKLARACJA INTRASTAT (WYWOZ):
      *    ZAFAKTUROWANE LINIE ZAMOWIEN (FAKTURA-Z NA NAGLOWKU,
      *    DATA FAKTURY Z Rozrachunki W ZADANYM MIESIACU) DLA
      *    NABYWCOW Z RODZAJEM U (WDT) NA KARTOTECE Klienci.
      *    POZYCJE DEKLARACJI TO SUMY WG KODU CN, KRAJU
      *    PRZEZNACZENIA (KRAJ-K), KRAJU POCHODZENIA I RODZAJU
      *    TRANSAKCJI (11 - SPRZEDAZ): MASA NETTO = WAGA Z BAZA5
      *    * ILOSC WYDANA, WARTOSC FAKTUROWA = NETTO LINII W PLN
      *    WYCENIONE TAK JAK W FAKTURY.COB (UMOWA CenyKlientow
      *    W DACIE FAKTURY ALBO CENA Z BAZA5). WARTOSC
      *    STATYSTYCZNA = FAKTUROWA (BRAK DANYCH O WARUNKACH
      *    DOSTAWY). KOD CN I KRAJ POCHODZENIA Z KARTOTEKI
      *    ParametryTowaru (PROGRAM PARAMTOW).
      *    PLIK DEKLARACJI DO IMPORTU: Intrastat-W-RRMM.txt
      *    (LINIE ROZDZIELANE ";", MASA W KG I WARTOSCI W PLN
      *    ZAOKRAGLONE DO CALYCH). WYDRUK KONTROLNY Z LINIAMI
      *    FAKTUR, POZYCJAMI I WYJATKAMI DO
      *    Intrastat-RRMM-NNNNNNN.txt Z WPISEM
      *    W RejestrRaportow.txt.
      *    LINIA BEZ KODU CN ALBO BEZ WAGI BLOKUJE DEKLARACJE -
      *    PLIK NIE POWSTAJE, RETURN-CODE 8 (TA SAMA ZASADA CO
      *    W KSIEGAFIN.COB).
      *    PARAMETR: RRMM (PUSTE = POPRZEDNI MIESIAC)

       PROGRAM-ID. INTRASTAT.

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

           SELECT PARAMTFILE ASSIGN TO "ParametryTowaru"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-TOWARU-PT
               STATUS ERR-PT.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT DEKLFILE ASSIGN TO WS-DEKL-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-D.

           SELECT WYDRUKFILE ASSIGN TO WS-WYDRUK-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-W.

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

       FD PARAMTFILE  BLOCK CONTAINS 0.
       01 PARAMT-REC.
          05 KOD-TOWARU-PT   PIC X(20).
          05 STATUS-CYKLU-PT PIC X(1).
             88 CYKL-AKTYWNY   VALUE "A".
             88 CYKL-WYGASZANY VALUE "W".
             88 CYKL-WYCOFANY  VALUE "X".
          05 SERIALIZACJA-PT PIC X(1).
             88 TOWAR-SERIALIZOWANY VALUE "T".
          05 KLASA-SKLAD-PT  PIC X(4).
          05 KOD-CN-PT       PIC X(8).
          05 KRAJ-POCH-PT    PIC X(2).
          05 GWAR-KLIENT-PT  PIC 9(3).
          05 GWAR-DOST-PT    PIC 9(3).
          05 DLUGOSC-PT      PIC 9(4)V9.
          05 SZEROKOSC-PT    PIC 9(4)V9.
          05 WYSOKOSC-PT     PIC 9(4)V9.
          05 UN-PT           PIC X(4).
          05 KLASA-ADR-PT    PIC X(4).
          05 GRUPA-PAK-PT    PIC X(3).
          05 MNOZNIK-ADR-PT  PIC 9(2).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       FD DEKLFILE.
       01 DEKL-REC PIC X(100).

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(130).

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
       01 ERR-Z PIC 99.
       01 ERR-L PIC 99.
       01 ERR-CK PIC 99.
       01 ERR-R PIC 99.
       01 ERR-K PIC 99.
       01 ERR-PT PIC 99.
       01 ERR-D PIC 99.
       01 ERR-W PIC 99.

       01 SPRZEDAWCA-NIP PIC X(10) VALUE "5260001246".
       01 WS-RODZAJ-TRANSAKCJI PIC X(2) VALUE "11".

       01 WS-PARAM PIC X(10).
       01 WS-MIESIAC PIC 9(4).
       01 WS-ROK PIC 9(2).
       01 WS-MC PIC 9(2).
       01 WS-DZIS PIC 9(6).
       01 WS-WYDRUK-NAZWA PIC X(30).
       01 WS-DEKL-NAZWA PIC X(30).
       01 WS-LINIA-WYJSCIE PIC X(130).

       01 WS-DATA-FAKTURY PIC 9(6).
       01 WS-KRAJ-NABYWCY PIC X(2).
       01 WS-NABYWCA-WDT PIC X(1).
          88 WS-JEST-WDT VALUE "T".
       01 WS-CENA-SPRZEDAZY PIC 9(7)V99.
       01 WS-CK-CENA-BAZOWA PIC 9(7)V99.
       01 WS-WAGA-LICZBA PIC 9(7)V999.
       01 WS-MASA PIC 9(9)V999.
       01 WS-NETTO PIC 9(11)V99.
       01 WS-KOD-CN PIC X(8).
       01 WS-KRAJ-POCH PIC X(2).
       01 WS-UWAGA PIC X(30).

       01 WS-LINII PIC 9(5) VALUE 0.
       01 WS-WYJATKOW PIC 9(5) VALUE 0.
       01 WS-SUMA-MASA PIC 9(11)V999 VALUE 0.
       01 WS-SUMA-WARTOSC PIC 9(13)V99 VALUE 0.

      *    POZYCJE DEKLARACJI: KOD CN + KRAJ PRZEZNACZENIA + KRAJ
      *    POCHODZENIA + RODZAJ TRANSAKCJI

       01 WS-PZ-N PIC 9(3) VALUE 0.
       01 WS-PZ-I PIC 9(3).
       01 WS-PZ-ZNALEZIONA PIC X(1).
          88 WS-PZ-JEST VALUE "T".
       01 WS-PZ-LIMIT PIC X(1) VALUE "N".
          88 WS-PZ-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-PZ-TAB OCCURS 500.
          05 WS-PZ-CN       PIC X(8).
          05 WS-PZ-KRAJ     PIC X(2).
          05 WS-PZ-POCH     PIC X(2).
          05 WS-PZ-TRANS    PIC X(2).
          05 WS-PZ-MASA     PIC 9(9)V999.
          05 WS-PZ-WARTOSC  PIC 9(13)V99.
       01 WS-MASA-KG PIC 9(9).
       01 WS-WARTOSC-ZL PIC 9(13).
       01 WS-MASA-KG-O PIC Z(8)9.
       01 WS-WARTOSC-ZL-O PIC Z(12)9.
       01 WS-PZ-LP-O PIC ZZ9.

       01 WS-W-LINIA.
          05 WS-W-FAKT-O     PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-DATA-O     PIC 9(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-KLIENT-O   PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-KRAJ-O     PIC X(2).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-TOWAR-O    PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-CN-O       PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-POCH-O     PIC X(2).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-MASA-O     PIC Z(8)9.999.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-WARTOSC-O  PIC Z(10)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-W-UWAGA-O    PIC X(30).

       01 WS-P-LINIA.
          05 FILLER          PIC X(8) VALUE "POZYCJA ".
          05 WS-P-LP-O       PIC ZZ9.
          05 FILLER          PIC X(5) VALUE "  CN ".
          05 WS-P-CN-O       PIC X(8).
          05 FILLER          PIC X(7) VALUE "  KRAJ ".
          05 WS-P-KRAJ-O     PIC X(2).
          05 FILLER          PIC X(7) VALUE "  POCH ".
          05 WS-P-POCH-O     PIC X(2).
          05 FILLER          PIC X(8) VALUE "  TRANS ".
          05 WS-P-TRANS-O    PIC X(2).
          05 FILLER          PIC X(8) VALUE "  MASA ".
          05 WS-P-MASA-O     PIC Z(8)9.999.
          05 FILLER          PIC X(10) VALUE "  WARTOSC ".
          05 WS-P-WARTOSC-O  PIC Z(12)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           IF WS-PARAM(1:4) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(1:4)) = 0
              COMPUTE WS-MIESIAC = FUNCTION NUMVAL (WS-PARAM(1:4))
           ELSE
              MOVE WS-DZIS(1:2) TO WS-ROK
              MOVE WS-DZIS(3:2) TO WS-MC
              IF WS-MC = 1
                 MOVE 12 TO WS-MC
                 SUBTRACT 1 FROM WS-ROK
              ELSE
                 SUBTRACT 1 FROM WS-MC
              END-IF
              COMPUTE WS-MIESIAC = WS-ROK * 100 + WS-MC
           END-IF

           DISPLAY "INTRASTAT - WYWOZ ZA MIESIAC " WS-MIESIAC

           OPEN INPUT ZAMOWFILE
           IF ERR-Z NOT = 0
              DISPLAY "BRAK PLIKU ZAMOWIEN - KOD " ERR-Z
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 996-NUMER-RAPORTU
           MOVE SPACES TO WS-WYDRUK-NAZWA
           STRING "Intrastat-" WS-MIESIAC "-" WS-KR-NR ".txt"
                  DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA
           MOVE SPACES TO WS-DEKL-NAZWA
           STRING "Intrastat-W-" WS-MIESIAC ".txt"
                  DELIMITED BY SIZE INTO WS-DEKL-NAZWA

           OPEN OUTPUT WYDRUKFILE
           IF ERR-W NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU WYDRUKU - KOD "
                      ERR-W
           END-IF
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "INTRASTAT WYWOZ - WYDRUK KONTROLNY ZA "
                  WS-MIESIAC
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 410-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "FAKTURA DATA   KLIENT     KR TOWAR"
                  "                CN       PO         MASA KG"
                  "     WARTOSC PLN UWAGI"
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 410-PISZ-LINIE

           OPEN INPUT ZAMLFILE
           OPEN INPUT INFILE
           OPEN INPUT ROZRFILE
           OPEN INPUT KLIENCIFILE
           OPEN INPUT PARAMTFILE
           PERFORM 200-FAKTURY-WDT
           CLOSE PARAMTFILE
           CLOSE KLIENCIFILE
           CLOSE ROZRFILE
           CLOSE INFILE
           CLOSE ZAMLFILE
           CLOSE ZAMOWFILE

           PERFORM 400-POZYCJE-DEKLARACJI
           PERFORM 500-ZAPISZ-DEKLARACJE

           IF ERR-W = 0
              CLOSE WYDRUKFILE
              DISPLAY "WYDRUK KONTROLNY ZAPISANY DO: "
                      WS-WYDRUK-NAZWA
              MOVE "INTRASTA" TO WS-KR-PROGRAM
              MOVE WS-MIESIAC TO WS-KR-PARAMETRY
              PERFORM 995-REJESTR-RAPORTU
           END-IF

           STOP RUN
           .

       200-FAKTURY-WDT.

      *    ZAMOWIENIA ZAFAKTUROWANE NABYWCOM UE; MIESIAC DATY
      *    FAKTURY DECYDUJE O OKRESIE DEKLARACJI

           MOVE 0 TO NR-ZAMOWIENIA
           START ZAMOWFILE KEY NOT < NR-ZAMOWIENIA
           IF ERR-Z = 0
              READ ZAMOWFILE NEXT
              PERFORM UNTIL ERR-Z > 0
                 IF FAKTURA-Z > 0 AND NOT ZAM-ANULOWANE
                    PERFORM 210-DATA-FAKTURY
                    IF WS-DATA-FAKTURY(1:4) = WS-MIESIAC
                       PERFORM 220-NABYWCA
                       IF WS-JEST-WDT
                          PERFORM 230-LINIE-ZAMOWIENIA
                       END-IF
                    END-IF
                 END-IF
                 READ ZAMOWFILE NEXT
              END-PERFORM
           END-IF
           .

       210-DATA-FAKTURY.

           MOVE DATA-REAL-Z TO WS-DATA-FAKTURY
           IF ERR-R = 0 OR ERR-R = 23
              MOVE FAKTURA-Z TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R = 0
                 MOVE DATA-FAKTURY-R TO WS-DATA-FAKTURY
              END-IF
           END-IF
           .

       220-NABYWCA.

           MOVE "N" TO WS-NABYWCA-WDT
           MOVE SPACES TO WS-KRAJ-NABYWCY
           IF ERR-K = 0 OR ERR-K = 23
              MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
              READ KLIENCIFILE
              IF ERR-K = 0
                 IF NABYWCA-UE
                    MOVE "T" TO WS-NABYWCA-WDT
                    MOVE KRAJ-K TO WS-KRAJ-NABYWCY
                 END-IF
              END-IF
           END-IF
           .

       230-LINIE-ZAMOWIENIA.

           MOVE NR-ZAMOWIENIA TO NR-ZAM-L
           MOVE 0 TO LP-L
           START ZAMLFILE KEY NOT < KLUCZ-LINII
           IF ERR-L = 0
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                      OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                 IF ILOSC-WYDANA-L > 0
                    PERFORM 240-LINIA-FAKTURY
                 END-IF
                 READ ZAMLFILE NEXT
              END-PERFORM
              MOVE 0 TO ERR-L
           END-IF
           .

       240-LINIA-FAKTURY.

           ADD 1 TO WS-LINII
           MOVE SPACES TO WS-UWAGA
           MOVE 0 TO WS-MASA
           MOVE 0 TO WS-NETTO
           MOVE SPACES TO WS-KOD-CN
           MOVE "PL" TO WS-KRAJ-POCH

           MOVE TOWAR-L TO TOWAR
           MOVE LOKALIZACJA-L TO LOKALIZACJA
           READ INFILE
           IF ERR NOT = 0
              MOVE "BRAK TOWARU W BAZA5" TO WS-UWAGA
           ELSE
              MOVE CENA OF IN-REC TO WS-CENA-SPRZEDAZY
              PERFORM 250-CENA-DLA-KLIENTA
              COMPUTE WS-NETTO ROUNDED =
                      ILOSC-WYDANA-L * WS-CENA-SPRZEDAZY
              MOVE WAGA OF IN-REC TO WS-WAGA-LICZBA
              COMPUTE WS-MASA = WS-WAGA-LICZBA * ILOSC-WYDANA-L
              IF WS-MASA = 0
                 MOVE "BRAK WAGI TOWARU" TO WS-UWAGA
              END-IF
           END-IF

           IF ERR-PT = 0 OR ERR-PT = 23
              MOVE TOWAR-L TO KOD-TOWARU-PT
              READ PARAMTFILE
              IF ERR-PT = 0
                 MOVE KOD-CN-PT TO WS-KOD-CN
                 IF KRAJ-POCH-PT NOT = SPACES
                    MOVE KRAJ-POCH-PT TO WS-KRAJ-POCH
                 END-IF
              END-IF
           END-IF
           IF WS-KOD-CN = SPACES AND WS-UWAGA = SPACES
              MOVE "BRAK KODU CN (PARAMTOW)" TO WS-UWAGA
           END-IF
           IF WS-KRAJ-NABYWCY = SPACES AND WS-UWAGA = SPACES
              MOVE "BRAK KRAJU NABYWCY" TO WS-UWAGA
           END-IF

           MOVE FAKTURA-Z TO WS-W-FAKT-O
           MOVE WS-DATA-FAKTURY TO WS-W-DATA-O
           MOVE KOD-KLIENTA-Z TO WS-W-KLIENT-O
           MOVE WS-KRAJ-NABYWCY TO WS-W-KRAJ-O
           MOVE TOWAR-L TO WS-W-TOWAR-O
           MOVE WS-KOD-CN TO WS-W-CN-O
           MOVE WS-KRAJ-POCH TO WS-W-POCH-O
           MOVE WS-MASA TO WS-W-MASA-O
           MOVE WS-NETTO TO WS-W-WARTOSC-O
           MOVE WS-UWAGA TO WS-W-UWAGA-O
           MOVE WS-W-LINIA TO WS-LINIA-WYJSCIE
           PERFORM 410-PISZ-LINIE

           IF WS-UWAGA NOT = SPACES
              ADD 1 TO WS-WYJATKOW
           ELSE
              PERFORM 260-DOLICZ-DO-POZYCJI
           END-IF
           .

       250-CENA-DLA-KLIENTA.

      *    CENA FAKTUROWA: UMOWA KLIENTA OBOWIAZUJACA W DNIU
      *    FAKTURY (TA SAMA LOGIKA CO 136-CENA-DLA-KLIENTA
      *    W FAKTURY.COB)

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
                    IF DATA-OD-CK <= WS-DATA-FAKTURY
                       AND (DATA-DO-CK = 0
                            OR DATA-DO-CK >= WS-DATA-FAKTURY)
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

       260-DOLICZ-DO-POZYCJI.

           MOVE "N" TO WS-PZ-ZNALEZIONA
           PERFORM VARYING WS-PZ-I FROM 1 BY 1
                   UNTIL WS-PZ-I > WS-PZ-N OR WS-PZ-JEST
              IF WS-PZ-CN (WS-PZ-I) = WS-KOD-CN
                 AND WS-PZ-KRAJ (WS-PZ-I) = WS-KRAJ-NABYWCY
                 AND WS-PZ-POCH (WS-PZ-I) = WS-KRAJ-POCH
                 AND WS-PZ-TRANS (WS-PZ-I) = WS-RODZAJ-TRANSAKCJI
                 MOVE "T" TO WS-PZ-ZNALEZIONA
              END-IF
           END-PERFORM
           IF WS-PZ-JEST
              SUBTRACT 1 FROM WS-PZ-I
           ELSE
              IF WS-PZ-N < 500
                 ADD 1 TO WS-PZ-N
                 MOVE WS-PZ-N TO WS-PZ-I
                 MOVE WS-KOD-CN TO WS-PZ-CN (WS-PZ-I)
                 MOVE WS-KRAJ-NABYWCY TO WS-PZ-KRAJ (WS-PZ-I)
                 MOVE WS-KRAJ-POCH TO WS-PZ-POCH (WS-PZ-I)
                 MOVE WS-RODZAJ-TRANSAKCJI TO WS-PZ-TRANS (WS-PZ-I)
                 MOVE 0 TO WS-PZ-MASA (WS-PZ-I)
                 MOVE 0 TO WS-PZ-WARTOSC (WS-PZ-I)
              ELSE
                 MOVE "T" TO WS-PZ-LIMIT
                 MOVE 0 TO WS-PZ-I
              END-IF
           END-IF
           IF WS-PZ-I > 0
              ADD WS-MASA TO WS-PZ-MASA (WS-PZ-I)
              ADD WS-NETTO TO WS-PZ-WARTOSC (WS-PZ-I)
              ADD WS-MASA TO WS-SUMA-MASA
              ADD WS-NETTO TO WS-SUMA-WARTOSC
           END-IF
           .

       400-POZYCJE-DEKLARACJI.

           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 410-PISZ-LINIE
           STRING "POZYCJE DEKLARACJI (CN / KRAJ PRZEZNACZENIA / "
                  "KRAJ POCHODZENIA / RODZAJ TRANSAKCJI):"
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 410-PISZ-LINIE
           PERFORM VARYING WS-PZ-I FROM 1 BY 1
                   UNTIL WS-PZ-I > WS-PZ-N
              MOVE WS-PZ-I TO WS-P-LP-O
              MOVE WS-PZ-CN (WS-PZ-I) TO WS-P-CN-O
              MOVE WS-PZ-KRAJ (WS-PZ-I) TO WS-P-KRAJ-O
              MOVE WS-PZ-POCH (WS-PZ-I) TO WS-P-POCH-O
              MOVE WS-PZ-TRANS (WS-PZ-I) TO WS-P-TRANS-O
              MOVE WS-PZ-MASA (WS-PZ-I) TO WS-P-MASA-O
              MOVE WS-PZ-WARTOSC (WS-PZ-I) TO WS-P-WARTOSC-O
              MOVE WS-P-LINIA TO WS-LINIA-WYJSCIE
              PERFORM 410-PISZ-LINIE
           END-PERFORM

           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 410-PISZ-LINIE
           MOVE 0 TO WS-P-LP-O
           MOVE SPACES TO WS-P-CN-O
           MOVE SPACES TO WS-P-KRAJ-O
           MOVE SPACES TO WS-P-POCH-O
           MOVE SPACES TO WS-P-TRANS-O
           MOVE WS-SUMA-MASA TO WS-P-MASA-O
           MOVE WS-SUMA-WARTOSC TO WS-P-WARTOSC-O
           MOVE WS-P-LINIA TO WS-LINIA-WYJSCIE
           MOVE "RAZEM     " TO WS-LINIA-WYJSCIE(1:10)
           PERFORM 410-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "LINII FAKTUR: " WS-LINII
                  "  POZYCJI: " WS-PZ-N
                  "  WYJATKOW: " WS-WYJATKOW
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 410-PISZ-LINIE
           IF WS-PZ-LIMIT-PRZEKROCZONY
              MOVE "PRZEKROCZONO LIMIT 500 POZYCJI DEKLARACJI"
                   TO WS-LINIA-WYJSCIE
              PERFORM 410-PISZ-LINIE
           END-IF
           .

       410-PISZ-LINIE.

           IF ERR-W = 0
              WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           END-IF
           DISPLAY WS-LINIA-WYJSCIE
           .

       500-ZAPISZ-DEKLARACJE.

      *    LINIA NAGLOWKA: INTRASTAT;W;20RRMM;NIP;LICZBA POZYCJI
      *    LINIA POZYCJI:  LP;CN;KRAJ;POCHODZENIE;TRANSAKCJA;
      *                    MASA KG;WARTOSC FAKTUROWA;STATYSTYCZNA
      *    MASA PONIZEJ 1 KG IDZIE JAKO 1

           IF WS-WYJATKOW > 0 OR WS-PZ-LIMIT-PRZEKROCZONY
              MOVE SPACES TO WS-LINIA-WYJSCIE
              STRING "DEKLARACJA NIE ZAPISANA - USUN WYJATKI "
                     "I URUCHOM PONOWNIE"
                     DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
              PERFORM 410-PISZ-LINIE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-PZ-N = 0
                 MOVE SPACES TO WS-LINIA-WYJSCIE
                 STRING "BRAK WYWOZU DO KRAJOW UE W MIESIACU - "
                        "DEKLARACJA NIE JEST SKLADANA"
                        DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                 PERFORM 410-PISZ-LINIE
              ELSE
                 OPEN OUTPUT DEKLFILE
                 IF ERR-D NOT = 0
                    DISPLAY "NIE MOZNA OTWORZYC PLIKU DEKLARACJI - "
                            "KOD " ERR-D
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE WS-PZ-N TO WS-PZ-LP-O
                    MOVE SPACES TO DEKL-REC
                    STRING "INTRASTAT;W;20" WS-MIESIAC ";"
                           SPRZEDAWCA-NIP ";"
                           FUNCTION TRIM (WS-PZ-LP-O)
                           DELIMITED BY SIZE INTO DEKL-REC
                    WRITE DEKL-REC
                    PERFORM VARYING WS-PZ-I FROM 1 BY 1
                            UNTIL WS-PZ-I > WS-PZ-N
                       PERFORM 510-LINIA-DEKLARACJI
                    END-PERFORM
                    CLOSE DEKLFILE
                    MOVE SPACES TO WS-LINIA-WYJSCIE
                    STRING "DEKLARACJA ZAPISANA DO: " WS-DEKL-NAZWA
                           DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                    PERFORM 410-PISZ-LINIE
                 END-IF
              END-IF
           END-IF
           .

       510-LINIA-DEKLARACJI.

           COMPUTE WS-MASA-KG ROUNDED = WS-PZ-MASA (WS-PZ-I)
           IF WS-MASA-KG = 0
              MOVE 1 TO WS-MASA-KG
           END-IF
           COMPUTE WS-WARTOSC-ZL ROUNDED = WS-PZ-WARTOSC (WS-PZ-I)
           MOVE WS-MASA-KG TO WS-MASA-KG-O
           MOVE WS-WARTOSC-ZL TO WS-WARTOSC-ZL-O
           MOVE WS-PZ-I TO WS-PZ-LP-O
           MOVE SPACES TO DEKL-REC
           STRING FUNCTION TRIM (WS-PZ-LP-O) ";"
                  WS-PZ-CN (WS-PZ-I) ";"
                  WS-PZ-KRAJ (WS-PZ-I) ";"
                  WS-PZ-POCH (WS-PZ-I) ";"
                  WS-PZ-TRANS (WS-PZ-I) ";"
                  FUNCTION TRIM (WS-MASA-KG-O) ";"
                  FUNCTION TRIM (WS-WARTOSC-ZL-O) ";"
                  FUNCTION TRIM (WS-WARTOSC-ZL-O)
                  DELIMITED BY SIZE INTO DEKL-REC
           WRITE DEKL-REC
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
