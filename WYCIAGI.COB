       IDENTIFICATION DIVISION.

      *    WYCIAGI - MIESIECZNE ZESTAWIENIE ROZRACHUNKOW KLIENTA
      *    (WYCIAG Z KONTA): SALDO OTWARCIA, FAKTURY Z Rozrachunki,
      *    KOREKTY Z RejestrKorekt.txt, WPLATY Z WplatyKlientow.txt
      *    I SALDO ZAMKNIECIA ZA MIESIAC. JEDEN WYCIAG NA KLIENTA
      *    Z KARTOTEKI Klienci (ALBO TYLKO DLA PODANEGO KODU),
      *    KLIENCI BEZ RUCHU W MIESIACU I Z ZEROWYM SALDEM SA
      *    POMIJANI. KOREKTY ZMIENIAJA KWOTA-BRUTTO-R NA MIEJSCU
      *    (300-KORYGUJ-ROZRACHUNEK W KOREKTY.COB), WIEC FAKTURA
      *    IDZIE NA WYCIAG W KWOCIE PIERWOTNEJ (BRUTTO MINUS
      *    KOREKTY), A KOREKTY OSOBNO Z WLASNA DATA. NOTY
      *    ODSETKOWE IDA JAK FAKTURY. ROZRACHUNKI PRZENIESIONE
      *    PRZEZ ARCHIWUM DO Rozrachunki-20RR SA DOCZYTYWANE PRZEZ
      *    ArchiwumIndeks (WPLATY NA NIE ZOSTAJA W
      *    WplatyKlientow.txt). WSZYSTKIE KWOTY SA W PLN (TAK JAK
      *    Rozrachunki I WPLATY), NUMERY FAKTUR I KOREKT W POSTACI
      *    ROCZNEJ, GDY SERIA JA MA (NUMERYROK). WYDRUK DO
      *    Wyciagi-RRMM-NNNNNNN.txt (NUMER PRZEBIEGU Z SERII
      *    RAPORT) Z WPISEM W RejestrRaportow.txt.
      *    PARAMETR: [RRMM] [KOD-KLIENTA] (PUSTE = POPRZEDNI
      *    MIESIAC, WSZYSCY KLIENCI)

       PROGRAM-ID. WYCIAGI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROZRFILE ASSIGN TO "Rozrachunki"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-R
               STATUS ERR-R.

           SELECT AROZRFILE ASSIGN TO WS-AROZR-NAZWA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FAKTURY-RA
               STATUS ERR-RA.

           SELECT ARCHINDFILE ASSIGN TO "ArchiwumIndeks"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-AI
               STATUS ERR-AI.

           SELECT KLIENCIFILE ASSIGN TO "Klienci"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT REJKFILE ASSIGN TO "RejestrKorekt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RK.

           SELECT WPLATYFILE ASSIGN TO "WplatyKlientow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-WP.

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

      *    ARCHIWUM ROCZNE ROZRACHUNKOW (UKLAD JAK Rozrachunki,
      *    CZYTANE DO ROZR-REC)

       FD AROZRFILE  BLOCK CONTAINS 0.
       01 AROZR-REC.
          05 NR-FAKTURY-RA   PIC 9(7).
          05 FILLER          PIC X(60).

       FD ARCHINDFILE  BLOCK CONTAINS 0.
       01 ARCHIND-REC.
          05 KLUCZ-AI.
             10 TYP-AI       PIC X(1).
             10 NR-AI        PIC 9(7).
          05 ROK-AI          PIC 9(2).
          05 DATA-DOK-AI     PIC 9(6).
          05 KONTR-AI        PIC X(10).
          05 DATA-ARCH-AI    PIC 9(6).

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

       FD REJKFILE.
       01 REJK-REC PIC X(70).

       FD WPLATYFILE.
       01 WPLATA-REC PIC X(80).

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(100).

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
       01 ERR-R PIC 99.
       01 ERR-K PIC 99.
       01 ERR-RK PIC 99.
       01 ERR-WP PIC 99.
       01 ERR-W PIC 99.
       01 ERR-RA PIC 99.
       01 ERR-AI PIC 99.

      *    ROZRACHUNKI Z ARCHIWUM: OTWARTY ROK ARCHIWUM (0 = ZADEN),
      *    CEL PRZEJSCIA (SUMY / DRUK POZYCJI)

       01 WS-AROZR-NAZWA PIC X(30).
       01 WS-AROZR-ROK PIC 9(2).
       01 WS-AROZR-STAN PIC X(1).
          88 WS-AROZR-OTWARTE VALUE "T".
       01 WS-ROZR-STAN PIC X(1) VALUE "N".
          88 WS-ROZR-OTWARTE VALUE "T".
       01 WS-ARCH-CEL PIC X(1).
          88 WS-ARCH-SUMY VALUE "S".
          88 WS-ARCH-DRUK VALUE "D".
       01 WS-ARCH-BIEZACA PIC X(1).
          88 WS-ARCH-JEST-BIEZACA VALUE "T".

      *    PARAMETRY WYWOLANIA PODPROGRAMU NUMERDOK (NUMER
      *    DOKUMENTU W POSTACI ROCZNEJ PREFIKS/KKKKK/RRRR)

       01 WS-ND-FUNKCJA PIC X(1).
       01 WS-ND-SERIA PIC X(10).
       01 WS-ND-NUMER PIC 9(7).
       01 WS-ND-TEKST PIC X(16).
       01 WS-FV-TEKST PIC X(16).

       01 SPRZEDAWCA-NAZWA PIC X(30)
          VALUE "HURTOWNIA MAGAZYNOWA SP Z O O".
       01 SPRZEDAWCA-ADRES PIC X(40)
          VALUE "UL. SKLADOWA 12, 00-950 WARSZAWA".

      *    NOTY ODSETKOWE (PROGRAM ODSETKI) SIEDZA W Rozrachunki
      *    POD NUMEREM 9000000 + NUMER NOTY

       01 BAZA-NUMERU-NOTY PIC 9(7) VALUE 9000000.
       01 WS-NR-NOTY PIC 9(7).

       01 WS-PARAM PIC X(20).
       01 WS-MIESIAC PIC 9(4).
       01 WS-MIESIAC-X REDEFINES WS-MIESIAC PIC X(4).
       01 WS-ROK PIC 9(2).
       01 WS-MC PIC 9(2).
       01 WS-JEDEN-KLIENT PIC X(10).
       01 WS-DZIS PIC 9(6).
       01 WS-WYDRUK-NAZWA PIC X(30).
       01 WS-LINIA-WYJSCIE PIC X(100).

       01 WS-SALDO-OTWARCIA PIC S9(13)V99.
       01 WS-SALDO-ZAMKNIECIA PIC S9(13)V99.
       01 WS-SUMA-FAKTUR PIC S9(13)V99.
       01 WS-SUMA-KOREKT PIC S9(13)V99.
       01 WS-SUMA-WPLAT PIC S9(13)V99.
       01 WS-RUCHOW PIC 9(5).
       01 WS-KWOTA PIC S9(11)V99.
       01 WS-WYCIAGOW PIC 9(5) VALUE 0.
       01 WS-POMINIETYCH PIC 9(5) VALUE 0.

      *    KOREKTY KLIENTA (WSZYSTKIE DATY) - DO ODTWORZENIA
      *    PIERWOTNEJ KWOTY FAKTURY I DO SEKCJI KOREKT WYCIAGU

       01 WS-KOR-N PIC 9(3) VALUE 0.
       01 WS-KOR-I PIC 9(3).
       01 WS-KOR-LIMIT PIC X(1) VALUE "N".
          88 WS-KOR-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-KOR-TAB OCCURS 300.
          05 WS-KOR-DATA    PIC 9(6).
          05 WS-KOR-NR      PIC 9(7).
          05 WS-KOR-ORYG    PIC 9(7).
          05 WS-KOR-BRUTTO  PIC S9(11)V99.

       01 WS-REJK-LINIA.
          05 WS-RK-DATA-O   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-RK-NR-O     PIC 9(7).
          05 FILLER         PIC X.
          05 WS-RK-ORYG-O   PIC 9(7).
          05 FILLER         PIC X.
          05 WS-RK-KLIENT-O PIC X(10).
          05 FILLER         PIC X.
          05 WS-RK-ZNAK-O   PIC X(1).
          05 FILLER         PIC X.
          05 WS-RK-NETTO-O  PIC 9(11)V99.
          05 FILLER         PIC X.
          05 WS-RK-VAT-O    PIC 9(11)V99.

       01 WS-WPLATA-LINIA.
          05 WS-WP-DATA-O   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-WP-CZAS-O   PIC 9(8).
          05 FILLER         PIC X.
          05 WS-WP-FAKT-O   PIC 9(7).
          05 FILLER         PIC X.
          05 WS-WP-KLIENT-O PIC X(10).
          05 FILLER         PIC X.
          05 WS-WP-KWOTA-O  PIC X(14).
          05 FILLER         PIC X.
          05 WS-WP-ZRODLO-O PIC X(8).

       01 WS-W-POZYCJA.
          05 WS-W-DATA-O   PIC 9(6).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-W-DOK-O    PIC X(15).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-W-OPIS-O   PIC X(20).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-W-WN-O     PIC Z(10)9.99.
          05 FILLER        PIC X VALUE SPACE.
          05 WS-W-MA-O     PIC Z(10)9.99.
       01 WS-W-SALDO.
          05 WS-WS-OPIS-O  PIC X(20).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-WS-KWOTA-O PIC -(12)9.99.
          05 FILLER        PIC X VALUE SPACE.
          05 WS-WS-WALUTA-O PIC X(3).

       01 WS-DOK-BUFOR PIC X(15).

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE
           IF WS-PARAM(1:4) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM(1:4)) = 0
              COMPUTE WS-MIESIAC = FUNCTION NUMVAL (WS-PARAM(1:4))
              MOVE WS-PARAM(6:10) TO WS-JEDEN-KLIENT
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
              MOVE WS-PARAM(1:10) TO WS-JEDEN-KLIENT
           END-IF

           PERFORM 996-NUMER-RAPORTU
           MOVE SPACES TO WS-WYDRUK-NAZWA
           STRING "Wyciagi-" WS-MIESIAC "-" WS-KR-NR ".txt"
                  DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA

           DISPLAY "WYCIAGI Z KONTA KLIENTOW ZA MIESIAC " WS-MIESIAC

           OPEN INPUT KLIENCIFILE
           IF ERR-K NOT = 0
              DISPLAY "BRAK PLIKU Klienci - KOD " ERR-K
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ROZRFILE
           IF ERR-R = 0
              MOVE "T" TO WS-ROZR-STAN
           END-IF
           OPEN OUTPUT WYDRUKFILE
           IF ERR-W NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC PLIKU WYDRUKU - KOD "
                      ERR-W
           ELSE
              IF WS-JEDEN-KLIENT NOT = SPACES
                 MOVE WS-JEDEN-KLIENT TO KOD-KLIENTA
                 READ KLIENCIFILE
                 IF ERR-K NOT = 0
                    DISPLAY "BRAK KLIENTA " WS-JEDEN-KLIENT
                            " W KARTOTECE Klienci"
                 ELSE
                    PERFORM 100-WYCIAG-KLIENTA
                 END-IF
              ELSE
                 MOVE SPACES TO KOD-KLIENTA
                 START KLIENCIFILE KEY NOT < KOD-KLIENTA
                 IF ERR-K = 0
                    READ KLIENCIFILE NEXT
                    PERFORM UNTIL ERR-K > 0
                       PERFORM 100-WYCIAG-KLIENTA
                       READ KLIENCIFILE NEXT
                    END-PERFORM
                 END-IF
              END-IF
              CLOSE WYDRUKFILE
              DISPLAY "WYCIAGI ZAPISANE DO: " WS-WYDRUK-NAZWA
              MOVE "WYCIAGI" TO WS-KR-PROGRAM
              MOVE SPACES TO WS-KR-PARAMETRY
              STRING WS-MIESIAC " " WS-JEDEN-KLIENT
                     DELIMITED BY SIZE INTO WS-KR-PARAMETRY
              PERFORM 995-REJESTR-RAPORTU
           END-IF
           CLOSE ROZRFILE
           CLOSE KLIENCIFILE

           DISPLAY "---------------------"
           DISPLAY "WYCIAGOW            : " WS-WYCIAGOW
           DISPLAY "POMINIETO (BEZ RUCHU I SALDA): " WS-POMINIETYCH
           IF WS-KOR-LIMIT-PRZEKROCZONY
              DISPLAY "UWAGA: U CO NAJMNIEJ JEDNEGO KLIENTA "
                      "PONAD 300 KOREKT - CZESC POMINIETO"
           END-IF

           STOP RUN
           .

       900-PISZ-LINIE.

           WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           .

       100-WYCIAG-KLIENTA.

      *    NAJPIERW SAME SUMY (SALDO OTWARCIA I RUCHY MIESIACA),
      *    ZEBY POMINAC KLIENTA BEZ RUCHU I Z ZEROWYM SALDEM;
      *    DRUGIE PRZEJSCIE DRUKUJE POZYCJE

           PERFORM 110-WCZYTAJ-KOREKTY
           MOVE 0 TO WS-SALDO-OTWARCIA
           MOVE 0 TO WS-SUMA-FAKTUR
           MOVE 0 TO WS-SUMA-KOREKT
           MOVE 0 TO WS-SUMA-WPLAT
           MOVE 0 TO WS-RUCHOW
           PERFORM 200-FAKTURY
           PERFORM 300-KOREKTY
           PERFORM 400-WPLATY
           COMPUTE WS-SALDO-ZAMKNIECIA = WS-SALDO-OTWARCIA
                   + WS-SUMA-FAKTUR + WS-SUMA-KOREKT
                   - WS-SUMA-WPLAT

           IF WS-RUCHOW = 0 AND WS-SALDO-ZAMKNIECIA = 0
              ADD 1 TO WS-POMINIETYCH
           ELSE
              ADD 1 TO WS-WYCIAGOW
              PERFORM 500-NAGLOWEK-WYCIAGU
              PERFORM 510-DRUKUJ-FAKTURY
              PERFORM 520-DRUKUJ-KOREKTY
              PERFORM 530-DRUKUJ-WPLATY
              PERFORM 590-STOPKA-WYCIAGU
           END-IF
           .

       110-WCZYTAJ-KOREKTY.

           MOVE 0 TO WS-KOR-N
           OPEN INPUT REJKFILE
           IF ERR-RK = 0
              READ REJKFILE INTO WS-REJK-LINIA
              PERFORM UNTIL ERR-RK > 0
                 IF WS-RK-KLIENT-O = KOD-KLIENTA
                    IF WS-KOR-N < 300
                       ADD 1 TO WS-KOR-N
                       MOVE WS-RK-DATA-O TO WS-KOR-DATA (WS-KOR-N)
                       MOVE WS-RK-NR-O TO WS-KOR-NR (WS-KOR-N)
                       MOVE WS-RK-ORYG-O TO WS-KOR-ORYG (WS-KOR-N)
                       COMPUTE WS-KOR-BRUTTO (WS-KOR-N) =
                               WS-RK-NETTO-O + WS-RK-VAT-O
                       IF WS-RK-ZNAK-O = "-"
                          COMPUTE WS-KOR-BRUTTO (WS-KOR-N) =
                                  0 - WS-KOR-BRUTTO (WS-KOR-N)
                       END-IF
                    ELSE
                       MOVE "T" TO WS-KOR-LIMIT
                    END-IF
                 END-IF
                 READ REJKFILE INTO WS-REJK-LINIA
              END-PERFORM
              CLOSE REJKFILE
           END-IF
           .

       200-FAKTURY.

           IF ERR-R < 30
              MOVE 0 TO NR-FAKTURY-R
              START ROZRFILE KEY NOT < NR-FAKTURY-R
              IF ERR-R = 0
                 READ ROZRFILE NEXT
                 PERFORM UNTIL ERR-R > 0
                    IF KOD-KLIENTA-R = KOD-KLIENTA
                       PERFORM 205-SUMUJ-FAKTURE
                    END-IF
                    READ ROZRFILE NEXT
                 END-PERFORM
              END-IF
              MOVE 0 TO ERR-R
           END-IF
           MOVE "S" TO WS-ARCH-CEL
           PERFORM 250-FAKTURY-Z-ARCHIWUM
           .

       205-SUMUJ-FAKTURE.

           PERFORM 210-KWOTA-PIERWOTNA
           IF DATA-FAKTURY-R(1:4) < WS-MIESIAC-X
              ADD WS-KWOTA TO WS-SALDO-OTWARCIA
           END-IF
           IF DATA-FAKTURY-R(1:4) = WS-MIESIAC-X
              ADD WS-KWOTA TO WS-SUMA-FAKTUR
              ADD 1 TO WS-RUCHOW
           END-IF
           .

       210-KWOTA-PIERWOTNA.

           MOVE KWOTA-BRUTTO-R TO WS-KWOTA
           PERFORM VARYING WS-KOR-I FROM 1 BY 1
                   UNTIL WS-KOR-I > WS-KOR-N
              IF WS-KOR-ORYG (WS-KOR-I) = NR-FAKTURY-R
                 SUBTRACT WS-KOR-BRUTTO (WS-KOR-I) FROM WS-KWOTA
              END-IF
           END-PERFORM
           .

       250-FAKTURY-Z-ARCHIWUM.

      *    ROZRACHUNKI KLIENTA PRZENIESIONE DO Rozrachunki-20RR:
      *    WPISY F Z ArchiwumIndeks Z KONTRAHENTEM KLIENTA, POZYCJA
      *    Z ARCHIWUM ROKU WSKAZANEGO W INDEKSIE. POZYCJA, KTORA
      *    ZOSTALA W PLIKU BIEZACYM (NIEUDANE USUNIECIE), JEST JUZ
      *    POLICZONA Z Rozrachunki

           MOVE 0 TO WS-AROZR-ROK
           MOVE "N" TO WS-AROZR-STAN
           OPEN INPUT ARCHINDFILE
           IF ERR-AI = 0
              MOVE "F" TO TYP-AI
              MOVE 0 TO NR-AI
              START ARCHINDFILE KEY NOT < KLUCZ-AI
              IF ERR-AI = 0
                 READ ARCHINDFILE NEXT
                 PERFORM UNTIL ERR-AI > 0 OR TYP-AI NOT = "F"
                    IF KONTR-AI = KOD-KLIENTA
                       PERFORM 255-FAKTURA-Z-ARCHIWUM
                    END-IF
                    READ ARCHINDFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ARCHINDFILE
           END-IF
           IF WS-AROZR-OTWARTE
              CLOSE AROZRFILE
           END-IF
           .

       255-FAKTURA-Z-ARCHIWUM.

           MOVE "N" TO WS-ARCH-BIEZACA
           IF WS-ROZR-OTWARTE
              MOVE NR-AI TO NR-FAKTURY-R
              READ ROZRFILE
              IF ERR-R = 0
                 MOVE "T" TO WS-ARCH-BIEZACA
              END-IF
              MOVE 0 TO ERR-R
           END-IF

           IF NOT WS-ARCH-JEST-BIEZACA
              IF ROK-AI NOT = WS-AROZR-ROK
                 IF WS-AROZR-OTWARTE
                    CLOSE AROZRFILE
                 END-IF
                 MOVE ROK-AI TO WS-AROZR-ROK
                 MOVE SPACES TO WS-AROZR-NAZWA
                 STRING "Rozrachunki-20" ROK-AI
                        DELIMITED BY SIZE INTO WS-AROZR-NAZWA
                 MOVE "N" TO WS-AROZR-STAN
                 OPEN INPUT AROZRFILE
                 IF ERR-RA = 0
                    MOVE "T" TO WS-AROZR-STAN
                 ELSE
                    DISPLAY "BRAK ARCHIWUM " WS-AROZR-NAZWA
                            " - KOD " ERR-RA
                 END-IF
              END-IF
              IF WS-AROZR-OTWARTE
                 MOVE NR-AI TO NR-FAKTURY-RA
                 READ AROZRFILE INTO ROZR-REC
                 IF ERR-RA = 0
                    IF WS-ARCH-SUMY
                       PERFORM 205-SUMUJ-FAKTURE
                    ELSE
                       IF DATA-FAKTURY-R(1:4) = WS-MIESIAC-X
                          PERFORM 515-POZYCJA-FAKTURY
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       300-KOREKTY.

           PERFORM VARYING WS-KOR-I FROM 1 BY 1
                   UNTIL WS-KOR-I > WS-KOR-N
              IF WS-KOR-DATA (WS-KOR-I)(1:4) < WS-MIESIAC-X
                 ADD WS-KOR-BRUTTO (WS-KOR-I) TO WS-SALDO-OTWARCIA
              END-IF
              IF WS-KOR-DATA (WS-KOR-I)(1:4) = WS-MIESIAC-X
                 ADD WS-KOR-BRUTTO (WS-KOR-I) TO WS-SUMA-KOREKT
                 ADD 1 TO WS-RUCHOW
              END-IF
           END-PERFORM
           .

       400-WPLATY.

           OPEN INPUT WPLATYFILE
           IF ERR-WP = 0
              READ WPLATYFILE INTO WS-WPLATA-LINIA
              PERFORM UNTIL ERR-WP > 0
                 IF WS-WP-KLIENT-O = KOD-KLIENTA
                    COMPUTE WS-KWOTA =
                            FUNCTION NUMVAL (WS-WP-KWOTA-O)
                    IF WS-WP-DATA-O(1:4) < WS-MIESIAC-X
                       SUBTRACT WS-KWOTA FROM WS-SALDO-OTWARCIA
                    END-IF
                    IF WS-WP-DATA-O(1:4) = WS-MIESIAC-X
                       ADD WS-KWOTA TO WS-SUMA-WPLAT
                       ADD 1 TO WS-RUCHOW
                    END-IF
                 END-IF
                 READ WPLATYFILE INTO WS-WPLATA-LINIA
              END-PERFORM
              CLOSE WPLATYFILE
           END-IF
           .

       500-NAGLOWEK-WYCIAGU.

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "WYCIAG Z KONTA ZA MIESIAC " WS-MIESIAC
                  "   WYSTAWIONO " WS-DZIS
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPRZEDAWCA-NAZWA TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPRZEDAWCA-ADRES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "KLIENT: " KOD-KLIENTA " " NAZWA-K
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "        " ADRES-K
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE

           MOVE "SALDO OTWARCIA" TO WS-WS-OPIS-O
           MOVE WS-SALDO-OTWARCIA TO WS-WS-KWOTA-O
           PERFORM 595-WALUTA-WYCIAGU
           MOVE WS-W-SALDO TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE "DATA   DOKUMENT        OPIS"
                TO WS-LINIA-WYJSCIE
           MOVE "WINIEN (WN)      MA" TO WS-LINIA-WYJSCIE(51:19)
           PERFORM 900-PISZ-LINIE
           .

       510-DRUKUJ-FAKTURY.

           IF ERR-R < 30
              MOVE 0 TO NR-FAKTURY-R
              START ROZRFILE KEY NOT < NR-FAKTURY-R
              IF ERR-R = 0
                 READ ROZRFILE NEXT
                 PERFORM UNTIL ERR-R > 0
                    IF KOD-KLIENTA-R = KOD-KLIENTA
                       AND DATA-FAKTURY-R(1:4) = WS-MIESIAC-X
                       PERFORM 515-POZYCJA-FAKTURY
                    END-IF
                    READ ROZRFILE NEXT
                 END-PERFORM
              END-IF
              MOVE 0 TO ERR-R
           END-IF
           MOVE "D" TO WS-ARCH-CEL
           PERFORM 250-FAKTURY-Z-ARCHIWUM
           .

       515-POZYCJA-FAKTURY.

           PERFORM 210-KWOTA-PIERWOTNA
           MOVE DATA-FAKTURY-R TO WS-W-DATA-O
           MOVE NR-FAKTURY-R TO WS-ND-NUMER
           PERFORM 580-NUMER-FAKTURY
           MOVE WS-FV-TEKST TO WS-W-DOK-O
           MOVE SPACES TO WS-W-OPIS-O
           STRING "TERMIN " DATA-PLATN-R
                  DELIMITED BY SIZE INTO WS-W-OPIS-O
           MOVE WS-KWOTA TO WS-W-WN-O
           MOVE 0 TO WS-W-MA-O
           MOVE WS-W-POZYCJA TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           .

       520-DRUKUJ-KOREKTY.

           PERFORM VARYING WS-KOR-I FROM 1 BY 1
                   UNTIL WS-KOR-I > WS-KOR-N
              IF WS-KOR-DATA (WS-KOR-I)(1:4) = WS-MIESIAC-X
                 MOVE WS-KOR-DATA (WS-KOR-I) TO WS-W-DATA-O
                 MOVE "KOREKTA" TO WS-ND-SERIA
                 MOVE WS-KOR-NR (WS-KOR-I) TO WS-ND-NUMER
                 PERFORM 990-TEKST-NUMERU
                 MOVE SPACES TO WS-DOK-BUFOR
                 IF WS-ND-TEKST(8:1) = SPACE
                    STRING "KOR " WS-ND-TEKST DELIMITED BY SIZE
                           INTO WS-DOK-BUFOR
                 ELSE
                    MOVE WS-ND-TEKST TO WS-DOK-BUFOR
                 END-IF
                 MOVE WS-DOK-BUFOR TO WS-W-DOK-O
                 MOVE SPACES TO WS-W-OPIS-O
                 IF WS-KOR-ORYG (WS-KOR-I) = 0
                    MOVE "NADWYZKA DO ZWROTU" TO WS-W-OPIS-O
                 ELSE
                    MOVE WS-KOR-ORYG (WS-KOR-I) TO WS-ND-NUMER
                    PERFORM 580-NUMER-FAKTURY
                    STRING "DO " WS-FV-TEKST
                           DELIMITED BY SIZE INTO WS-W-OPIS-O
                 END-IF
                 IF WS-KOR-BRUTTO (WS-KOR-I) < 0
                    MOVE 0 TO WS-W-WN-O
                    COMPUTE WS-W-MA-O = 0 - WS-KOR-BRUTTO (WS-KOR-I)
                 ELSE
                    MOVE WS-KOR-BRUTTO (WS-KOR-I) TO WS-W-WN-O
                    MOVE 0 TO WS-W-MA-O
                 END-IF
                 MOVE WS-W-POZYCJA TO WS-LINIA-WYJSCIE
                 PERFORM 900-PISZ-LINIE
              END-IF
           END-PERFORM
           .

       530-DRUKUJ-WPLATY.

           OPEN INPUT WPLATYFILE
           IF ERR-WP = 0
              READ WPLATYFILE INTO WS-WPLATA-LINIA
              PERFORM UNTIL ERR-WP > 0
                 IF WS-WP-KLIENT-O = KOD-KLIENTA
                    AND WS-WP-DATA-O(1:4) = WS-MIESIAC-X
                    MOVE WS-WP-DATA-O TO WS-W-DATA-O
                    MOVE SPACES TO WS-DOK-BUFOR
                    IF WS-WP-ZRODLO-O = "SKONTO"
                       MOVE "SKONTO" TO WS-DOK-BUFOR
                    ELSE
                       STRING "WPLATA " WS-WP-ZRODLO-O
                              DELIMITED BY SIZE INTO WS-DOK-BUFOR
                    END-IF
                    MOVE WS-DOK-BUFOR TO WS-W-DOK-O
                    MOVE SPACES TO WS-W-OPIS-O
                    MOVE WS-WP-FAKT-O TO WS-ND-NUMER
                    PERFORM 580-NUMER-FAKTURY
                    STRING "NA " WS-FV-TEKST
                           DELIMITED BY SIZE INTO WS-W-OPIS-O
                    MOVE 0 TO WS-W-WN-O
                    COMPUTE WS-W-MA-O =
                            FUNCTION NUMVAL (WS-WP-KWOTA-O)
                    MOVE WS-W-POZYCJA TO WS-LINIA-WYJSCIE
                    PERFORM 900-PISZ-LINIE
                 END-IF
                 READ WPLATYFILE INTO WS-WPLATA-LINIA
              END-PERFORM
              CLOSE WPLATYFILE
           END-IF
           .

       590-STOPKA-WYCIAGU.

           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE "FAKTURY" TO WS-WS-OPIS-O
           MOVE WS-SUMA-FAKTUR TO WS-WS-KWOTA-O
           MOVE WS-W-SALDO TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE "KOREKTY" TO WS-WS-OPIS-O
           MOVE WS-SUMA-KOREKT TO WS-WS-KWOTA-O
           MOVE WS-W-SALDO TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE "WPLATY" TO WS-WS-OPIS-O
           MOVE WS-SUMA-WPLAT TO WS-WS-KWOTA-O
           MOVE WS-W-SALDO TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE "SALDO ZAMKNIECIA" TO WS-WS-OPIS-O
           MOVE WS-SALDO-ZAMKNIECIA TO WS-WS-KWOTA-O
           MOVE WS-W-SALDO TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           IF WS-SALDO-ZAMKNIECIA < 0
              MOVE "(SALDO UJEMNE = NADPLATA NA RZECZ KLIENTA)"
                   TO WS-LINIA-WYJSCIE
              PERFORM 900-PISZ-LINIE
           END-IF
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE "PROSIMY O ZGLOSZENIE ROZBIEZNOSCI W CIAGU 14 DNI."
                TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE ALL "=" TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           MOVE SPACES TO WS-LINIA-WYJSCIE
           PERFORM 900-PISZ-LINIE
           .

       580-NUMER-FAKTURY.

      *    NUMER POZYCJI ROZRACHUNKU WS-ND-NUMER DO WYDRUKU:
      *    NOTA ODSETKOWA (OD 9000000) ALBO FAKTURA - 7 CYFR
      *    Z "FV " LUB POSTAC ROCZNA SERII FAKTURA

           MOVE SPACES TO WS-FV-TEKST
           IF WS-ND-NUMER >= BAZA-NUMERU-NOTY
              COMPUTE WS-NR-NOTY = WS-ND-NUMER - BAZA-NUMERU-NOTY
              STRING "NOTA " WS-NR-NOTY
                     DELIMITED BY SIZE INTO WS-FV-TEKST
           ELSE
              MOVE "FAKTURA" TO WS-ND-SERIA
              PERFORM 990-TEKST-NUMERU
              IF WS-ND-TEKST(8:1) = SPACE
                 STRING "FV " WS-ND-TEKST DELIMITED BY SIZE
                        INTO WS-FV-TEKST
              ELSE
                 MOVE WS-ND-TEKST TO WS-FV-TEKST
              END-IF
           END-IF
           .

       595-WALUTA-WYCIAGU.

      *    Rozrachunki I WplatyKlientow.txt SA PROWADZONE W PLN
      *    (WPLATY WALUTOWE PO KURSIE FAKTURY), WIEC WYCIAG JEST
      *    W PLN BEZ WZGLEDU NA WALUTE FAKTUROWANIA KLIENTA

           MOVE "PLN" TO WS-WS-WALUTA-O
           .

       990-TEKST-NUMERU.

      *    NUMER DOKUMENTU DO WYDRUKU - W SERII Z NUMERACJA
      *    ROCZNA POSTAC PREFIKS/KKKKK/RRRR (NUMERDOK)

           MOVE "T" TO WS-ND-FUNKCJA
           CALL "NUMERDOK" USING WS-ND-FUNKCJA WS-ND-SERIA
                                 WS-ND-NUMER WS-ND-TEKST
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
