       IDENTIFICATION DIVISION.

      *    REZERWY - MIESIECZNA REZERWA NA ZAPAS NIEROTUJACY
      *    I PRZETERMINOWANY. KAZDA POZYCJA ZAPASU WLASNEGO BAZA5
      *    (ILOSC + KWARANTANNA; KOMIS DOSTAWCY "K" POMINIETY)
      *    JEST KLASYFIKOWANA WG:
      *    - WIEKU OD OSTATNIEGO WYDANIA (HISTORIA Audyt.txt I
      *      ARCHIWOW MIESIECZNYCH, TA SAMA LOGIKA CO
      *      660-RAPORT-MARTWE W MAGAZYN.COB; POZYCJA BEZ WYDANIA
      *      W OKNIE SKANU LICZY WIEK OD DATY OSTATNIEJ
      *      AKTUALIZACJI),
      *    - PARTII PRZETERMINOWANYCH Z Partie (ILOSC PARTII
      *      Z DATA WAZNOSCI PRZED DNIEM WYCENY),
      *    - STATUSU CYKLU ZYCIA Z ParametryTowaru (W, X).
      *    PROCENT REZERWY Z TABELI RezerwyProgi.txt (KLUCZ X(10)
      *    I PROCENT; KLUCZ LICZBOWY = PROG DNI BEZ WYDANIA,
      *    PRZETERM / WYGASZANY / WYCOFANY = PROCENT DLA PARTII
      *    PRZETERMINOWANYCH I STATUSOW CYKLU). POZYCJA BIERZE
      *    WYZSZY Z PROCENTOW WIEKU I CYKLU, ILOSC PRZETERMINOWANA
      *    CO NAJMNIEJ PROCENT PRZETERM. WYCENA PO KOSZCIE ZAKUPU
      *    (GDY 0 - PO CENIE), JAK W KSIEGA.
      *    WYDRUK WG KATEGORII DO Rezerwy-RRMM-NNNNNNN.txt (NUMER
      *    Z SERII RAPORT, WPIS W RejestrRaportow.txt). REZERWA
      *    MIESIACA JEST ZAPISYWANA W RezerwyZapasow (OKRES +
      *    KATEGORIA), A ZMIANA WOBEC POPRZEDNIEGO MIESIACA IDZIE
      *    NA LINIE DZIENNIKA TYPU "REZERWA" W FORMACIE KSIEGA
      *    (KONTA Z KontaKsiegowe.txt; SPADEK REZERWY ODWRACA
      *    STRONY). PLIK KsiegaRezInterfejs.txt I ZAPIS REZERWY
      *    MIESIACA POWSTAJA TYLKO, GDY PARTIA SIE ROWNOWAZY
      *    I ZADNA LINIA NIE ZOSTALA POMINIETA. PARAMETR RRMMDD
      *    (PUSTY = DZIS); DZIEN W OKRESIE ZAMKNIETYM JEST
      *    ODRZUCANY. KOD POWROTU 8, GDY PLIK NIE ZOSTAL ZWOLNIONY
      *    (ZAMKNIECIE OKRESU W OKRESY)

       PROGRAM-ID. REZERWY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               STATUS ERR.

           SELECT AUDYTFILE ASSIGN TO "Audyt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-AUD.

           SELECT ARCHAUDFILE ASSIGN TO WS-AUDARCH-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ARCHAUD.

           SELECT PARTIEFILE ASSIGN TO "Partie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-PA
               STATUS ERR-PA.

           SELECT PARAMTFILE ASSIGN TO "ParametryTowaru"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-TOWARU-PT
               STATUS ERR-PT.

           SELECT PROGIFILE ASSIGN TO "RezerwyProgi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PR.

           SELECT REZERWYFILE ASSIGN TO "RezerwyZapasow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-RZ
               STATUS ERR-RZ.

           SELECT OKRESYFILE ASSIGN TO "OkresyKsiegowe"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY OKRES-OK
               STATUS ERR-OK.

           SELECT KONTAFILE ASSIGN TO "KontaKsiegowe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KT.

           SELECT GLFILE ASSIGN TO "KsiegaRezInterfejs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-GL.

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

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD ARCHAUDFILE.
       01 ARCHAUD-REC PIC X(140).

       FD PARTIEFILE  BLOCK CONTAINS 0.
       01 PARTIA-REC.
          05 KLUCZ-PA.
             10 TOWAR-PA        PIC X(20).
             10 LOKALIZACJA-PA  PIC X(10).
             10 NR-PARTII-PA    PIC X(10).
          05 DATA-WAZNOSCI-PA   PIC 9(6).
          05 ILOSC-PA           PIC 9(7)V99.
          05 STATUS-PA          PIC X(1).
             88 PARTIA-WYCOFANA VALUE "W".

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

       FD PROGIFILE.
       01 PROGI-REC PIC X(40).

      *    REZERWA NA KONIEC MIESIACA WG KATEGORII - PODSTAWA
      *    ZMIANY REZERWY W NASTEPNYM MIESIACU

       FD REZERWYFILE  BLOCK CONTAINS 0.
       01 REZERWA-REC.
          05 KLUCZ-RZ.
             10 OKRES-RZ        PIC 9(4).
             10 KATEGORIA-RZ    PIC X(10).
          05 WARTOSC-RZ         PIC 9(11)V99.
          05 KWOTA-RZ           PIC 9(11)V99.
          05 DATA-RZ            PIC 9(6).

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

       FD WYDRUKFILE.
       01 WYDRUK-REC PIC X(130).

       FD REJRAPFILE.
       01 REJRAP-REC PIC X(100).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       WORKING-STORAGE SECTION.
       01 ERR PIC 99.
       01 ERR-AUD PIC 99.
       01 ERR-ARCHAUD PIC 99.
       01 ERR-PA PIC 99.
       01 ERR-PT PIC 99.
       01 ERR-PR PIC 99.
       01 ERR-RZ PIC 99.
       01 ERR-OK PIC 99.
       01 ERR-KT PIC 99.
       01 ERR-GL PIC 99.
       01 ERR-W PIC 99.
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

       01 WS-PARAM-DATA PIC X(6).
       01 WS-DZIEN PIC 9(6).
       01 WS-DZIEN-X REDEFINES WS-DZIEN PIC X(6).
       01 WS-OKRES PIC 9(4).
       01 WS-OKRES-POPRZ PIC 9(4).
       01 WS-OKRES-RR PIC 9(2).
       01 WS-OKRES-MM PIC 9(2).
       01 WS-OKRES-ZAMKNIETY PIC X(1).
          88 WS-OKRES-JEST-ZAMKNIETY VALUE "T".
       01 WS-WYDRUK-NAZWA PIC X(30).
       01 WS-LINIA-WYJSCIE PIC X(130).

      *    TABELA PROGOW REZERWY
       01 WS-PROGI-LINIA.
          05 WS-PR-KLUCZ-A   PIC X(10).
          05 FILLER          PIC X.
          05 WS-PR-PROCENT-A PIC X(6).
       01 WS-PR-N PIC 9(2) VALUE 0.
       01 WS-PR-I PIC 9(2).
       01 WS-PR-TAB OCCURS 20.
          05 WS-PR-DNI     PIC 9(5).
          05 WS-PR-PROCENT PIC 9(3)V99.
       01 WS-PR-MAX-DNI PIC 9(5) VALUE 0.
       01 WS-PR-PROG-POZ PIC 9(5).
       01 WS-PR-PRZETERM PIC 9(3)V99 VALUE 100.
       01 WS-PR-WYGASZANY PIC 9(3)V99 VALUE 25.
       01 WS-PR-WYCOFANY PIC 9(3)V99 VALUE 100.
       01 WS-PR-WARTOSC PIC 9(5)V99.

      *    SKAN HISTORII WYDAN
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
       01 WS-AUDARCH-NAZWA PIC X(30).
       01 WS-AUD-ZAKRES-OD PIC 9(6).
       01 WS-AUD-ZAKRES-DO PIC 9(6).
       01 WS-SKAN-MIES PIC 9(4).
       01 WS-SKAN-MIES-DO PIC 9(4).
       01 WS-SKAN-MIES-RR PIC 9(2).
       01 WS-SKAN-MIES-MM PIC 9(2).
       01 WS-DATA-8 PIC 9(8).
       01 WS-DATA-INT PIC 9(9).
       01 WS-DZIEN-INT PIC 9(9).
       01 WS-ZAKRES-INT PIC 9(9).
       01 WS-ZAKRES-8 PIC 9(8).

       01 WS-MW-N PIC 9(4) VALUE 0.
       01 WS-MW-I PIC 9(4).
       01 WS-MW-ZNALEZIONY PIC X(1).
          88 WS-MW-JEST VALUE "T".
       01 WS-MW-LIMIT PIC X(1) VALUE "N".
          88 WS-MW-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-MW-TAB OCCURS 2000.
          05 WS-MW-TOWAR     PIC X(20).
          05 WS-MW-LOK       PIC X(10).
          05 WS-MW-OSTATNIA  PIC 9(9).

      *    BIEZACA POZYCJA BAZA5
       01 WS-ILOSC-N PIC 9(7)V99.
       01 WS-KWAR-N PIC 9(7)V99.
       01 WS-STAN PIC 9(9)V99.
       01 WS-KOSZT PIC 9(7)V99.
       01 WS-WARTOSC PIC 9(11)V99.
       01 WS-WIEK PIC 9(5).
       01 WS-OSTATNIA-POZ PIC 9(9).
       01 WS-PROC-WIEK PIC 9(3)V99.
       01 WS-PROC-CYKL PIC 9(3)V99.
       01 WS-PROC-POZ PIC 9(3)V99.
       01 WS-PROC-PRZETERM PIC 9(3)V99.
       01 WS-CYKL PIC X(1).
       01 WS-PRZETERM PIC 9(9)V99.
       01 WS-REZERWA PIC 9(11)V99.
       01 WS-KATEGORIA PIC X(10).
       01 WS-PARTIE-SA PIC X(1).
          88 WS-SA-PARTIE VALUE "T".
       01 WS-PARAMT-SA PIC X(1).
          88 WS-SA-PARAMETRY VALUE "T".

       01 WS-KAT-N PIC 9(3) VALUE 0.
       01 WS-KAT-I PIC 9(3).
       01 WS-KAT-ZNALEZIONY PIC X(1).
          88 WS-KAT-JEST VALUE "T".
       01 WS-KAT-LIMIT PIC X(1) VALUE "N".
          88 WS-KAT-LIMIT-PRZEKROCZONY VALUE "T".
       01 WS-KAT-TAB OCCURS 100.
          05 WS-KAT-KOD       PIC X(10).
          05 WS-KAT-WARTOSC   PIC 9(11)V99.
          05 WS-KAT-REZERWA   PIC 9(11)V99.
          05 WS-KAT-POPRZ     PIC 9(11)V99.

       01 WS-SUMA-WARTOSC PIC 9(13)V99 VALUE 0.
       01 WS-SUMA-REZERWA PIC 9(13)V99 VALUE 0.
       01 WS-SUMA-POPRZ PIC 9(13)V99 VALUE 0.
       01 WS-POZYCJI PIC 9(7) VALUE 0.
       01 WS-ZMIANA PIC S9(11)V99.

      *    LINIE DZIENNIKA (FORMAT KSIEGA / KSIEGAFIN)
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
       01 WS-TYP PIC X(12) VALUE "REZERWA".
       01 WS-KWOTA PIC 9(11)V99.

       01 WS-GL-N PIC 9(3) VALUE 0.
       01 WS-GL-I PIC 9(3).
       01 WS-GL-TAB OCCURS 100.
          05 WS-GL-WN    PIC X(8).
          05 WS-GL-MA    PIC X(8).
          05 WS-GL-KWOTA PIC 9(11)V99.
          05 WS-GL-DOK   PIC X(20).

       01 WS-BEZ-MAPY PIC 9(4) VALUE 0.
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

      *    LINIE WYDRUKU
       01 WS-R-POZYCJA.
          05 WS-R-TOWAR-O    PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-LOK-O      PIC X(10).
          05 FILLER          PIC X(6) VALUE " WIEK ".
          05 WS-R-WIEK-O     PIC ZZZZ9.
          05 FILLER          PIC X(7) VALUE " CYKL ".
          05 WS-R-CYKL-O     PIC X(1).
          05 FILLER          PIC X(10) VALUE " PRZETERM ".
          05 WS-R-PRZET-O    PIC Z(8)9.99.
          05 FILLER          PIC X(9) VALUE " WARTOSC ".
          05 WS-R-WARTOSC-O  PIC Z(10)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-R-PROC-O     PIC ZZ9.99.
          05 FILLER          PIC X(11) VALUE "% REZERWA ".
          05 WS-R-REZERWA-O  PIC Z(10)9.99.
       01 WS-R-KATEGORIA.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RK-KOD-O     PIC X(10).
          05 FILLER          PIC X(9) VALUE " WARTOSC ".
          05 WS-RK-WARTOSC-O PIC Z(10)9.99.
          05 FILLER          PIC X(9) VALUE " REZERWA ".
          05 WS-RK-REZERWA-O PIC Z(10)9.99.
          05 FILLER          PIC X(10) VALUE " POPRZEDN ".
          05 WS-RK-POPRZ-O   PIC Z(10)9.99.
          05 FILLER          PIC X(8) VALUE " ZMIANA ".
          05 WS-RK-ZMIANA-O  PIC -(10)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM-DATA FROM COMMAND-LINE
           IF WS-PARAM-DATA NOT = SPACES
              MOVE WS-PARAM-DATA TO WS-DZIEN-X
           ELSE
              ACCEPT WS-DZIEN FROM DATE
           END-IF
           MOVE WS-DZIEN-X(1:4) TO WS-OKRES

           DISPLAY "REZERWA NA ZAPAS ZA OKRES " WS-OKRES
                   " (DZIEN WYCENY " WS-DZIEN ")"

           PERFORM 050-SPRAWDZ-OKRES
           IF WS-OKRES-JEST-ZAMKNIETY
              DISPLAY "OKRES " WS-OKRES " ZAMKNIETY W "
                      "OkresyKsiegowe - REZERWA ODRZUCONA"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 100-WCZYTAJ-KONTA
              IF WS-KT-N = 0
                 DISPLAY "BRAK PLIKU MAPOWANIA KontaKsiegowe.txt - "
                         "REZERWA NIE MOZE POWSTAC"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 110-WCZYTAJ-PROGI
                 PERFORM 150-OSTATNIE-WYDANIA
                 PERFORM 996-NUMER-RAPORTU
                 MOVE SPACES TO WS-WYDRUK-NAZWA
                 STRING "Rezerwy-" WS-OKRES "-" WS-KR-NR ".txt"
                        DELIMITED BY SIZE INTO WS-WYDRUK-NAZWA
                 OPEN OUTPUT WYDRUKFILE
                 IF ERR-W NOT = 0
                    DISPLAY "NIE MOZNA OTWORZYC PLIKU WYDRUKU - KOD "
                            ERR-W
                 END-IF
                 MOVE SPACES TO WS-LINIA-WYJSCIE
                 STRING "REZERWA NA ZAPAS NIEROTUJACY I "
                        "PRZETERMINOWANY - OKRES " WS-OKRES
                        " DZIEN WYCENY " WS-DZIEN
                        DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
                 PERFORM 310-PISZ-LINIE
                 PERFORM 200-KLASYFIKUJ-ZAPAS
                 PERFORM 300-POPRZEDNI-MIESIAC
                 PERFORM 320-DRUKUJ-KATEGORIE
                 PERFORM 400-LINIE-DZIENNIKA
                 PERFORM 450-ZWOLNIJ-PARTIE
                 PERFORM 330-ZAMKNIJ-WYDRUK
              END-IF
           END-IF

           STOP RUN
           .

       050-SPRAWDZ-OKRES.

      *    TA SAMA KONTROLA CO 050-SPRAWDZ-OKRES W KSIEGAFIN

           MOVE "N" TO WS-OKRES-ZAMKNIETY
           OPEN INPUT OKRESYFILE
           IF ERR-OK = 0
              MOVE WS-OKRES TO OKRES-OK
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

       110-WCZYTAJ-PROGI.

      *    BRAK TABELI = PROGI DOMYSLNE: 90 DNI 10%, 180 DNI 25%,
      *    365 DNI 50%, 730 DNI 100%; PRZETERM 100%, WYGASZANY
      *    25%, WYCOFANY 100%

           MOVE 0 TO WS-PR-N
           OPEN INPUT PROGIFILE
           IF ERR-PR = 0
              READ PROGIFILE INTO WS-PROGI-LINIA
              PERFORM UNTIL ERR-PR > 0
                 IF WS-PR-KLUCZ-A NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-PR-PROCENT-A) = 0
                    COMPUTE WS-PR-WARTOSC =
                            FUNCTION NUMVAL (WS-PR-PROCENT-A)
                    IF WS-PR-WARTOSC > 100
                       MOVE 100 TO WS-PR-WARTOSC
                    END-IF
                    EVALUATE TRUE
                       WHEN WS-PR-KLUCZ-A = "PRZETERM"
                          MOVE WS-PR-WARTOSC TO WS-PR-PRZETERM
                       WHEN WS-PR-KLUCZ-A = "WYGASZANY"
                          MOVE WS-PR-WARTOSC TO WS-PR-WYGASZANY
                       WHEN WS-PR-KLUCZ-A = "WYCOFANY"
                          MOVE WS-PR-WARTOSC TO WS-PR-WYCOFANY
                       WHEN FUNCTION TEST-NUMVAL (WS-PR-KLUCZ-A) = 0
                          IF WS-PR-N < 20
                             ADD 1 TO WS-PR-N
                             COMPUTE WS-PR-DNI (WS-PR-N) =
                                     FUNCTION NUMVAL (WS-PR-KLUCZ-A)
                             MOVE WS-PR-WARTOSC
                                  TO WS-PR-PROCENT (WS-PR-N)
                          END-IF
                       WHEN OTHER
                          DISPLAY "NIEZNANY KLUCZ W RezerwyProgi"
                                  ".txt: " WS-PR-KLUCZ-A
                    END-EVALUATE
                 END-IF
                 READ PROGIFILE INTO WS-PROGI-LINIA
              END-PERFORM
              CLOSE PROGIFILE
           END-IF

           IF WS-PR-N = 0
              DISPLAY "BRAK PROGOW W RezerwyProgi.txt - "
                      "PROGI DOMYSLNE"
              MOVE 4 TO WS-PR-N
              MOVE 90 TO WS-PR-DNI (1)
              MOVE 10 TO WS-PR-PROCENT (1)
              MOVE 180 TO WS-PR-DNI (2)
              MOVE 25 TO WS-PR-PROCENT (2)
              MOVE 365 TO WS-PR-DNI (3)
              MOVE 50 TO WS-PR-PROCENT (3)
              MOVE 730 TO WS-PR-DNI (4)
              MOVE 100 TO WS-PR-PROCENT (4)
           END-IF

           MOVE 0 TO WS-PR-MAX-DNI
           PERFORM VARYING WS-PR-I FROM 1 BY 1
                   UNTIL WS-PR-I > WS-PR-N
              IF WS-PR-DNI (WS-PR-I) > WS-PR-MAX-DNI
                 MOVE WS-PR-DNI (WS-PR-I) TO WS-PR-MAX-DNI
              END-IF
              DISPLAY "PROG " WS-PR-DNI (WS-PR-I) " DNI: "
                      WS-PR-PROCENT (WS-PR-I) "%"
           END-PERFORM
           DISPLAY "PRZETERMINOWANE " WS-PR-PRZETERM
                   "%, WYGASZANE " WS-PR-WYGASZANY
                   "%, WYCOFANE " WS-PR-WYCOFANY "%"
           .

       150-OSTATNIE-WYDANIA.

      *    OKNO SKANU: NAJWYZSZY PROG PLUS ROK MARGINESU (JAK
      *    662-OSTATNIE-WYDANIA W MAGAZYN.COB); WYDANIA PO DNIU
      *    WYCENY NIE LICZA SIE

           STRING "20" WS-DZIEN DELIMITED BY SIZE INTO WS-DATA-8
           COMPUTE WS-DZIEN-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8)

           MOVE 0 TO WS-MW-N
           MOVE "N" TO WS-MW-LIMIT
           COMPUTE WS-ZAKRES-INT =
                   WS-DZIEN-INT - WS-PR-MAX-DNI - 365
           COMPUTE WS-ZAKRES-8 = FUNCTION DATE-OF-INTEGER
                   (WS-ZAKRES-INT)
           MOVE WS-ZAKRES-8(3:6) TO WS-AUD-ZAKRES-OD
           MOVE WS-DZIEN TO WS-AUD-ZAKRES-DO
           PERFORM 170-SKANUJ-AUDYT
           .

       160-ZAPAMIETAJ-WYDANIE.

           STRING "20" WS-AUD-DATA-O DELIMITED BY SIZE
                  INTO WS-DATA-8
           COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DATA-8)

           MOVE "N" TO WS-MW-ZNALEZIONY
           PERFORM VARYING WS-MW-I FROM 1 BY 1
                   UNTIL WS-MW-I > WS-MW-N
              IF WS-MW-TOWAR (WS-MW-I) = WS-AUD-TOWAR-O
                 AND WS-MW-LOK (WS-MW-I) = WS-AUD-LOK-O
                 MOVE "T" TO WS-MW-ZNALEZIONY
                 IF WS-DATA-INT > WS-MW-OSTATNIA (WS-MW-I)
                    MOVE WS-DATA-INT TO WS-MW-OSTATNIA (WS-MW-I)
                 END-IF
              END-IF
           END-PERFORM

           IF NOT WS-MW-JEST
              IF WS-MW-N < 2000
                 ADD 1 TO WS-MW-N
                 MOVE WS-AUD-TOWAR-O TO WS-MW-TOWAR (WS-MW-N)
                 MOVE WS-AUD-LOK-O TO WS-MW-LOK (WS-MW-N)
                 MOVE WS-DATA-INT TO WS-MW-OSTATNIA (WS-MW-N)
              ELSE
                 MOVE "T" TO WS-MW-LIMIT
              END-IF
           END-IF
           .

       170-SKANUJ-AUDYT.

      *    ARCHIWA MIESIECZNE Audyt-20RRMM.txt Z ZAKRESU DAT
      *    ORAZ BIEZACY Audyt.txt (TA SAMA PETLA CO
      *    870-SKANUJ-AUDYT W MAGAZYN.COB)

           MOVE WS-AUD-ZAKRES-OD(1:4) TO WS-SKAN-MIES
           MOVE WS-AUD-ZAKRES-DO(1:4) TO WS-SKAN-MIES-DO
           PERFORM UNTIL WS-SKAN-MIES > WS-SKAN-MIES-DO
              MOVE SPACES TO WS-AUDARCH-NAZWA
              STRING "Audyt-20" WS-SKAN-MIES ".txt"
                     DELIMITED BY SIZE INTO WS-AUDARCH-NAZWA
              OPEN INPUT ARCHAUDFILE
              IF ERR-ARCHAUD = 0
                 READ ARCHAUDFILE INTO WS-AUDYT-LINE
                 PERFORM UNTIL ERR-ARCHAUD > 0
                    PERFORM 175-LINIA-AUDYTU
                    READ ARCHAUDFILE INTO WS-AUDYT-LINE
                 END-PERFORM
                 CLOSE ARCHAUDFILE
              END-IF
              MOVE WS-SKAN-MIES(1:2) TO WS-SKAN-MIES-RR
              MOVE WS-SKAN-MIES(3:2) TO WS-SKAN-MIES-MM
              IF WS-SKAN-MIES-MM = 12
                 ADD 1 TO WS-SKAN-MIES-RR
                 MOVE 1 TO WS-SKAN-MIES-MM
              ELSE
                 ADD 1 TO WS-SKAN-MIES-MM
              END-IF
              COMPUTE WS-SKAN-MIES =
                      WS-SKAN-MIES-RR * 100 + WS-SKAN-MIES-MM
           END-PERFORM

           OPEN INPUT AUDYTFILE
           IF ERR-AUD = 0
              READ AUDYTFILE INTO WS-AUDYT-LINE
              PERFORM UNTIL ERR-AUD > 0
                 PERFORM 175-LINIA-AUDYTU
                 READ AUDYTFILE INTO WS-AUDYT-LINE
              END-PERFORM
              CLOSE AUDYTFILE
           END-IF
           .

       175-LINIA-AUDYTU.

           IF WS-AUD-DATA-O NOT < WS-AUD-ZAKRES-OD
              AND WS-AUD-DATA-O NOT > WS-AUD-ZAKRES-DO
              AND WS-AUD-TYP-O = "WYDANIE"
              PERFORM 160-ZAPAMIETAJ-WYDANIE
           END-IF
           .

       200-KLASYFIKUJ-ZAPAS.

           OPEN INPUT INFILE
           IF ERR NOT = 0
              DISPLAY "BRAK PLIKU Baza5 - KOD " ERR
           ELSE
              MOVE "T" TO WS-PARTIE-SA
              OPEN INPUT PARTIEFILE
              IF ERR-PA NOT = 0
                 MOVE "N" TO WS-PARTIE-SA
              END-IF
              MOVE "T" TO WS-PARAMT-SA
              OPEN INPUT PARAMTFILE
              IF ERR-PT NOT = 0
                 MOVE "N" TO WS-PARAMT-SA
              END-IF

              MOVE SPACES TO TOWAR-KLUCZ
              START INFILE KEY NOT < TOWAR-KLUCZ
              IF ERR = 0
                 READ INFILE NEXT
                 PERFORM UNTIL ERR > 0
                    IF WLASCICIEL NOT = "K"
                       PERFORM 210-OCEN-POZYCJE
                    END-IF
                    READ INFILE NEXT
                 END-PERFORM
              END-IF

              CLOSE INFILE
              IF WS-SA-PARTIE
                 CLOSE PARTIEFILE
              END-IF
              IF WS-SA-PARAMETRY
                 CLOSE PARAMTFILE
              END-IF
           END-IF
           .

       210-OCEN-POZYCJE.

           MOVE ILOSC TO WS-ILOSC-N
           MOVE ILOSC-KWAR TO WS-KWAR-N
           COMPUTE WS-STAN = WS-ILOSC-N + WS-KWAR-N
           MOVE CENA-ZAKUP TO WS-KOSZT
           IF WS-KOSZT = 0
              MOVE CENA TO WS-KOSZT
           END-IF
           COMPUTE WS-WARTOSC ROUNDED = WS-STAN * WS-KOSZT
           MOVE CATEGORY TO WS-KATEGORIA

      *    WIEK: DNI OD OSTATNIEGO WYDANIA, A BEZ WYDANIA W OKNIE
      *    SKANU - OD OSTATNIEJ AKTUALIZACJI POZYCJI
           MOVE 0 TO WS-OSTATNIA-POZ
           PERFORM VARYING WS-MW-I FROM 1 BY 1
                   UNTIL WS-MW-I > WS-MW-N
              IF WS-MW-TOWAR (WS-MW-I) = TOWAR
                 AND WS-MW-LOK (WS-MW-I) = LOKALIZACJA
                 MOVE WS-MW-OSTATNIA (WS-MW-I) TO WS-OSTATNIA-POZ
              END-IF
           END-PERFORM
           IF WS-OSTATNIA-POZ = 0 AND DATA-AKT > 0
              STRING "20" DATA-AKT DELIMITED BY SIZE
                     INTO WS-DATA-8
              COMPUTE WS-OSTATNIA-POZ = FUNCTION INTEGER-OF-DATE
                      (WS-DATA-8)
           END-IF
           IF WS-OSTATNIA-POZ = 0
              OR WS-OSTATNIA-POZ < WS-ZAKRES-INT
              MOVE WS-ZAKRES-INT TO WS-OSTATNIA-POZ
           END-IF
           IF WS-OSTATNIA-POZ > WS-DZIEN-INT
              MOVE 0 TO WS-WIEK
           ELSE
              COMPUTE WS-WIEK = WS-DZIEN-INT - WS-OSTATNIA-POZ
           END-IF

           MOVE 0 TO WS-PROC-WIEK
           MOVE 0 TO WS-PR-PROG-POZ
           PERFORM VARYING WS-PR-I FROM 1 BY 1
                   UNTIL WS-PR-I > WS-PR-N
              IF WS-PR-DNI (WS-PR-I) NOT > WS-WIEK
                 AND WS-PR-DNI (WS-PR-I) NOT < WS-PR-PROG-POZ
                 MOVE WS-PR-DNI (WS-PR-I) TO WS-PR-PROG-POZ
                 MOVE WS-PR-PROCENT (WS-PR-I) TO WS-PROC-WIEK
              END-IF
           END-PERFORM

           PERFORM 230-STATUS-CYKLU
           IF WS-PROC-CYKL > WS-PROC-WIEK
              MOVE WS-PROC-CYKL TO WS-PROC-POZ
           ELSE
              MOVE WS-PROC-WIEK TO WS-PROC-POZ
           END-IF
           IF WS-PR-PRZETERM > WS-PROC-POZ
              MOVE WS-PR-PRZETERM TO WS-PROC-PRZETERM
           ELSE
              MOVE WS-PROC-POZ TO WS-PROC-PRZETERM
           END-IF

           PERFORM 220-PARTIE-PRZETERMINOWANE
           IF WS-PRZETERM > WS-STAN
              MOVE WS-STAN TO WS-PRZETERM
           END-IF

           COMPUTE WS-REZERWA ROUNDED =
                   (WS-STAN - WS-PRZETERM) * WS-KOSZT
                   * WS-PROC-POZ / 100
                 + WS-PRZETERM * WS-KOSZT * WS-PROC-PRZETERM / 100

           IF WS-REZERWA > 0
              ADD 1 TO WS-POZYCJI
              MOVE TOWAR TO WS-R-TOWAR-O
              MOVE LOKALIZACJA TO WS-R-LOK-O
              MOVE WS-WIEK TO WS-R-WIEK-O
              MOVE WS-CYKL TO WS-R-CYKL-O
              MOVE WS-PRZETERM TO WS-R-PRZET-O
              MOVE WS-WARTOSC TO WS-R-WARTOSC-O
              IF WS-WARTOSC > 0
                 COMPUTE WS-R-PROC-O ROUNDED =
                         WS-REZERWA * 100 / WS-WARTOSC
              ELSE
                 MOVE 0 TO WS-R-PROC-O
              END-IF
              MOVE WS-REZERWA TO WS-R-REZERWA-O
              MOVE WS-R-POZYCJA TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF

           ADD WS-WARTOSC TO WS-SUMA-WARTOSC
           ADD WS-REZERWA TO WS-SUMA-REZERWA
           PERFORM 240-SZUKAJ-KATEGORII
           IF WS-KAT-JEST
              ADD WS-WARTOSC TO WS-KAT-WARTOSC (WS-KAT-I)
              ADD WS-REZERWA TO WS-KAT-REZERWA (WS-KAT-I)
           END-IF
           .

       220-PARTIE-PRZETERMINOWANE.

      *    ILOSC PARTII POZYCJI Z DATA WAZNOSCI PRZED DNIEM
      *    WYCENY

           MOVE 0 TO WS-PRZETERM
           IF WS-SA-PARTIE
              MOVE TOWAR TO TOWAR-PA
              MOVE LOKALIZACJA TO LOKALIZACJA-PA
              MOVE LOW-VALUES TO NR-PARTII-PA
              START PARTIEFILE KEY NOT < KLUCZ-PA
              IF ERR-PA = 0
                 READ PARTIEFILE NEXT
                 PERFORM UNTIL ERR-PA > 0
                         OR TOWAR-PA NOT = TOWAR
                         OR LOKALIZACJA-PA NOT = LOKALIZACJA
                    IF DATA-WAZNOSCI-PA > 0
                       AND DATA-WAZNOSCI-PA < WS-DZIEN
                       ADD ILOSC-PA TO WS-PRZETERM
                    END-IF
                    READ PARTIEFILE NEXT
                 END-PERFORM
              END-IF
           END-IF
           .

       230-STATUS-CYKLU.

           MOVE "A" TO WS-CYKL
           MOVE 0 TO WS-PROC-CYKL
           IF WS-SA-PARAMETRY
              MOVE TOWAR TO KOD-TOWARU-PT
              READ PARAMTFILE
              IF ERR-PT = 0
                 MOVE STATUS-CYKLU-PT TO WS-CYKL
                 IF CYKL-WYGASZANY
                    MOVE WS-PR-WYGASZANY TO WS-PROC-CYKL
                 END-IF
                 IF CYKL-WYCOFANY
                    MOVE WS-PR-WYCOFANY TO WS-PROC-CYKL
                 END-IF
              END-IF
           END-IF
           .

       240-SZUKAJ-KATEGORII.

      *    POZYCJA TABELI KATEGORII DLA WS-KATEGORIA (NOWA, GDY
      *    JESZCZE JEJ NIE MA)

           MOVE "N" TO WS-KAT-ZNALEZIONY
           PERFORM VARYING WS-KAT-I FROM 1 BY 1
                   UNTIL WS-KAT-I > WS-KAT-N OR WS-KAT-JEST
              IF WS-KAT-KOD (WS-KAT-I) = WS-KATEGORIA
                 MOVE "T" TO WS-KAT-ZNALEZIONY
              END-IF
           END-PERFORM
           IF WS-KAT-JEST
              SUBTRACT 1 FROM WS-KAT-I
           ELSE
              IF WS-KAT-N < 100
                 ADD 1 TO WS-KAT-N
                 MOVE WS-KAT-N TO WS-KAT-I
                 MOVE WS-KATEGORIA TO WS-KAT-KOD (WS-KAT-I)
                 MOVE 0 TO WS-KAT-WARTOSC (WS-KAT-I)
                 MOVE 0 TO WS-KAT-REZERWA (WS-KAT-I)
                 MOVE 0 TO WS-KAT-POPRZ (WS-KAT-I)
                 MOVE "T" TO WS-KAT-ZNALEZIONY
              ELSE
                 MOVE "T" TO WS-KAT-LIMIT
              END-IF
           END-IF
           .

       300-POPRZEDNI-MIESIAC.

      *    REZERWA ZAPISANA ZA POPRZEDNI MIESIAC; KATEGORIA,
      *    KTOREJ JUZ NIE MA W ZAPASIE, DOSTAJE REZERWE 0 (ZMIANA
      *    ROZWIAZUJE CALA REZERWE)

           MOVE WS-OKRES(1:2) TO WS-OKRES-RR
           MOVE WS-OKRES(3:2) TO WS-OKRES-MM
           IF WS-OKRES-MM = 1
              SUBTRACT 1 FROM WS-OKRES-RR
              MOVE 12 TO WS-OKRES-MM
           ELSE
              SUBTRACT 1 FROM WS-OKRES-MM
           END-IF
           COMPUTE WS-OKRES-POPRZ = WS-OKRES-RR * 100 + WS-OKRES-MM

           OPEN INPUT REZERWYFILE
           IF ERR-RZ NOT = 0
              DISPLAY "BRAK PLIKU RezerwyZapasow - PIERWSZY "
                      "PRZEBIEG, REZERWA POPRZEDNIA = 0"
           ELSE
              MOVE WS-OKRES-POPRZ TO OKRES-RZ
              MOVE LOW-VALUES TO KATEGORIA-RZ
              START REZERWYFILE KEY NOT < KLUCZ-RZ
              IF ERR-RZ = 0
                 READ REZERWYFILE NEXT
                 PERFORM UNTIL ERR-RZ > 0
                         OR OKRES-RZ NOT = WS-OKRES-POPRZ
                    MOVE KATEGORIA-RZ TO WS-KATEGORIA
                    PERFORM 240-SZUKAJ-KATEGORII
                    IF WS-KAT-JEST
                       ADD KWOTA-RZ TO WS-KAT-POPRZ (WS-KAT-I)
                    END-IF
                    ADD KWOTA-RZ TO WS-SUMA-POPRZ
                    READ REZERWYFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE REZERWYFILE
           END-IF
           .

       310-PISZ-LINIE.

           IF ERR-W = 0
              WRITE WYDRUK-REC FROM WS-LINIA-WYJSCIE
           END-IF
           DISPLAY WS-LINIA-WYJSCIE
           .

       320-DRUKUJ-KATEGORIE.

           MOVE "REZERWA WG KATEGORII:" TO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           PERFORM VARYING WS-KAT-I FROM 1 BY 1
                   UNTIL WS-KAT-I > WS-KAT-N
              MOVE WS-KAT-KOD (WS-KAT-I) TO WS-RK-KOD-O
              MOVE WS-KAT-WARTOSC (WS-KAT-I) TO WS-RK-WARTOSC-O
              MOVE WS-KAT-REZERWA (WS-KAT-I) TO WS-RK-REZERWA-O
              MOVE WS-KAT-POPRZ (WS-KAT-I) TO WS-RK-POPRZ-O
              COMPUTE WS-ZMIANA = WS-KAT-REZERWA (WS-KAT-I)
                      - WS-KAT-POPRZ (WS-KAT-I)
              MOVE WS-ZMIANA TO WS-RK-ZMIANA-O
              MOVE WS-R-KATEGORIA TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-PERFORM

           MOVE "RAZEM" TO WS-RK-KOD-O
           MOVE WS-SUMA-WARTOSC TO WS-RK-WARTOSC-O
           MOVE WS-SUMA-REZERWA TO WS-RK-REZERWA-O
           MOVE WS-SUMA-POPRZ TO WS-RK-POPRZ-O
           COMPUTE WS-ZMIANA = WS-SUMA-REZERWA - WS-SUMA-POPRZ
           MOVE WS-ZMIANA TO WS-RK-ZMIANA-O
           MOVE WS-R-KATEGORIA TO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE

           MOVE SPACES TO WS-LINIA-WYJSCIE
           STRING "POZYCJI Z REZERWA: " WS-POZYCJI
                  "  POPRZEDNI OKRES: " WS-OKRES-POPRZ
                  DELIMITED BY SIZE INTO WS-LINIA-WYJSCIE
           PERFORM 310-PISZ-LINIE
           IF WS-MW-LIMIT-PRZEKROCZONY
              MOVE "UWAGA: OSIAGNIETO LIMIT 2000 POZYCJI HISTORII"
                   TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF
           IF WS-KAT-LIMIT-PRZEKROCZONY
              MOVE "UWAGA: OSIAGNIETO LIMIT 100 KATEGORII"
                   TO WS-LINIA-WYJSCIE
              PERFORM 310-PISZ-LINIE
           END-IF
           .

       330-ZAMKNIJ-WYDRUK.

           IF ERR-W = 0
              CLOSE WYDRUKFILE
              DISPLAY "RAPORT ZAPISANY DO: " WS-WYDRUK-NAZWA
              MOVE "REZERWY" TO WS-KR-PROGRAM
              MOVE WS-DZIEN TO WS-KR-PARAMETRY
              PERFORM 995-REJESTR-RAPORTU
           END-IF
           .

       400-LINIE-DZIENNIKA.

      *    JEDNA LINIA NA KATEGORIE ZE ZMIANA REZERWY: WZROST
      *    WG MAPOWANIA "REZERWA", SPADEK ZE STRONAMI ODWROCONYMI

           MOVE 0 TO WS-GL-N
           MOVE 0 TO WS-BEZ-MAPY
           PERFORM VARYING WS-KAT-I FROM 1 BY 1
                   UNTIL WS-KAT-I > WS-KAT-N
              COMPUTE WS-ZMIANA = WS-KAT-REZERWA (WS-KAT-I)
                      - WS-KAT-POPRZ (WS-KAT-I)
              IF WS-ZMIANA NOT = 0
                 MOVE WS-KAT-KOD (WS-KAT-I) TO WS-KATEGORIA
                 PERFORM 410-SZUKAJ-MAPOWANIA
                 IF NOT WS-KT-JEST
                    ADD 1 TO WS-BEZ-MAPY
                    DISPLAY "BRAK MAPOWANIA KONT: KATEGORIA "
                            WS-KATEGORIA " TYP " WS-TYP
                 ELSE
                    IF WS-ZMIANA < 0
                       MOVE WS-KONTO-WN TO WS-KONTO-POM
                       MOVE WS-KONTO-MA TO WS-KONTO-WN
                       MOVE WS-KONTO-POM TO WS-KONTO-MA
                       COMPUTE WS-KWOTA = WS-ZMIANA * -1
                    ELSE
                       MOVE WS-ZMIANA TO WS-KWOTA
                    END-IF
                    ADD 1 TO WS-GL-N
                    MOVE WS-KONTO-WN TO WS-GL-WN (WS-GL-N)
                    MOVE WS-KONTO-MA TO WS-GL-MA (WS-GL-N)
                    MOVE WS-KWOTA TO WS-GL-KWOTA (WS-GL-N)
                    MOVE SPACES TO WS-GL-DOK (WS-GL-N)
                    STRING "REZ " WS-OKRES " " WS-KATEGORIA
                           DELIMITED BY SIZE
                           INTO WS-GL-DOK (WS-GL-N)
                 END-IF
              END-IF
           END-PERFORM
           .

       410-SZUKAJ-MAPOWANIA.

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

       450-ZWOLNIJ-PARTIE.

           MOVE 0 TO WS-SUMA-WN
           MOVE 0 TO WS-SUMA-MA
           PERFORM VARYING WS-GL-I FROM 1 BY 1
                   UNTIL WS-GL-I > WS-GL-N
              ADD WS-GL-KWOTA (WS-GL-I) TO WS-SUMA-WN
              ADD WS-GL-KWOTA (WS-GL-I) TO WS-SUMA-MA
           END-PERFORM

           DISPLAY "LINII DZIENNIKA   : " WS-GL-N
           DISPLAY "BEZ MAPOWANIA KONT: " WS-BEZ-MAPY
           DISPLAY "SUMA WN           : " WS-SUMA-WN
           DISPLAY "SUMA MA           : " WS-SUMA-MA

           IF WS-BEZ-MAPY > 0 OR WS-SUMA-WN NOT = WS-SUMA-MA
              OR WS-KAT-LIMIT-PRZEKROCZONY
              DISPLAY "PARTIA NIEZBILANSOWANA LUB NIEPELNA - "
                      "PLIK INTERFEJSU NIE ZOSTAL ZWOLNIONY, "
                      "REZERWA MIESIACA NIE ZAPISANA"
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT GLFILE
              IF ERR-GL NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC KsiegaRezInterfejs.txt "
                         "- KOD " ERR-GL
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-GL-I FROM 1 BY 1
                         UNTIL WS-GL-I > WS-GL-N
                    MOVE WS-DZIEN TO WS-GL-DATA-O
                    MOVE WS-GL-WN (WS-GL-I) TO WS-GL-WN-O
                    MOVE WS-GL-MA (WS-GL-I) TO WS-GL-MA-O
                    MOVE WS-GL-KWOTA (WS-GL-I) TO WS-GL-KWOTA-O
                    MOVE WS-TYP TO WS-GL-TYP-O
                    MOVE WS-GL-DOK (WS-GL-I) TO WS-GL-DOK-O
                    WRITE GL-REC FROM WS-GL-LINIA
                 END-PERFORM
                 MOVE WS-SUMA-WN TO WS-GL-SWN-O
                 MOVE WS-SUMA-MA TO WS-GL-SMA-O
                 WRITE GL-REC FROM WS-GL-SUMA-LINIA
                 CLOSE GLFILE
                 DISPLAY "PLIK INTERFEJSU ZWOLNIONY: "
                         "KsiegaRezInterfejs.txt"
                 PERFORM 460-ZAPISZ-REZERWE
              END-IF
           END-IF
           .

       460-ZAPISZ-REZERWE.

      *    PONOWNY PRZEBIEG ZA TEN SAM MIESIAC NADPISUJE ZAPIS

           OPEN I-O REZERWYFILE
           IF ERR-RZ = 35
              CLOSE REZERWYFILE
              OPEN OUTPUT REZERWYFILE
              CLOSE REZERWYFILE
              OPEN I-O REZERWYFILE
           END-IF
           IF ERR-RZ NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC RezerwyZapasow - KOD "
                      ERR-RZ
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-KAT-I FROM 1 BY 1
                      UNTIL WS-KAT-I > WS-KAT-N
                 MOVE WS-OKRES TO OKRES-RZ
                 MOVE WS-KAT-KOD (WS-KAT-I) TO KATEGORIA-RZ
                 READ REZERWYFILE
                 MOVE WS-KAT-WARTOSC (WS-KAT-I) TO WARTOSC-RZ
                 MOVE WS-KAT-REZERWA (WS-KAT-I) TO KWOTA-RZ
                 MOVE WS-DZIEN TO DATA-RZ
                 IF ERR-RZ = 0
                    REWRITE REZERWA-REC
                 ELSE
                    WRITE REZERWA-REC
                 END-IF
                 IF ERR-RZ NOT = 0
                    DISPLAY "ZAPIS REZERWY " WS-KAT-KOD (WS-KAT-I)
                            " - KOD " ERR-RZ
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-PERFORM
              CLOSE REZERWYFILE
              DISPLAY "REZERWA OKRESU " WS-OKRES
                      " ZAPISANA W RezerwyZapasow"
           END-IF
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
