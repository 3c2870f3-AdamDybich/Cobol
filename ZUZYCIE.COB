       IDENTIFICATION DIVISION.

      *    ZUZYCIE - ROZCHOD WEWNETRZNY (RW) NA MIEJSCE
      *    POWSTAWANIA KOSZTOW: TOWAR BRANY NA POTRZEBY WLASNE
      *    (WARSZTAT, UTRZYMANIE RUCHU, PROBKI MARKETINGOWE) NIE
      *    IDZIE JUZ PRZEZ 400-ZMIEN ANI PRZEZ ODPISY.
      *    OBOWIAZKOWY KOD MPK Z TABELI MiejscaKosztow.txt (KOD
      *    OPIS), JEDEN NUMEROWANY DOKUMENT RW (SERIA RW W
      *    NumeryKontrolne) NA WYDANIE - DOWOLNIE WIELE POZYCJI,
      *    WYDRUK DO DokumentyRW.txt. KAZDA POZYCJA MA W AUDYCIE
      *    WLASNY TYP TRANSAKCJI "RW-WEWN", KOD MPK W POLU
      *    OPERACJI I NUMER RW W POLU DOKUMENTU; KSIEGA MAPUJE
      *    JA PRZEZ KontaKsiegowe.txt NA KONTO KOSZTOW MPK -
      *    WIERSZ "KOD-MPK RW-WEWN KONTO-WN KONTO-MA" (GDY BRAK,
      *    WIERSZ KATEGORII TOWARU LUB "*"). WPIS W ZuzycieLog.txt
      *    Z WYCENA PO KOSZCIE ZAKUPU; MIESIECZNY RAPORT ZUZYCIA
      *    WG MPK I KATEGORII.
      *    PARAMETR: R RRMM = TYLKO RAPORT MIESIECZNY

       PROGRAM-ID. ZUZYCIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY TOWAR-KLUCZ
               ALTERNATE RECORD KEY TOWAR WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               STATUS ERR.

           SELECT UZYTKFILE ASSIGN TO "Uzytkownicy"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY USER-ID
               STATUS ERR-U.

           SELECT MPKFILE ASSIGN TO "MiejscaKosztow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-MK.

           SELECT ZUZYCIEFILE ASSIGN TO "ZuzycieLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-ZL.

           SELECT RWFILE ASSIGN TO "DokumentyRW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RW.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

           SELECT DZIENNIKFILE ASSIGN TO "DziennikBaza5.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-DZN.

           SELECT SWIADEKFILE ASSIGN TO "AudytSwiadek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-SW.

           SELECT AUDYTFILE ASSIGN TO "Audyt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-A.

           SELECT KONTRFILE ASSIGN TO "KontrolaBaza5.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-KTR.

           SELECT OKRESYFILE ASSIGN TO "OkresyKsiegowe"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY OKRES-OK
               STATUS ERR-OK.

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

       FD UZYTKFILE  BLOCK CONTAINS 0.
       01 UZYTK-REC.
          05 USER-ID         PIC X(8).
          05 NAZWA-U         PIC X(30).
          05 HASLO-U         PIC X(10).
          05 ROLA-U          PIC X(1).
          05 STATUS-UK       PIC X(1).
             88 KONTO-AKTYWNE   VALUE "A".
             88 KONTO-WYLACZONE VALUE "Z".
          05 DATA-HASLA-U    PIC 9(6).
          05 PROBY-U         PIC 9(1).
          05 WYMUS-U         PIC X(1).
             88 WYMUS-ZMIANE VALUE "T".

       FD MPKFILE.
       01 MPK-REC PIC X(50).

       FD ZUZYCIEFILE.
       01 ZUZYCIE-REC PIC X(130).

       FD RWFILE.
       01 RW-REC PIC X(120).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       FD DZIENNIKFILE.
       01 DZIENNIK-REC PIC X(180).

       FD SWIADEKFILE.
       01 SWIADEK-REC PIC X(16).

       FD AUDYTFILE.
       01 AUD-REC PIC X(140).

       FD KONTRFILE.
       01 KONTR-REC PIC X(40).

       FD OKRESYFILE  BLOCK CONTAINS 0.
       01 OKRES-REC.
          05 OKRES-OK        PIC 9(4).
          05 STATUS-OK       PIC X(1).
             88 OKRES-OTWARTY   VALUE "O".
             88 OKRES-ZAMKNIETY VALUE "Z".
          05 DATA-ZAMKN-OK   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-HASLO-ZGODNE PIC X(1).
          88 WS-HASLO-JEST-ZGODNE VALUE "T".
       01 WS-HASLO-STARE PIC X(1).
          88 WS-HASLO-JEST-STARE VALUE "T".
       01 WS-HASH-WE PIC X(10).
       01 WS-HASH-WY PIC X(10).
       01 WS-HASH-SUMA PIC 9(15).
       01 WS-HASH-I PIC 9(2).
       01 WS-HASH-ZNAK PIC 9(3).
       01 WS-HASH-N PIC 9(8).
       01 WS-HASLO-NOWE PIC X(10).
       01 WS-HASLO-NOWE2 PIC X(10).
       01 WS-HAS-DZIS-6 PIC 9(6).
       01 WS-HAS-DZIS-8 PIC 9(8).
       01 WS-HAS-DZIS-INT PIC 9(9).
       01 WS-HAS-HASLA-8 PIC 9(8).
       01 WS-HAS-HASLA-INT PIC 9(9).
       01 WS-HAS-WIEK PIC S9(5).
       01 WS-ROLA-OPERATORA PIC X(1).
       01 ERR-OK PIC 99.
       01 WS-OKRES-ZAMKNIETY PIC X(1).
          88 WS-OKRES-JEST-ZAMKNIETY VALUE "T".
       01 WS-OKRES-DZIS PIC 9(6).
       01 WYBOR PIC X(1).
          88 WYB-WYDANIE VALUE "1".
          88 WYB-RAPORT VALUE "2".
          88 WYB-KONIEC VALUE "3".
       01 ERR PIC 99.
       01 ERR-U PIC 99.
       01 ERR-MK PIC 99.
       01 ERR-ZL PIC 99.
       01 ERR-RW PIC 99.
       01 ERR-N PIC 99.
       01 ERR-DZN PIC 99.
       01 ERR-SW PIC 99.
       01 ERR-A PIC 99.
       01 ERR-KTR PIC 99.

       01 WS-PARAM PIC X(10).
       01 WS-MIESIAC PIC 9(4).
       01 WS-DZIS PIC 9(6).
       01 WS-CZAS PIC 9(8).

       01 WS-UZYTKOWNIK PIC X(8) VALUE SPACES.
       01 WS-LOG-ID PIC X(8).
       01 WS-LOG-HASLO PIC X(10).
       01 WS-LOG-PROBY PIC 9(1).
       01 WS-LOG-OK PIC X(1).
          88 WS-LOG-JEST-OK VALUE "T".

       01 WS-MPK PIC X(10).
       01 WS-MPK-OPIS PIC X(30).
       01 WS-MPK-OK PIC X(1).
          88 WS-MPK-JEST-OK VALUE "T".
       01 WS-MPK-LINIA.
          05 WS-MK-KOD-A  PIC X(10).
          05 FILLER       PIC X.
          05 WS-MK-OPIS-A PIC X(30).
       01 WS-CEL PIC X(20).
       01 WS-ILOSC-WYDANIA PIC 9(7)V99.
       01 WS-ILOSC-LICZBA PIC 9(7)V99.
       01 WS-KOSZT-LICZBA PIC 9(7)V99.
       01 WS-WARTOSC-WYDANIA PIC 9(11)V99.
       01 ILOSC-ZMIANA PIC S9(7)V99.
       01 WS-KONIEC-POZYCJI PIC X(1).
          88 WS-POZYCJE-KONIEC VALUE "T".

      *    DOKUMENT RW (SERIA RW W NumeryKontrolne): NUMER
      *    POBIERANY PRZY PIERWSZEJ POZYCJI WYDANIA, POZYCJE
      *    ZBIERANE W TABELI I DRUKOWANE PO ZAMKNIECIU WYDANIA

       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".
       01 WS-NR-RW PIC 9(7) VALUE 0.
       01 WS-AUD-DOKUMENT PIC X(10) VALUE SPACES.
       01 WS-RWL-N PIC 9(3) VALUE 0.
       01 WS-RWL-I PIC 9(3).
       01 WS-RWL-TAB OCCURS 50.
          05 WS-RWL-TOWAR PIC X(20).
          05 WS-RWL-LOK   PIC X(10).
          05 WS-RWL-ILOSC PIC 9(7)V99.
          05 WS-RWL-CENA  PIC 9(7)V99.
          05 WS-RWL-WART  PIC 9(11)V99.
       01 WS-RW-RAZEM PIC 9(13)V99.
       01 WS-RW-NAGLOWEK.
          05 FILLER          PIC X(6) VALUE "RW NR ".
          05 WS-RW-NR-O      PIC 9(7).
          05 FILLER          PIC X(7) VALUE "  DATA ".
          05 WS-RW-DATA-O    PIC 9(6).
          05 FILLER          PIC X(6) VALUE "  MPK ".
          05 WS-RW-MPK-O     PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RW-OPIS-O    PIC X(30).
       01 WS-RW-CEL-LINIA.
          05 FILLER          PIC X(5) VALUE "CEL: ".
          05 WS-RW-CEL-O     PIC X(20).
       01 WS-RW-POZYCJA.
          05 FILLER          PIC X(5) VALUE "  LP ".
          05 WS-RW-LP-O      PIC 9(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RW-TOWAR-O   PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RW-LOK-O     PIC X(10).
          05 FILLER          PIC X(10) VALUE " WYDANO: ".
          05 WS-RW-ILOSC-O   PIC Z(7)9.99.
          05 FILLER          PIC X(7) VALUE " CENA: ".
          05 WS-RW-CENA-O    PIC Z(7)9.99.
          05 FILLER          PIC X(10) VALUE " WARTOSC: ".
          05 WS-RW-WART-O    PIC Z(9)9.99.
       01 WS-RW-SUMA.
          05 FILLER          PIC X(19)
             VALUE "WARTOSC DOKUMENTU: ".
          05 WS-RW-RAZEM-O   PIC Z(11)9.99.
          05 FILLER          PIC X(10) VALUE "  WYDAL: ".
          05 WS-RW-OPER-O    PIC X(8).

       01 WS-ZUZYCIE-LINIA.
          05 WS-ZL-DATA-O   PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-CZAS-O   PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-OPER-O   PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-TOWAR-O  PIC X(20).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-LOK-O    PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-KAT-O    PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-ILOSC-O  PIC 9(7)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-WART-O   PIC 9(11)V99.
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-MPK-O    PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-NR-RW-O  PIC 9(7).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-ZL-CEL-O    PIC X(20).

       01 WS-RAP-POZYCJI PIC 9(5).
       01 WS-RAP-WART PIC 9(13)V99.
       01 WS-GRP-N PIC 9(3) VALUE 0.
       01 WS-GRP-I PIC 9(3).
       01 WS-GRP-ZNALEZIONY PIC X(1).
          88 WS-GRP-JEST VALUE "T".
       01 WS-GRP-TAB OCCURS 200.
          05 WS-GRP-MPK   PIC X(10).
          05 WS-GRP-KAT   PIC X(10).
          05 WS-GRP-ILOSC PIC 9(11)V99.
          05 WS-GRP-WART  PIC 9(13)V99.
       01 WS-GRP-J PIC 9(3).
       01 WS-GRP-ZAMIANA PIC X(48).
       01 WS-GRP-PELNA PIC X(1) VALUE "N".
          88 WS-GRP-PRZEPELNIONA VALUE "T".
       01 WS-MPK-SUMA PIC 9(13)V99.
       01 WS-MPK-BIEZ PIC X(10).

       01 WS-AUD-DATA PIC 9(6).
       01 WS-AUD-CZAS PIC 9(8).
       01 WS-AUD-PRZED PIC 9(7)V99.
       01 WS-AUD-PO    PIC 9(7)V99.
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
          05 WS-DZN-CZAS-O    PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-DZN-PROGRAM-O PIC X(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-DZN-OPER-O    PIC X(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-DZN-OBRAZ-O   PIC X(142).
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
       01 WS-SWIADEK-LINIA.
          05 WS-SW-NR-O       PIC 9(7).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-SW-KONTROLA-O PIC 9(8).
       01 WS-LAN-NR PIC 9(7).
       01 WS-LAN-KONTROLA PIC 9(8).
       01 WS-LAN-NOWA PIC 9(8).
       01 WS-LAN-SUMA PIC 9(15).
       01 WS-LAN-I PIC 9(3).
       01 WS-LAN-ZNAK PIC 9(3).
       01 WS-LAN-BUFOR PIC X(140).
       01 WS-AUDYT-PELNA.
          05 WS-LAN-TRESC.
             10 WS-LAN-LINIA PIC X(95).
             10 FILLER PIC X VALUE SPACE.
             10 WS-LAN-UZYTK-O PIC X(8).
             10 FILLER PIC X VALUE SPACE.
             10 WS-LAN-NR-O PIC 9(7).
          05 FILLER PIC X VALUE SPACE.
          05 WS-LAN-KONTROLA-O PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 WS-LAN-DOKUMENT-O PIC X(10).

       01 WS-KTR-LINIA.
          05 WS-KTR-LICZBA-O PIC 9(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KTR-ILOSC-O  PIC 9(11)V99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-KTR-WART-O   PIC 9(13)V99.
       01 WS-KTR-LICZBA PIC 9(7).
       01 WS-KTR-ILOSC PIC 9(11)V99.
       01 WS-KTR-WART PIC 9(13)V99.
       01 WS-KTR-ILOSC-N PIC 9(7)V99.
       01 WS-KTR-CENA-N PIC 9(7)V99.
       01 WS-KTR-ZGODA PIC X(1).
          88 WS-KTR-ZGADZA-SIE VALUE "T".

       PROCEDURE DIVISION.

           ACCEPT WS-PARAM FROM COMMAND-LINE
           ACCEPT WS-DZIS FROM DATE

           IF WS-PARAM(1:1) = "R"
              IF FUNCTION TEST-NUMVAL (WS-PARAM(3:4)) = 0
                 AND WS-PARAM(3:4) NOT = SPACES
                 COMPUTE WS-MIESIAC =
                         FUNCTION NUMVAL (WS-PARAM(3:4))
              ELSE
                 MOVE WS-DZIS(1:4) TO WS-MIESIAC
              END-IF
              PERFORM 300-RAPORT-MIESIECZNY
              STOP RUN
           END-IF

           PERFORM 010-LOGOWANIE

           PERFORM UNTIL WYB-KONIEC

              DISPLAY "MENU ROZCHODU WEWNETRZNEGO (RW)"
              DISPLAY "1. WYDANIE NA MIEJSCE POWSTAWANIA KOSZTOW"
              DISPLAY "2. RAPORT MIESIECZNY ZUZYCIA"
              DISPLAY "3. WYJDZ"
              ACCEPT WYBOR

              IF WYB-WYDANIE
                 PERFORM 989-SPRAWDZ-OKRES
                 IF WS-OKRES-JEST-ZAMKNIETY
                    DISPLAY "OKRES KSIEGOWY ZAMKNIETY - "
                            "KSIEGOWANIE ODRZUCONE"
                 ELSE
                    PERFORM 100-WYDANIE-WEWNETRZNE
                 END-IF
              END-IF

              IF WYB-RAPORT
                 DISPLAY "PODAJ MIESIAC RAPORTU (RRMM)"
                 ACCEPT WS-MIESIAC
                 PERFORM 300-RAPORT-MIESIECZNY
              END-IF

           END-PERFORM

           STOP RUN
           .

       010-LOGOWANIE.

      *    LOGOWANIE OPERATORA (TA SAMA SCIEZKA CO
      *    010-LOGOWANIE W PRZYJECIE.COB)

           MOVE "N" TO WS-LOG-OK
           OPEN I-O UZYTKFILE
           IF ERR-U NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC KARTOTEKI "
                      "UZYTKOWNIKOW - KOD " ERR-U
           ELSE
              MOVE 0 TO WS-LOG-PROBY
              PERFORM UNTIL WS-LOG-JEST-OK
                      OR WS-LOG-PROBY = 3
                 DISPLAY "PODAJ ID UZYTKOWNIKA"
                 ACCEPT WS-LOG-ID
                 DISPLAY "PODAJ HASLO"
                 ACCEPT WS-LOG-HASLO
                 PERFORM 011-SPRAWDZ-HASLO
              END-PERFORM
           END-IF
           CLOSE UZYTKFILE

           IF NOT WS-LOG-JEST-OK
              DISPLAY "LOGOWANIE NIEUDANE - KONIEC PRACY"
              STOP RUN
           END-IF
           .

       100-WYDANIE-WEWNETRZNE.

      *    JEDNO WYDANIE = JEDEN DOKUMENT RW NA JEDNO MPK; POZYCJE
      *    PODAWANE DO PUSTEGO TOWARU

           PERFORM 110-WCZYTAJ-MPK
           IF NOT WS-MPK-JEST-OK
              DISPLAY "NIEZNANY KOD MPK - WYDANIE ANULOWANE "
                      "(UZUPELNIJ MiejscaKosztow.txt)"
           ELSE
              DISPLAY "PODAJ CEL WYDANIA (PUSTE = BRAK)"
              MOVE SPACES TO WS-CEL
              ACCEPT WS-CEL
              MOVE 0 TO WS-NR-RW
              MOVE 0 TO WS-RWL-N
              MOVE SPACES TO WS-AUD-DOKUMENT
              MOVE "N" TO WS-KONIEC-POZYCJI
              OPEN I-O INFILE
              IF ERR NOT = 0
                 DISPLAY "NIE MOZNA OTWORZYC BAZA5 - KOD " ERR
              ELSE
                 PERFORM UNTIL WS-POZYCJE-KONIEC
                    PERFORM 115-POZYCJA-WYDANIA
                 END-PERFORM
                 CLOSE INFILE
                 PERFORM 985-KONTROLA-ZAPISZ
                 IF WS-RWL-N > 0
                    PERFORM 150-DRUKUJ-RW
                 ELSE
                    DISPLAY "BRAK POZYCJI - DOKUMENT RW NIE POWSTAL"
                 END-IF
              END-IF
              MOVE SPACES TO WS-AUD-DOKUMENT
           END-IF
           .

       110-WCZYTAJ-MPK.

           DISPLAY "PODAJ KOD MPK (Z TABELI MiejscaKosztow)"
           MOVE SPACES TO WS-MPK
           ACCEPT WS-MPK
           MOVE "N" TO WS-MPK-OK
           MOVE SPACES TO WS-MPK-OPIS
           OPEN INPUT MPKFILE
           IF ERR-MK NOT = 0
              DISPLAY "BRAK TABELI MiejscaKosztow.txt"
           ELSE
              READ MPKFILE INTO WS-MPK-LINIA
              PERFORM UNTIL ERR-MK > 0
                 IF WS-MK-KOD-A = WS-MPK AND WS-MPK NOT = SPACES
                    MOVE "T" TO WS-MPK-OK
                    MOVE WS-MK-OPIS-A TO WS-MPK-OPIS
                    DISPLAY "MPK: " WS-MK-OPIS-A
                 END-IF
                 READ MPKFILE INTO WS-MPK-LINIA
              END-PERFORM
              CLOSE MPKFILE
           END-IF
           .

       115-POZYCJA-WYDANIA.

           DISPLAY "PODAJ TOWAR (PUSTE = KONIEC DOKUMENTU)"
           MOVE SPACES TO TOWAR
           ACCEPT TOWAR
           IF TOWAR = SPACES
              MOVE "T" TO WS-KONIEC-POZYCJI
           ELSE
              IF WS-RWL-N = 50
                 DISPLAY "DOKUMENT RW MA JUZ 50 POZYCJI - "
                         "ZAMKNIJ GO I ZACZNIJ NOWE WYDANIE"
                 MOVE "T" TO WS-KONIEC-POZYCJI
              ELSE
                 DISPLAY "PODAJ LOKALIZACJE"
                 ACCEPT LOKALIZACJA
                 READ INFILE
                 IF ERR NOT = 0
                    DISPLAY "NIE ZNALEZIONO TOWARU W BAZA5"
                 ELSE
                    IF WLASCICIEL OF IN-REC = "K"
                       DISPLAY "TOWAR W KONSYGNACJI DOSTAWCY "
                               KOD-WLASCICIELA OF IN-REC
                               " - NIE MOZNA WYDAC NA MPK"
                    ELSE
                       MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
                       DISPLAY "NA STANIE: " WS-ILOSC-LICZBA
                       DISPLAY "PODAJ ILOSC DO WYDANIA"
                       ACCEPT WS-ILOSC-WYDANIA
                       IF WS-ILOSC-WYDANIA = 0
                          OR WS-ILOSC-WYDANIA > WS-ILOSC-LICZBA
                          DISPLAY "ILOSC ZEROWA LUB WIEKSZA NIZ "
                                  "STAN - POZYCJA POMINIETA"
                       ELSE
                          PERFORM 120-WYKONAJ-WYDANIE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       120-WYKONAJ-WYDANIE.

      *    NUMER RW POBIERANY PRZY PIERWSZEJ POZYCJI; BEZ NUMERU
      *    NIE MA WYDANIA

           IF WS-NR-RW = 0
              PERFORM 125-POBIERZ-NUMER-RW
              IF WS-NUMERY-JEST-BLAD
                 MOVE 0 TO WS-NR-RW
              ELSE
                 MOVE SPACES TO WS-AUD-DOKUMENT
                 STRING "RW/" WS-NR-RW
                        DELIMITED BY SIZE INTO WS-AUD-DOKUMENT
              END-IF
           END-IF

           IF WS-NR-RW = 0
              DISPLAY "NIE MOZNA POBRAC NUMERU RW - WYDANIE "
                      "ODRZUCONE"
              MOVE "T" TO WS-KONIEC-POZYCJI
           ELSE
              MOVE WS-ILOSC-LICZBA TO WS-AUD-PRZED
              COMPUTE ILOSC-ZMIANA =
                      WS-ILOSC-LICZBA - WS-ILOSC-WYDANIA
              MOVE ILOSC-ZMIANA TO ILOSC OF IN-REC
              ACCEPT DATA-AKT FROM DATE
              ACCEPT CZAS-AKT FROM TIME
              REWRITE IN-REC
              IF ERR = 0
                 PERFORM 906-DZIENNIK-REWRITE
              END-IF
              IF ERR NOT = 0
                 DISPLAY "REWRITE BAZA5 - KOD " ERR
                         " - POZYCJA NIE ZAKSIEGOWANA"
              ELSE
                 MOVE ILOSC OF IN-REC TO WS-AUD-PO
                 PERFORM 900-AUDYT-ZAPISZ

                 MOVE CENA-ZAKUP OF IN-REC TO WS-KOSZT-LICZBA
                 IF WS-KOSZT-LICZBA = 0
                    MOVE CENA OF IN-REC TO WS-KOSZT-LICZBA
                 END-IF
                 COMPUTE WS-WARTOSC-WYDANIA ROUNDED =
                         WS-ILOSC-WYDANIA * WS-KOSZT-LICZBA
                 PERFORM 130-LOG-ZUZYCIA

                 ADD 1 TO WS-RWL-N
                 MOVE TOWAR OF IN-REC TO WS-RWL-TOWAR (WS-RWL-N)
                 MOVE LOKALIZACJA OF IN-REC TO WS-RWL-LOK (WS-RWL-N)
                 MOVE WS-ILOSC-WYDANIA TO WS-RWL-ILOSC (WS-RWL-N)
                 MOVE WS-KOSZT-LICZBA TO WS-RWL-CENA (WS-RWL-N)
                 MOVE WS-WARTOSC-WYDANIA TO WS-RWL-WART (WS-RWL-N)
                 DISPLAY "POZYCJA WYDANA NA " WS-AUD-DOKUMENT
                         " - WARTOSC " WS-WARTOSC-WYDANIA
              END-IF
           END-IF
           .

       125-POBIERZ-NUMER-RW.

           MOVE "N" TO WS-NUMERY-BLAD
           OPEN I-O NUMERYFILE
           IF ERR-N = 35
              CLOSE NUMERYFILE
              OPEN OUTPUT NUMERYFILE
              CLOSE NUMERYFILE
              OPEN I-O NUMERYFILE
           END-IF
           IF ERR-N NOT = 0
              MOVE "T" TO WS-NUMERY-BLAD
           ELSE
              MOVE "RW" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "RW" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-RW
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       130-LOG-ZUZYCIA.

           MOVE WS-AUD-DATA TO WS-ZL-DATA-O
           MOVE WS-AUD-CZAS TO WS-ZL-CZAS-O
           MOVE WS-UZYTKOWNIK TO WS-ZL-OPER-O
           MOVE TOWAR OF IN-REC TO WS-ZL-TOWAR-O
           MOVE LOKALIZACJA OF IN-REC TO WS-ZL-LOK-O
           MOVE CATEGORY OF IN-REC TO WS-ZL-KAT-O
           MOVE WS-ILOSC-WYDANIA TO WS-ZL-ILOSC-O
           MOVE WS-WARTOSC-WYDANIA TO WS-ZL-WART-O
           MOVE WS-MPK TO WS-ZL-MPK-O
           MOVE WS-NR-RW TO WS-ZL-NR-RW-O
           MOVE WS-CEL TO WS-ZL-CEL-O

           OPEN EXTEND ZUZYCIEFILE
           IF ERR-ZL NOT = 0
              CLOSE ZUZYCIEFILE
              OPEN OUTPUT ZUZYCIEFILE
           END-IF
           WRITE ZUZYCIE-REC FROM WS-ZUZYCIE-LINIA
           CLOSE ZUZYCIEFILE
           .

       150-DRUKUJ-RW.

      *    WYDRUK DOKUMENTU RW DO DokumentyRW.txt (UKLAD JAK
      *    DokumentyPZ.txt Z PRZYJECIE.COB)

           OPEN EXTEND RWFILE
           IF ERR-RW NOT = 0
              CLOSE RWFILE
              OPEN OUTPUT RWFILE
           END-IF
           MOVE WS-NR-RW TO WS-RW-NR-O
           ACCEPT WS-RW-DATA-O FROM DATE
           MOVE WS-MPK TO WS-RW-MPK-O
           MOVE WS-MPK-OPIS TO WS-RW-OPIS-O
           WRITE RW-REC FROM WS-RW-NAGLOWEK
           IF WS-CEL NOT = SPACES
              MOVE WS-CEL TO WS-RW-CEL-O
              WRITE RW-REC FROM WS-RW-CEL-LINIA
           END-IF

           MOVE 0 TO WS-RW-RAZEM
           PERFORM VARYING WS-RWL-I FROM 1 BY 1
                   UNTIL WS-RWL-I > WS-RWL-N
              MOVE WS-RWL-I TO WS-RW-LP-O
              MOVE WS-RWL-TOWAR (WS-RWL-I) TO WS-RW-TOWAR-O
              MOVE WS-RWL-LOK (WS-RWL-I) TO WS-RW-LOK-O
              MOVE WS-RWL-ILOSC (WS-RWL-I) TO WS-RW-ILOSC-O
              MOVE WS-RWL-CENA (WS-RWL-I) TO WS-RW-CENA-O
              MOVE WS-RWL-WART (WS-RWL-I) TO WS-RW-WART-O
              ADD WS-RWL-WART (WS-RWL-I) TO WS-RW-RAZEM
              WRITE RW-REC FROM WS-RW-POZYCJA
           END-PERFORM

           MOVE WS-RW-RAZEM TO WS-RW-RAZEM-O
           MOVE WS-UZYTKOWNIK TO WS-RW-OPER-O
           WRITE RW-REC FROM WS-RW-SUMA
           MOVE SPACES TO RW-REC
           WRITE RW-REC
           CLOSE RWFILE
           DISPLAY "DOKUMENT RW " WS-NR-RW " (" WS-RWL-N
                   " POZ.) ZAPISANY DO DokumentyRW.txt - TYP "
                   "RW-WEWN W AUDYCIE, KSIEGA ZAKSIEGUJE WG "
                   "KontaKsiegowe.txt"
           MOVE 0 TO WS-RWL-N
           .

       300-RAPORT-MIESIECZNY.

           DISPLAY "RAPORT ZUZYCIA WEWNETRZNEGO ZA MIESIAC "
                   WS-MIESIAC ":"
           MOVE 0 TO WS-GRP-N
           MOVE 0 TO WS-RAP-POZYCJI
           MOVE 0 TO WS-RAP-WART
           MOVE "N" TO WS-GRP-PELNA

           OPEN INPUT ZUZYCIEFILE
           IF ERR-ZL NOT = 0
              DISPLAY "BRAK PLIKU ZuzycieLog.txt - NIE "
                      "ZAREJESTROWANO WYDAN WEWNETRZNYCH"
           ELSE
              READ ZUZYCIEFILE INTO WS-ZUZYCIE-LINIA
              PERFORM UNTIL ERR-ZL > 0
                 IF WS-ZL-DATA-O(1:4) = WS-MIESIAC
                    ADD 1 TO WS-RAP-POZYCJI
                    ADD WS-ZL-WART-O TO WS-RAP-WART
                    PERFORM 310-DOLICZ-GRUPE
                 END-IF
                 READ ZUZYCIEFILE INTO WS-ZUZYCIE-LINIA
              END-PERFORM
              CLOSE ZUZYCIEFILE
           END-IF

           PERFORM 320-SORTUJ-GRUPY

           DISPLAY " "
           DISPLAY "ZUZYCIE WG MPK I KATEGORII:"
           MOVE SPACES TO WS-MPK-BIEZ
           MOVE 0 TO WS-MPK-SUMA
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-N
              IF WS-GRP-MPK (WS-GRP-I) NOT = WS-MPK-BIEZ
                 IF WS-GRP-I > 1
                    DISPLAY "    RAZEM MPK " WS-MPK-BIEZ
                            " WARTOSC " WS-MPK-SUMA
                 END-IF
                 MOVE WS-GRP-MPK (WS-GRP-I) TO WS-MPK-BIEZ
                 MOVE 0 TO WS-MPK-SUMA
                 DISPLAY "  MPK " WS-MPK-BIEZ
              END-IF
              DISPLAY "    " WS-GRP-KAT (WS-GRP-I) " ILOSC "
                      WS-GRP-ILOSC (WS-GRP-I) " WARTOSC "
                      WS-GRP-WART (WS-GRP-I)
              ADD WS-GRP-WART (WS-GRP-I) TO WS-MPK-SUMA
           END-PERFORM
           IF WS-GRP-N > 0
              DISPLAY "    RAZEM MPK " WS-MPK-BIEZ
                      " WARTOSC " WS-MPK-SUMA
           END-IF
           DISPLAY "---------------------"
           DISPLAY "POZYCJI WYDAN: " WS-RAP-POZYCJI
           DISPLAY "WARTOSC RAZEM: " WS-RAP-WART
           IF WS-GRP-PRZEPELNIONA
              DISPLAY "UWAGA: PONAD 200 GRUP MPK/KATEGORIA - "
                      "PODSUMOWANIE NIEPELNE"
           END-IF
           .

       310-DOLICZ-GRUPE.

           MOVE "N" TO WS-GRP-ZNALEZIONY
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-N
              IF WS-GRP-MPK (WS-GRP-I) = WS-ZL-MPK-O
                 AND WS-GRP-KAT (WS-GRP-I) = WS-ZL-KAT-O
                 MOVE "T" TO WS-GRP-ZNALEZIONY
                 ADD WS-ZL-ILOSC-O TO WS-GRP-ILOSC (WS-GRP-I)
                 ADD WS-ZL-WART-O TO WS-GRP-WART (WS-GRP-I)
              END-IF
           END-PERFORM
           IF NOT WS-GRP-JEST
              IF WS-GRP-N < 200
                 ADD 1 TO WS-GRP-N
                 MOVE WS-ZL-MPK-O TO WS-GRP-MPK (WS-GRP-N)
                 MOVE WS-ZL-KAT-O TO WS-GRP-KAT (WS-GRP-N)
                 MOVE WS-ZL-ILOSC-O TO WS-GRP-ILOSC (WS-GRP-N)
                 MOVE WS-ZL-WART-O TO WS-GRP-WART (WS-GRP-N)
              ELSE
                 MOVE "T" TO WS-GRP-PELNA
              END-IF
           END-IF
           .

       320-SORTUJ-GRUPY.

      *    SORTOWANIE BABELKOWE PO MPK I KATEGORII, ZEBY SUMY
      *    POSREDNIE MPK STALY RAZEM

           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I >= WS-GRP-N
              PERFORM VARYING WS-GRP-J FROM 1 BY 1
                      UNTIL WS-GRP-J > WS-GRP-N - WS-GRP-I
                 IF WS-GRP-MPK (WS-GRP-J) > WS-GRP-MPK (WS-GRP-J + 1)
                    OR (WS-GRP-MPK (WS-GRP-J) =
                        WS-GRP-MPK (WS-GRP-J + 1)
                        AND WS-GRP-KAT (WS-GRP-J) >
                            WS-GRP-KAT (WS-GRP-J + 1))
                    MOVE WS-GRP-TAB (WS-GRP-J) TO WS-GRP-ZAMIANA
                    MOVE WS-GRP-TAB (WS-GRP-J + 1)
                         TO WS-GRP-TAB (WS-GRP-J)
                    MOVE WS-GRP-ZAMIANA TO WS-GRP-TAB (WS-GRP-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       900-AUDYT-ZAPISZ.

           ACCEPT WS-AUD-DATA FROM DATE
           ACCEPT WS-AUD-CZAS FROM TIME

           MOVE WS-AUD-DATA TO WS-AUD-DATA-O
           MOVE WS-AUD-CZAS TO WS-AUD-CZAS-O
           MOVE WS-MPK TO WS-AUD-OPER-O
           MOVE TOWAR OF IN-REC TO WS-AUD-TOWAR-O
           MOVE WS-AUD-PRZED TO WS-AUD-PRZED-O
           MOVE WS-AUD-PO TO WS-AUD-PO-O
           MOVE "RW-WEWN" TO WS-AUD-TYP-O
           MOVE LOKALIZACJA OF IN-REC TO WS-AUD-LOK-O

           PERFORM 903-ZAPISZ-WPIS-AUDYTU
           .

       901-STAN-LANCUCHA.

      *    (TA SAMA LOGIKA CO 901-STAN-LANCUCHA W PRZYJECIE.COB)

           MOVE 0 TO WS-LAN-NR
           MOVE 0 TO WS-LAN-KONTROLA
           OPEN INPUT AUDYTFILE
           IF ERR-A = 0
              MOVE SPACES TO WS-LAN-BUFOR
              READ AUDYTFILE INTO WS-LAN-BUFOR
              PERFORM UNTIL ERR-A > 0
                 IF WS-LAN-BUFOR(106:7) NOT = SPACES
                    MOVE WS-LAN-BUFOR(106:7) TO WS-LAN-NR
                    MOVE WS-LAN-BUFOR(114:8) TO WS-LAN-KONTROLA
                 END-IF
                 MOVE SPACES TO WS-LAN-BUFOR
                 READ AUDYTFILE INTO WS-LAN-BUFOR
              END-PERFORM
              CLOSE AUDYTFILE
           END-IF
           .

       902-POLICZ-KONTROLE.

           MOVE 0 TO WS-LAN-SUMA
           PERFORM VARYING WS-LAN-I FROM 1 BY 1
                   UNTIL WS-LAN-I > 112
              COMPUTE WS-LAN-ZNAK = FUNCTION ORD
                      (WS-LAN-TRESC (WS-LAN-I:1))
              COMPUTE WS-LAN-SUMA = WS-LAN-SUMA +
                      WS-LAN-ZNAK * WS-LAN-I
           END-PERFORM
           COMPUTE WS-LAN-NOWA = FUNCTION MOD
                   (WS-LAN-KONTROLA * 31 + WS-LAN-SUMA, 100000000)
           .

       903-ZAPISZ-WPIS-AUDYTU.

           PERFORM 901-STAN-LANCUCHA
           ADD 1 TO WS-LAN-NR
           MOVE WS-AUDYT-LINE TO WS-LAN-LINIA
           MOVE WS-UZYTKOWNIK TO WS-LAN-UZYTK-O
           MOVE WS-LAN-NR TO WS-LAN-NR-O
           PERFORM 902-POLICZ-KONTROLE
           MOVE WS-LAN-NOWA TO WS-LAN-KONTROLA-O
           MOVE WS-AUD-DOKUMENT TO WS-LAN-DOKUMENT-O

           OPEN EXTEND AUDYTFILE
           IF ERR-A NOT = 0
              CLOSE AUDYTFILE
              OPEN OUTPUT AUDYTFILE
           END-IF
           WRITE AUD-REC FROM WS-AUDYT-PELNA
           CLOSE AUDYTFILE

           MOVE WS-LAN-NR TO WS-SW-NR-O
           MOVE WS-LAN-NOWA TO WS-SW-KONTROLA-O
           OPEN OUTPUT SWIADEKFILE
           IF ERR-SW = 0
              WRITE SWIADEK-REC FROM WS-SWIADEK-LINIA
           END-IF
           CLOSE SWIADEKFILE
           .

       906-DZIENNIK-REWRITE.

           MOVE "REWRITE" TO WS-DZN-OPER
           PERFORM 908-DZIENNIK-ZAPISZ
           .

       908-DZIENNIK-ZAPISZ.

           ACCEPT WS-DZN-DATA-O FROM DATE
           ACCEPT WS-DZN-CZAS-O FROM TIME
           MOVE "ZUZYCIE" TO WS-DZN-PROGRAM-O
           MOVE WS-DZN-OPER TO WS-DZN-OPER-O
           MOVE IN-REC TO WS-DZN-OBRAZ-O

           OPEN EXTEND DZIENNIKFILE
           IF ERR-DZN NOT = 0
              CLOSE DZIENNIKFILE
              OPEN OUTPUT DZIENNIKFILE
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

       985-KONTROLA-ZAPISZ.

           PERFORM 987-POLICZ-SUMY
           IF WS-KTR-ZGADZA-SIE
              MOVE WS-KTR-LICZBA TO WS-KTR-LICZBA-O
              MOVE WS-KTR-ILOSC TO WS-KTR-ILOSC-O
              MOVE WS-KTR-WART TO WS-KTR-WART-O
              OPEN OUTPUT KONTRFILE
              IF ERR-KTR = 0
                 WRITE KONTR-REC FROM WS-KTR-LINIA
              END-IF
              CLOSE KONTRFILE
           END-IF
           .

       987-POLICZ-SUMY.

           MOVE "T" TO WS-KTR-ZGODA
           MOVE 0 TO WS-KTR-LICZBA
           MOVE 0 TO WS-KTR-ILOSC
           MOVE 0 TO WS-KTR-WART
           OPEN INPUT INFILE
           IF ERR NOT = 0
              MOVE "N" TO WS-KTR-ZGODA
              CLOSE INFILE
           ELSE
              MOVE SPACES TO TOWAR-KLUCZ
              START INFILE KEY NOT < TOWAR-KLUCZ
              READ INFILE NEXT
              PERFORM UNTIL ERR > 0
                 ADD 1 TO WS-KTR-LICZBA
                 MOVE ILOSC OF IN-REC TO WS-KTR-ILOSC-N
                 MOVE CENA OF IN-REC TO WS-KTR-CENA-N
                 ADD WS-KTR-ILOSC-N TO WS-KTR-ILOSC
                 COMPUTE WS-KTR-WART = WS-KTR-WART +
                         WS-KTR-ILOSC-N * WS-KTR-CENA-N
                 READ INFILE NEXT
              END-PERFORM
              CLOSE INFILE
           END-IF
           .

       989-SPRAWDZ-OKRES.

      *    KONTROLA OKRESU KSIEGOWEGO (PLIK OkresyKsiegowe,
      *    ZAMYKANY PRZEZ PROGRAM OKRESY): RUCHY WARTOSCIOWE
      *    W MIESIACU, KTORY FINANSE JUZ ZAMKNELY I
      *    ZARAPORTOWALY, SA ODRZUCANE

           MOVE "N" TO WS-OKRES-ZAMKNIETY
           ACCEPT WS-OKRES-DZIS FROM DATE
           OPEN INPUT OKRESYFILE
           IF ERR-OK = 0
              MOVE WS-OKRES-DZIS(1:4) TO OKRES-OK
              READ OKRESYFILE
              IF ERR-OK = 0 AND OKRES-ZAMKNIETY
                 MOVE "T" TO WS-OKRES-ZAMKNIETY
              END-IF
              CLOSE OKRESYFILE
           END-IF
           .

       011-SPRAWDZ-HASLO.

      *    POLITYKA HASEL: HASLA LEZA W KARTOTECE JAKO SKROT
      *    JEDNOKIERUNKOWY ("#" + 8 CYFR, TA SAMA ARYTMETYKA
      *    WAZONA CO 902-POLICZ-KONTROLE); ZASTANE HASLA JAWNE
      *    SA PODNOSZONE DO SKROTU PRZY PIERWSZYM UDANYM
      *    LOGOWANIU. TRZY BLEDNE PROBY BLOKUJA KONTO (ODBLOKUJE
      *    ADMIN), HASLO STARSZE NIZ 90 DNI ALBO OZNACZONE PRZEZ
      *    ADMINA WYMUSZA ZMIANE PRZY LOGOWANIU

           MOVE WS-LOG-ID TO USER-ID
           READ UZYTKFILE
           IF ERR-U NOT = 0
              ADD 1 TO WS-LOG-PROBY
              DISPLAY "BLEDNY UZYTKOWNIK LUB HASLO"
           ELSE
              IF KONTO-WYLACZONE
                 ADD 1 TO WS-LOG-PROBY
                 DISPLAY "KONTO WYLACZONE LUB ZABLOKOWANE - "
                         "ZGLOS SIE DO ADMINISTRATORA"
              ELSE
                 MOVE "N" TO WS-HASLO-ZGODNE
                 IF HASLO-U(1:1) = "#"
                    MOVE WS-LOG-HASLO TO WS-HASH-WE
                    PERFORM 012-HASH-HASLA
                    IF HASLO-U = WS-HASH-WY
                       MOVE "T" TO WS-HASLO-ZGODNE
                    END-IF
                 ELSE
                    IF HASLO-U = WS-LOG-HASLO
                       MOVE "T" TO WS-HASLO-ZGODNE
                       MOVE WS-LOG-HASLO TO WS-HASH-WE
                       PERFORM 012-HASH-HASLA
                       MOVE WS-HASH-WY TO HASLO-U
                       IF DATA-HASLA-U = 0
                          ACCEPT DATA-HASLA-U FROM DATE
                       END-IF
                    END-IF
                 END-IF

                 IF NOT WS-HASLO-JEST-ZGODNE
                    ADD 1 TO WS-LOG-PROBY
                    ADD 1 TO PROBY-U
                    IF PROBY-U >= 3
                       MOVE "Z" TO STATUS-UK
                       DISPLAY "TRZY BLEDNE PROBY - KONTO "
                               "ZABLOKOWANE"
                    ELSE
                       DISPLAY "BLEDNY UZYTKOWNIK LUB HASLO"
                    END-IF
                    REWRITE UZYTK-REC
                 ELSE
                    MOVE 0 TO PROBY-U
                    PERFORM 014-CZY-HASLO-WYGASLO
                    IF WYMUS-ZMIANE OR WS-HASLO-JEST-STARE
                       PERFORM 013-ZMIEN-HASLO
                    END-IF
                    REWRITE UZYTK-REC
                    MOVE USER-ID TO WS-UZYTKOWNIK
                    MOVE ROLA-U TO WS-ROLA-OPERATORA
                    MOVE "T" TO WS-LOG-OK
                    DISPLAY "ZALOGOWANO: " NAZWA-U
                 END-IF
              END-IF
           END-IF
           .

       012-HASH-HASLA.

      *    SKROT JEDNOKIERUNKOWY HASLA: SUMA KODOW ZNAKOW
      *    WAZONA POZYCJA, MODULO 10**8, ZAPISANA JAKO
      *    "#" + 8 CYFR W POLU HASLO-U

           MOVE 0 TO WS-HASH-SUMA
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > 10
              COMPUTE WS-HASH-ZNAK = FUNCTION ORD
                      (WS-HASH-WE (WS-HASH-I:1))
              COMPUTE WS-HASH-SUMA = FUNCTION MOD
                      (WS-HASH-SUMA * 37 +
                       WS-HASH-ZNAK * WS-HASH-I, 999999937)
           END-PERFORM
           COMPUTE WS-HASH-N = FUNCTION MOD
                   (WS-HASH-SUMA, 100000000)
           MOVE SPACES TO WS-HASH-WY
           STRING "#" WS-HASH-N DELIMITED BY SIZE
                  INTO WS-HASH-WY
           .

       013-ZMIEN-HASLO.

           DISPLAY "WYMAGANA ZMIANA HASLA"
           MOVE SPACES TO WS-HASLO-NOWE
           MOVE "X" TO WS-HASLO-NOWE2
           PERFORM UNTIL WS-HASLO-NOWE = WS-HASLO-NOWE2
                   AND WS-HASLO-NOWE NOT = SPACES
              DISPLAY "PODAJ NOWE HASLO"
              ACCEPT WS-HASLO-NOWE
              DISPLAY "POWTORZ NOWE HASLO"
              ACCEPT WS-HASLO-NOWE2
              IF WS-HASLO-NOWE NOT = WS-HASLO-NOWE2
                 OR WS-HASLO-NOWE = SPACES
                 DISPLAY "HASLA ROZNE LUB PUSTE - SPROBUJ "
                         "JESZCZE RAZ"
              END-IF
           END-PERFORM
           MOVE WS-HASLO-NOWE TO WS-HASH-WE
           PERFORM 012-HASH-HASLA
           MOVE WS-HASH-WY TO HASLO-U
           ACCEPT DATA-HASLA-U FROM DATE
           MOVE "N" TO WYMUS-U
           DISPLAY "HASLO ZMIENIONE"
           .

       014-CZY-HASLO-WYGASLO.

      *    HASLO WYGASA PO 90 DNIACH

           MOVE "N" TO WS-HASLO-STARE
           IF DATA-HASLA-U > 0
              ACCEPT WS-HAS-DZIS-6 FROM DATE
              MOVE 0 TO WS-HAS-DZIS-8
              STRING "20" WS-HAS-DZIS-6
                     DELIMITED BY SIZE INTO WS-HAS-DZIS-8
              COMPUTE WS-HAS-DZIS-INT =
                      FUNCTION INTEGER-OF-DATE (WS-HAS-DZIS-8)
              MOVE 0 TO WS-HAS-HASLA-8
              STRING "20" DATA-HASLA-U DELIMITED BY SIZE
                     INTO WS-HAS-HASLA-8
              COMPUTE WS-HAS-HASLA-INT =
                      FUNCTION INTEGER-OF-DATE (WS-HAS-HASLA-8)
              COMPUTE WS-HAS-WIEK =
                      WS-HAS-DZIS-INT - WS-HAS-HASLA-INT
              IF WS-HAS-WIEK > 90
                 MOVE "T" TO WS-HASLO-STARE
              END-IF
           END-IF
           .
