
      *    IMPORTZAM - WSADOWY IMPORT ZAMOWIEN KLIENTOW Z PLIKU
      *    ZamowieniaImport.txt (KLIENT TOWAR LOKALIZACJA ILOSC
      *    DATA-WYMAGANA [KOD-ADRESU-DOSTAWY], JEDNA LINIA NA
      *    POZYCJE; KOLEJNE LINIE TEGO SAMEGO KLIENTA NA TEN SAM
      *    ADRES DOSTAWY SKLADAJA SIE W JEDNO ZAMOWIENIE, PUSTY
      *    KOD ADRESU = ADRES Z KARTOTEKI KLIENTA).
      *    KAZDA LINIA PRZECHODZI TE SAME KONTROLE CO RECZNE
      *    WPROWADZANIE W ZAMOWIENIA.COB: BLOKADA KLIENTA
      *    (105-SPRAWDZ-KLIENTA), LIMIT KREDYTOWY
      *    ODRZUCANA. WYNIK KAZDEJ LINII WEJSCIOWEJ TRAFIA DO
      *    RAPORTU ImportZamRaport.txt. NUMERY ZAMOWIEN NADAJE
      *    SERIA ZAMOWIENIE W NumeryKontrolne, CENY IDA PRZEZ
      *    UMOWY KLIENTA Z CenyKlientow JAK PRZY WPISIE RECZNYM.
      *    LINIA BEZ POKRYCIA W STANIE PRZECHODZI, GDY BRAK DOMYKAJA
      *    OTWARTE DOSTAWY ZamowieniaPOM - DOSTAJE WTEDY TERMIN
      *    OBIETNICY Z DATY DOSTAWY. KAZDE UTWORZONE ZAMOWIENIE
      *    DOSTAJE POTWIERDZENIE DLA KLIENTA (SERIA POTWZAM,
      *    PotwierdzeniaZamowien.txt). KLIENCI PODAJACY WLASNE
      *    NUMERY ARTYKULOW SA TLUMACZENI PRZEZ TowaryKlientow -
      *    KOD KLIENTA ZOSTAJE NA LINII DLA DOKUMENTOW, A KODY
      *    BEZ MAPOWANIA IDA DO OSOBNEJ SEKCJI WYJATKOW RAPORTU.
      *    LINIA Z MARZA PONIZEJ PROGU KATEGORII (MarzeMinimalne.txt,
      *    JAK 114-SPRAWDZ-MARZE-LINII W ZAMOWIENIA.COB) JEST
      *    PRZYJMOWANA, ALE ZAMOWIENIE POWSTAJE WSTRZYMANE DO
      *    DECYZJI W ZatwierdzeniaMarzy

       PROGRAM-ID. IMPORTZAM.

               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RA.

           SELECT TKFILE ASSIGN TO "TowaryKlientow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-TK
               ALTERNATE RECORD KEY KLUCZ-NASZ-TK WITH DUPLICATES
               STATUS ERR-TK.

           SELECT INFILE ASSIGN TO "Baza5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT ADRDFILE ASSIGN TO "AdresyDostaw"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ADRD
               STATUS ERR-AD.

           SELECT ZAMOWFILE ASSIGN TO "Zamowienia"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-CENK
               STATUS ERR-CK.
           SELECT ZMOLFILE ASSIGN TO "ZleceniaMontazuLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ZMOL
               STATUS ERR-ZMOL.
           SELECT POMFILE ASSIGN TO "ZamowieniaPOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO
               STATUS ERR-POM.
           SELECT POTWZFILE ASSIGN TO "PotwierdzeniaZamowien.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-PTZ.
           SELECT MARZFILE ASSIGN TO "MarzeMinimalne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-MM.
           SELECT MZFILE ASSIGN TO "ZatwierdzeniaMarzy"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-ZAM-MZ
               STATUS ERR-MZ.

       DATA DIVISION.

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

       FD TKFILE  BLOCK CONTAINS 0.
       01 TK-REC.
          05 KLUCZ-TK.
             10 KLIENT-TK      PIC X(10).
             10 KOD-TOW-KL-TK  PIC X(20).
          05 KLUCZ-NASZ-TK.
             10 KLIENT-NASZ-TK PIC X(10).
             10 TOWAR-TK       PIC X(20).
          05 OPIS-TK         PIC X(40).

       FD ADRDFILE  BLOCK CONTAINS 0.
       01 ADRD-REC.
          05 KLUCZ-ADRD.
             10 KOD-KLIENTA-AD PIC X(10).
             10 KOD-ADRESU-AD  PIC X(6).
          05 NAZWA-AD        PIC X(30).
          05 ADRES-AD        PIC X(40).
          05 REGION-AD       PIC X(4).
          05 KONTAKT-AD      PIC X(30).
          05 GODZINY-AD      PIC X(20).
          05 AKTYWNY-AD      PIC X(1).
             88 ADRES-AKTYWNY VALUE "T".

       FD ZAMOWFILE  BLOCK CONTAINS 0.
       01 ZAM-REC.
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
             88 LIN-ZREALIZOWANA  VALUE "R".
             88 LIN-BACKORDER     VALUE "B".
             88 LIN-ANULOWANA     VALUE "X".
          05 DATA-OBIECANA-L PIC 9(6).
          05 PO-OBIETNICY-L  PIC 9(7).
          05 TRYB-DOSTAWY-L  PIC X(1).
             88 LIN-DROPSHIP     VALUE "D".
          05 KOD-TOW-KLIENTA-L PIC X(20).

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 CENA-CK           PIC 9(7)V99.
          05 RABAT-CK          PIC 9(2)V99.

       FD ZMOLFILE  BLOCK CONTAINS 0.
       01 ZMOL-REC.
          05 KLUCZ-ZMOL.
             10 NR-ZMOL      PIC 9(7).
             10 LP-ZMOL      PIC 9(3).
          05 SKLADNIK-ZMOL   PIC X(20).
          05 LOK-ZMOL        PIC X(10).
          05 NA-SZT-ZMOL     PIC 9(5)V99.
          05 NORMA-ZMOL      PIC 9(7)V99.
          05 POBRANO-ZMOL    PIC 9(7)V99.
          05 REZ-ZMOL        PIC 9(7)V99.

       FD POMFILE  BLOCK CONTAINS 0.
       01 POM-REC.
          05 NR-PO            PIC 9(7).
          05 KOD-DOSTAWCY-P   PIC X(10).
          05 NAZWA-DOSTAWCY-P PIC X(30).
          05 TOWAR-P          PIC X(20).
          05 LOKALIZACJA-P    PIC X(10).
          05 ILOSC-ZAM-P      PIC 9(7)V99.
          05 ILOSC-PRZYJ-P    PIC 9(7)V99.
          05 DATA-PO          PIC 9(6).
          05 DATA-OCZEK-P     PIC 9(6).
          05 CENA-PO          PIC 9(7)V99.
          05 WALUTA-P         PIC X(3).
          05 STATUS-PO        PIC X(1).
             88 PO-OTWARTE        VALUE "O".
             88 PO-WYSLANE        VALUE "W".
             88 PO-CZESCIOWE      VALUE "C".
             88 PO-ZAMKNIETE      VALUE "Z".
             88 PO-DO-ZATWIERDZENIA VALUE "A".
          05 TYP-PO-P         PIC X(1).
             88 PO-DROPSHIP       VALUE "D".
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

       FD POTWZFILE.
       01 POTWZ-REC PIC X(120).

       FD MARZFILE.
       01 MARZ-REC PIC X(80).

       FD MZFILE  BLOCK CONTAINS 0.
       01 MZ-REC.
          05 NR-ZAM-MZ          PIC 9(7).
          05 KLIENT-MZ          PIC X(10).
          05 TWORCA-MZ          PIC X(8).
          05 DATA-UTW-MZ        PIC 9(6).
          05 ZRODLO-MZ          PIC X(10).
          05 LINIE-PONIZEJ-MZ   PIC 9(3).
          05 MARZA-MIN-MZ       PIC S9(5)V99.
          05 PROG-MIN-MZ        PIC 9(3)V99.
          05 STATUS-MZ          PIC X(1).
             88 MZ-OCZEKUJE        VALUE "O".
             88 MZ-ZWOLNIONE       VALUE "Z".
             88 MZ-ODRZUCONE       VALUE "R".
          05 DECYDENT-MZ        PIC X(8).
          05 DATA-DECYZJI-MZ    PIC 9(6).
          05 UZASADNIENIE-MZ    PIC X(40).

       WORKING-STORAGE SECTION.
       01 ERR-IM PIC 99.
       01 ERR-RA PIC 99.
       01 ERR PIC 99.
       01 ERR-K PIC 99.
       01 ERR-AD PIC 99.
       01 ERR-TK PIC 99.
       01 WS-TK-PLIK PIC X(1) VALUE "N".
          88 WS-TK-OTWARTY VALUE "T".
       01 WS-IMP-ORYG PIC X(70).
       01 WS-TK-KOD PIC X(20).
       01 WS-TK-BRAK PIC X(1).
          88 WS-TK-NIEZMAPOWANY VALUE "T".
       01 WS-WY-N PIC 9(3) VALUE 0.
       01 WS-WY-I PIC 9(3).
       01 WS-WY-TAB OCCURS 200.
          05 WS-WY-KLIENT PIC X(10).
          05 WS-WY-KOD    PIC X(20).
          05 WS-WY-ILE    PIC 9(5).
       01 WS-WY-LINIA.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-WY-KLIENT-O PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-WY-KOD-O    PIC X(20).
          05 FILLER         PIC X(8) VALUE " LINII: ".
          05 WS-WY-ILE-O    PIC ZZZZ9.
       01 ERR-Z PIC 99.
       01 ERR-L PIC 99.
       01 ERR-N PIC 99.
       01 ERR-CK PIC 99.
       01 ERR-MM PIC 99.
       01 ERR-MZ PIC 99.
       01 WS-MM-LINIA.
          05 WS-MM-KAT-A     PIC X(10).
          05 FILLER          PIC X(1).
          05 WS-MM-PROC-A    PIC X(8).
       01 WS-MZ-KATEGORIA PIC X(10).
       01 WS-MZ-KOSZT PIC 9(7)V99.
       01 WS-MZ-MARZA PIC S9(9)V99.
       01 WS-MZ-PROG PIC 9(3)V99.
       01 WS-MZ-PROG-JEST PIC X(1).
          88 WS-MZ-JEST-PROG VALUE "T".
       01 WS-MZ-ZRODLO PIC X(10).
       01 WS-MZ-LINIA PIC X(1).
          88 WS-MZ-LINIA-PONIZEJ VALUE "T".
       01 WS-MZ-LINIE PIC 9(3).
       01 WS-MZ-MARZA-MIN PIC S9(5)V99.
       01 WS-MZ-PROG-MIN PIC 9(3)V99.
       01 WS-MZ-MARZA-O PIC -(5)9.99.
       01 WS-MZ-PROG-O PIC ZZ9.99.

       01 WS-IMP-LINIA.
          05 WS-IM-KLIENT-A PIC X(10).
          05 WS-IM-ILOSC-A  PIC X(12).
          05 FILLER         PIC X.
          05 WS-IM-DATA-A   PIC 9(6).
          05 FILLER         PIC X.
          05 WS-IM-ADRES-A  PIC X(6).

       01 WS-DZIS PIC 9(6).
       01 WS-NR-ZAM PIC 9(7).
       01 WS-KLIENT-BIEZACY PIC X(10) VALUE SPACES.
       01 WS-KLIENT-OK PIC X(1).
          88 WS-KLIENT-JEST-OK VALUE "T".
       01 WS-ADRES-BIEZACY PIC X(6) VALUE SPACES.
       01 WS-ADRES-OK PIC X(1).
          88 WS-ADRES-JEST-OK VALUE "T".
       01 WS-KLIENT-LIMIT PIC 9(9)V99.
       01 WS-KRED-OTWARTE PIC 9(11)V99.
       01 WS-KRED-SUMA PIC 9(11)V99.
       01 WS-CENA-LICZBA PIC 9(7)V99.
       01 WS-CK-CENA-BAZOWA PIC 9(7)V99.
       01 WS-ATP-REZERWACJE PIC 9(9)V99.
       01 ERR-ZMOL PIC 99.
       01 WS-ATP-DOSTEPNE PIC S9(9)V99.
       01 WS-ILOSC-LICZBA PIC 9(7)V99.
       01 ERR-POM PIC 99.
       01 ERR-PTZ PIC 99.

      *    TERMIN OBIETNICY (TA SAMA LOGIKA CO 121-TERMIN-OBIETNICY
      *    W ZAMOWIENIA.COB)

       01 WS-OB-DATA PIC 9(6).
       01 WS-OB-PO PIC 9(7).
       01 WS-OB-POTRZEBA PIC S9(9)V99.
       01 WS-OB-NARASTA PIC 9(9)V99.
       01 WS-OB-N PIC 9(3).
       01 WS-OB-I PIC 9(3).
       01 WS-OB-J PIC 9(3).
       01 WS-OB-TAB OCCURS 100.
          05 WS-OB-T-DATA  PIC 9(6).
          05 WS-OB-T-PO    PIC 9(7).
          05 WS-OB-T-ILOSC PIC 9(7)V99.
       01 WS-OB-ZAPAS PIC X(22).
       01 WS-OB-POWOD.
          05 FILLER          PIC X(7) VALUE "TERMIN ".
          05 WS-OB-DATA-O    PIC 9(6).
          05 FILLER          PIC X(6) VALUE " Z PO ".
          05 WS-OB-PO-O      PIC 9(7).

      *    POTWIERDZENIE ZAMOWIENIA DLA KLIENTA (UKLAD JAK
      *    140-POTWIERDZENIE-ZAMOWIENIA W ZAMOWIENIA.COB)

       01 WS-NR-POTW PIC 9(7).
       01 WS-PTZ-OSTATNI PIC 9(6).
       01 WS-PTZ-BEZ-TERMINU PIC 9(3).
       01 WS-PTZ-NAGLOWEK.
          05 FILLER          PIC X(28)
             VALUE "POTWIERDZENIE ZAMOWIENIA NR ".
          05 WS-PTZ-NR-O     PIC 9(7).
          05 FILLER          PIC X(8) VALUE " Z DNIA ".
          05 WS-PTZ-DATA-O   PIC 9(6).
          05 FILLER          PIC X(15) VALUE " DO ZAMOWIENIA ".
          05 WS-PTZ-ZAM-O    PIC 9(7).
       01 WS-PTZ-ODBIORCA.
          05 FILLER          PIC X(8) VALUE "KLIENT: ".
          05 WS-PTZ-KLIENT-O PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-NAZWA-O  PIC X(30).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-ADRES-O  PIC X(40).
       01 WS-PTZ-POZYCJA.
          05 WS-PTZ-LP-O     PIC 9(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-TOWAR-O  PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-LOK-O    PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-PTZ-ILOSC-O  PIC Z(7)9.99.
          05 FILLER          PIC X(9) VALUE " TERMIN: ".
          05 WS-PTZ-TERMIN-O PIC X(12).
       01 WS-PTZ-STOPKA.
          05 FILLER          PIC X(22)
             VALUE "WYMAGANA DATA KLIENTA:".
          05 WS-PTZ-WYMAG-O  PIC X(8).
          05 FILLER          PIC X(23)
             VALUE "   KOMPLETNA DOSTAWA: ".
          05 WS-PTZ-KOMPL-O  PIC X(12).

       01 WS-LINIE-WCZYTANE PIC 9(5) VALUE 0.
       01 WS-LINIE-PRZYJETE PIC 9(5) VALUE 0.
       01 WS-LINIE-ODRZUCONE PIC 9(5) VALUE 0.
       01 WS-ZAMOWIEN-UTWORZONO PIC 9(5) VALUE 0.
       01 WS-ZAMOWIEN-WSTRZYMANO PIC 9(5) VALUE 0.
       01 WS-POWOD-ODRZUTU PIC X(30).

       01 WS-RAP-LINIA.

           OPEN OUTPUT RAPFILE
           OPEN INPUT INFILE
           OPEN INPUT TKFILE
           IF ERR-TK = 0
              MOVE "T" TO WS-TK-PLIK
           END-IF
           OPEN I-O ZAMOWFILE
           IF ERR-Z = 35
              CLOSE ZAMOWFILE
           END-PERFORM

           PERFORM 300-ZAMKNIJ-ZAMOWIENIE
           PERFORM 420-SEKCJA-WYJATKOW

           IF WS-TK-OTWARTY
              CLOSE TKFILE
           END-IF
           CLOSE ZAMLFILE
           CLOSE ZAMOWFILE
           CLOSE INFILE
           DISPLAY "LINII ODRZUCONYCH    : " WS-LINIE-ODRZUCONE
           DISPLAY "UTWORZONYCH ZAMOWIEN : "
                   WS-ZAMOWIEN-UTWORZONO
           DISPLAY "WSTRZYMANYCH (MARZA) : "
                   WS-ZAMOWIEN-WSTRZYMANO
           DISPLAY "RAPORT: ImportZamRaport.txt"

           STOP RUN

       100-LINIA-IMPORTU.

           MOVE WS-IMP-LINIA TO WS-IMP-ORYG
           IF WS-IM-KLIENT-A NOT = WS-KLIENT-BIEZACY
              OR WS-IM-ADRES-A NOT = WS-ADRES-BIEZACY
              PERFORM 300-ZAMKNIJ-ZAMOWIENIE
              MOVE WS-IM-KLIENT-A TO WS-KLIENT-BIEZACY
              MOVE WS-IM-ADRES-A TO WS-ADRES-BIEZACY
              PERFORM 110-SPRAWDZ-KLIENTA
              PERFORM 112-SPRAWDZ-ADRES
              IF WS-KLIENT-JEST-OK AND WS-ADRES-JEST-OK
                 PERFORM 120-OTWORZ-ZAMOWIENIE
              END-IF
           END-IF
                   TO WS-POWOD-ODRZUTU
              PERFORM 400-RAPORT-ODRZUT
           ELSE
              IF NOT WS-ADRES-JEST-OK
                 MOVE "NIEZNANY LUB NIEAKTYWNY ADRES"
                      TO WS-POWOD-ODRZUTU
                 PERFORM 400-RAPORT-ODRZUT
              ELSE
                 PERFORM 200-SPRAWDZ-I-ZAPISZ-LINIE
              END-IF
           END-IF
           .

       112-SPRAWDZ-ADRES.

      *    KOD ADRESU DOSTAWY Z LINII MUSI BYC AKTYWNYM ADRESEM
      *    TEGO KLIENTA W AdresyDostaw; PUSTY KOD = ADRES KLIENTA

           MOVE "N" TO WS-ADRES-OK
           IF WS-ADRES-BIEZACY = SPACES
              MOVE "T" TO WS-ADRES-OK
           ELSE
              OPEN INPUT ADRDFILE
              IF ERR-AD = 0
                 MOVE WS-KLIENT-BIEZACY TO KOD-KLIENTA-AD
                 MOVE WS-ADRES-BIEZACY TO KOD-ADRESU-AD
                 READ ADRDFILE
                 IF ERR-AD = 0 AND ADRES-AKTYWNY
                    MOVE "T" TO WS-ADRES-OK
                 END-IF
                 CLOSE ADRDFILE
              END-IF
           END-IF
           .

              MOVE "N" TO WS-KLIENT-OK
           ELSE
              MOVE 0 TO WS-LINIE-ZAMOWIENIA
              MOVE 0 TO WS-MZ-LINIE
              MOVE 0 TO WS-DATA-WYMAGANA
           END-IF
           .
                   TO WS-POWOD-ODRZUTU
              PERFORM 400-RAPORT-ODRZUT
           ELSE
              PERFORM 205-KOD-TOWARU-KLIENTA
              MOVE WS-IM-TOWAR-A TO TOWAR
              MOVE WS-IM-LOK-A TO LOKALIZACJA
              READ INFILE
              IF ERR NOT = 0
                 PERFORM 206-CZY-KOD-NIEZMAPOWANY
                 IF WS-TK-NIEZMAPOWANY
                    MOVE "KOD KLIENTA BEZ MAPOWANIA"
                         TO WS-POWOD-ODRZUTU
                    PERFORM 207-DOLICZ-WYJATEK
                 ELSE
                    MOVE "TOWAR/LOKALIZACJA NIEZNANE"
                         TO WS-POWOD-ODRZUTU
                 END-IF
                 PERFORM 400-RAPORT-ODRZUT
              ELSE
                 PERFORM 210-SPRAWDZ-DOSTEPNOSC
                 MOVE WS-DZIS TO WS-OB-DATA
                 MOVE 0 TO WS-OB-PO
                 IF WS-ATP-DOSTEPNE < WS-ILOSC-WEJSCIE
                    PERFORM 215-TERMIN-OBIETNICY
                 END-IF
                 IF WS-OB-DATA = 0
                    MOVE "BRAK POKRYCIA W STANIE I PO"
                         TO WS-POWOD-ODRZUTU
                    PERFORM 400-RAPORT-ODRZUT
                 ELSE
           END-IF
           .

       205-KOD-TOWARU-KLIENTA.

      *    NUMER ARTYKULU KLIENTA Z TowaryKlientow ZAMIENIA SIE
      *    NA NASZ TOWAR; GDY LINIA NIESIE NASZ TOWAR, KOD
      *    KLIENTA DOCIAGA SIE Z MAPOWANIA ODWROTNEGO

           MOVE SPACES TO WS-TK-KOD
           IF WS-TK-OTWARTY
              MOVE WS-KLIENT-BIEZACY TO KLIENT-TK
              MOVE WS-IM-TOWAR-A TO KOD-TOW-KL-TK
              READ TKFILE
              IF ERR-TK = 0
                 MOVE WS-IM-TOWAR-A TO WS-TK-KOD
                 MOVE TOWAR-TK TO WS-IM-TOWAR-A
              ELSE
                 MOVE WS-KLIENT-BIEZACY TO KLIENT-NASZ-TK
                 MOVE WS-IM-TOWAR-A TO TOWAR-TK
                 READ TKFILE KEY IS KLUCZ-NASZ-TK
                 IF ERR-TK = 0
                    MOVE KOD-TOW-KL-TK TO WS-TK-KOD
                 END-IF
              END-IF
              MOVE 0 TO ERR-TK
           END-IF
           .

       206-CZY-KOD-NIEZMAPOWANY.

      *    KOD BEZ MAPOWANIA, KTOREGO NIE MA TEZ JAKO TOWARU
      *    W BAZA5 (W ZADNEJ LOKALIZACJI), TO NUMER ARTYKULU
      *    KLIENTA CZEKAJACY NA WPIS DO TowaryKlientow

           MOVE "N" TO WS-TK-BRAK
           IF WS-TK-KOD = SPACES
              MOVE WS-IM-TOWAR-A TO TOWAR
              READ INFILE KEY IS TOWAR
              IF ERR NOT = 0
                 MOVE "T" TO WS-TK-BRAK
              END-IF
           END-IF
           .

       207-DOLICZ-WYJATEK.

           PERFORM VARYING WS-WY-I FROM 1 BY 1
                   UNTIL WS-WY-I > WS-WY-N
                      OR (WS-WY-KLIENT (WS-WY-I) = WS-KLIENT-BIEZACY
                      AND WS-WY-KOD (WS-WY-I) = WS-IM-TOWAR-A)
              CONTINUE
           END-PERFORM
           IF WS-WY-I > WS-WY-N
              IF WS-WY-N < 200
                 ADD 1 TO WS-WY-N
                 MOVE WS-KLIENT-BIEZACY TO WS-WY-KLIENT (WS-WY-N)
                 MOVE WS-IM-TOWAR-A TO WS-WY-KOD (WS-WY-N)
                 MOVE 1 TO WS-WY-ILE (WS-WY-N)
              END-IF
           ELSE
              ADD 1 TO WS-WY-ILE (WS-WY-I)
           END-IF
           .

       210-SPRAWDZ-DOSTEPNOSC.

      *    DOSTEPNE DO OBIECANIA = STAN - REZERWACJE OTWARTYCH
      *    I BACKORDEROWYCH LINII ORAZ SKLADNIKOW OTWARTYCH ZLECEN
      *    MONTAZU (TA SAMA LOGIKA CO 117-SPRAWDZ-DOSTEPNOSC
      *    W ZAMOWIENIA.COB)

           MOVE 0 TO WS-ATP-REZERWACJE
           MOVE 0 TO NR-ZAM-L
              READ ZAMLFILE NEXT
              PERFORM UNTIL ERR-L > 0
                 IF (LIN-OTWARTA OR LIN-BACKORDER)
                    AND NOT LIN-DROPSHIP
                    AND TOWAR-L = WS-IM-TOWAR-A
                    AND LOKALIZACJA-L = WS-IM-LOK-A
                    COMPUTE WS-ATP-REZERWACJE =
              MOVE 0 TO ERR-L
           END-IF

           OPEN INPUT ZMOLFILE
           IF ERR-ZMOL = 0
              MOVE 0 TO NR-ZMOL
              MOVE 0 TO LP-ZMOL
              START ZMOLFILE KEY NOT < KLUCZ-ZMOL
              IF ERR-ZMOL = 0
                 READ ZMOLFILE NEXT
                 PERFORM UNTIL ERR-ZMOL > 0
                    IF REZ-ZMOL > 0
                       AND SKLADNIK-ZMOL = WS-IM-TOWAR-A
                       AND LOK-ZMOL = WS-IM-LOK-A
                       ADD REZ-ZMOL TO WS-ATP-REZERWACJE
                    END-IF
                    READ ZMOLFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE ZMOLFILE
           END-IF

           MOVE ILOSC OF IN-REC TO WS-ILOSC-LICZBA
           COMPUTE WS-ATP-DOSTEPNE = WS-ILOSC-LICZBA
                   - WS-ATP-REZERWACJE
           .

       215-TERMIN-OBIETNICY.

      *    BRAK PONAD DOSTEPNE POKRYWAJA OTWARTE POZYCJE
      *    ZamowieniaPOM W KOLEJNOSCI DATA-OCZEK-P (DATY
      *    POTWIERDZONE Z PotwierdzeniaPO.txt SA JUZ TAM
      *    NANIESIONE); PRZETERMINOWANE PO LICZA SIE OD DZIS.
      *    GDY DOSTAWY NIE WYSTARCZA, TERMIN ZOSTAJE 0 I LINIA
      *    JEST ODRZUCANA JAK DOTAD

           MOVE 0 TO WS-OB-DATA
           MOVE 0 TO WS-OB-PO
           COMPUTE WS-OB-POTRZEBA = WS-ILOSC-WEJSCIE
                   - WS-ATP-DOSTEPNE
           PERFORM 216-ZBIERZ-DOSTAWY
           PERFORM 217-SORTUJ-DOSTAWY

           MOVE 0 TO WS-OB-NARASTA
           PERFORM VARYING WS-OB-I FROM 1 BY 1
                   UNTIL WS-OB-I > WS-OB-N OR WS-OB-DATA > 0
              ADD WS-OB-T-ILOSC (WS-OB-I) TO WS-OB-NARASTA
              IF WS-OB-NARASTA >= WS-OB-POTRZEBA
                 MOVE WS-OB-T-DATA (WS-OB-I) TO WS-OB-DATA
                 MOVE WS-OB-T-PO (WS-OB-I) TO WS-OB-PO
              END-IF
           END-PERFORM
           .

       216-ZBIERZ-DOSTAWY.

           MOVE 0 TO WS-OB-N
           OPEN INPUT POMFILE
           IF ERR-POM = 0
              MOVE 0 TO NR-PO
              START POMFILE KEY NOT < NR-PO
              IF ERR-POM = 0
                 READ POMFILE NEXT
                 PERFORM UNTIL ERR-POM > 0 OR WS-OB-N = 100
                    IF TOWAR-P = WS-IM-TOWAR-A
                       AND LOKALIZACJA-P = WS-IM-LOK-A
                       AND NOT PO-DROPSHIP
                       AND (PO-OTWARTE OR PO-WYSLANE
                            OR PO-CZESCIOWE)
                       AND ILOSC-ZAM-P > ILOSC-PRZYJ-P
                       AND DATA-OCZEK-P NOT = 0
                       ADD 1 TO WS-OB-N
                       MOVE NR-PO TO WS-OB-T-PO (WS-OB-N)
                       COMPUTE WS-OB-T-ILOSC (WS-OB-N) =
                               ILOSC-ZAM-P - ILOSC-PRZYJ-P
                       IF DATA-OCZEK-P < WS-DZIS
                          MOVE WS-DZIS TO WS-OB-T-DATA (WS-OB-N)
                       ELSE
                          MOVE DATA-OCZEK-P
                               TO WS-OB-T-DATA (WS-OB-N)
                       END-IF
                    END-IF
                    READ POMFILE NEXT
                 END-PERFORM
              END-IF
              CLOSE POMFILE
           END-IF
           .

       217-SORTUJ-DOSTAWY.

           PERFORM VARYING WS-OB-I FROM 1 BY 1
                   UNTIL WS-OB-I >= WS-OB-N
              PERFORM VARYING WS-OB-J FROM 1 BY 1
                      UNTIL WS-OB-J >= WS-OB-N
                 IF WS-OB-T-DATA (WS-OB-J) >
                    WS-OB-T-DATA (WS-OB-J + 1)
                    MOVE WS-OB-TAB (WS-OB-J) TO WS-OB-ZAPAS
                    MOVE WS-OB-TAB (WS-OB-J + 1)
                         TO WS-OB-TAB (WS-OB-J)
                    MOVE WS-OB-ZAPAS TO WS-OB-TAB (WS-OB-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       220-SPRAWDZ-KREDYT.

           MOVE CENA OF IN-REC TO WS-CENA-LICZBA
           PERFORM 225-CENA-DLA-KLIENTA
           PERFORM 226-SPRAWDZ-MARZE
           COMPUTE WS-KRED-LINIA =
                   WS-ILOSC-WEJSCIE * WS-CENA-LICZBA
           COMPUTE WS-KRED-POZOSTALO = WS-KLIENT-LIMIT
           END-IF
           .

       226-SPRAWDZ-MARZE.

      *    PROG MARZY LINII (TA SAMA LOGIKA CO
      *    114-SPRAWDZ-MARZE-LINII W ZAMOWIENIA.COB)

           MOVE "N" TO WS-MZ-LINIA
           MOVE CENA-ZAKUP OF IN-REC TO WS-MZ-KOSZT
           MOVE CATEGORY OF IN-REC TO WS-MZ-KATEGORIA
           PERFORM 227-PROG-MARZY
           IF WS-MZ-KOSZT > 0 AND WS-MZ-JEST-PROG
              IF WS-CENA-LICZBA > 0
                 COMPUTE WS-MZ-MARZA ROUNDED =
                         (WS-CENA-LICZBA - WS-MZ-KOSZT) * 100
                         / WS-CENA-LICZBA
              ELSE
                 MOVE -100 TO WS-MZ-MARZA
              END-IF
              IF WS-MZ-MARZA < -999
                 MOVE -999 TO WS-MZ-MARZA
              END-IF
              IF WS-MZ-MARZA < WS-MZ-PROG
                 MOVE "T" TO WS-MZ-LINIA
              END-IF
           END-IF
           .

       227-PROG-MARZY.

      *    MINIMALNA MARZA KATEGORII Z MarzeMinimalne.txt; WIERSZ
      *    KATEGORII MA PIERWSZENSTWO PRZED DOMYSLNYM "*"

           MOVE "N" TO WS-MZ-PROG-JEST
           MOVE 0 TO WS-MZ-PROG
           MOVE SPACES TO WS-MZ-ZRODLO
           OPEN INPUT MARZFILE
           IF ERR-MM = 0
              READ MARZFILE INTO WS-MM-LINIA
              PERFORM UNTIL ERR-MM > 0
                 IF (WS-MM-KAT-A = WS-MZ-KATEGORIA
                     OR (WS-MM-KAT-A = "*"
                         AND WS-MZ-ZRODLO NOT = "KATEGORIA"))
                    AND WS-MM-KAT-A NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-MM-PROC-A) = 0
                    MOVE "T" TO WS-MZ-PROG-JEST
                    COMPUTE WS-MZ-PROG =
                            FUNCTION NUMVAL (WS-MM-PROC-A)
                    IF WS-MM-KAT-A = "*"
                       MOVE "DOMYSLNY" TO WS-MZ-ZRODLO
                    ELSE
                       MOVE "KATEGORIA" TO WS-MZ-ZRODLO
                    END-IF
                 END-IF
                 READ MARZFILE INTO WS-MM-LINIA
              END-PERFORM
              CLOSE MARZFILE
           END-IF
           .

       230-ZAPISZ-LINIE.

           MOVE WS-NR-ZAM TO NR-ZAM-L
           MOVE WS-ILOSC-WEJSCIE TO ILOSC-L
           MOVE 0 TO ILOSC-WYDANA-L
           MOVE "O" TO STATUS-L
           MOVE WS-OB-DATA TO DATA-OBIECANA-L
           MOVE WS-OB-PO TO PO-OBIETNICY-L
           MOVE SPACE TO TRYB-DOSTAWY-L
           MOVE WS-TK-KOD TO KOD-TOW-KLIENTA-L
           WRITE ZAML-REC
           IF ERR-L NOT = 0
              MOVE "BLAD ZAPISU LINII" TO WS-POWOD-ODRZUTU
                 MOVE WS-IM-DATA-A TO WS-DATA-WYMAGANA
              END-IF
              MOVE "PRZYJETA" TO WS-RA-WYNIK-O
              MOVE WS-IMP-ORYG TO WS-RA-TRESC-O
              MOVE SPACES TO WS-RA-POWOD-O
              IF WS-OB-PO > 0
                 MOVE WS-OB-DATA TO WS-OB-DATA-O
                 MOVE WS-OB-PO TO WS-OB-PO-O
                 MOVE WS-OB-POWOD TO WS-RA-POWOD-O
              END-IF
              IF WS-MZ-LINIA-PONIZEJ
                 ADD 1 TO WS-MZ-LINIE
                 IF WS-MZ-LINIE = 1
                    OR WS-MZ-MARZA < WS-MZ-MARZA-MIN
                    MOVE WS-MZ-MARZA TO WS-MZ-MARZA-MIN
                    MOVE WS-MZ-PROG TO WS-MZ-PROG-MIN
                 END-IF
                 MOVE WS-MZ-MARZA TO WS-MZ-MARZA-O
                 MOVE WS-MZ-PROG TO WS-MZ-PROG-O
                 MOVE SPACES TO WS-RA-POWOD-O
                 STRING "MARZA " WS-MZ-MARZA-O "% < PROG "
                        WS-MZ-PROG-O DELIMITED BY SIZE
                        INTO WS-RA-POWOD-O
              END-IF
              PERFORM 410-PISZ-RAPORT
           END-IF
           .
              MOVE SPACES TO PRZEWOZNIK-Z
              MOVE 0 TO DATA-REAL-Z
              MOVE 0 TO NR-WZ-Z
              MOVE WS-ADRES-BIEZACY TO ADRES-DOST-Z
              IF WS-MZ-LINIE > 0
                 MOVE "M" TO WSTRZYMANIE-Z
              ELSE
                 MOVE SPACE TO WSTRZYMANIE-Z
              END-IF
              MOVE SPACES TO PRZEDSTAWICIEL-Z
              MOVE SPACE TO POBRANIE-Z
              MOVE 0 TO KWOTA-POBRANIA-Z
              WRITE ZAM-REC
              IF ERR-Z NOT = 0
                 DISPLAY "BLAD ZAPISU NAGLOWKA " WS-NR-ZAM
                 DISPLAY "ZAMOWIENIE " WS-NR-ZAM " KLIENTA "
                         WS-KLIENT-BIEZACY " - LINII: "
                         WS-LINIE-ZAMOWIENIA
                 IF ZAM-WSTRZYMANE-MARZA
                    PERFORM 305-ZAPISZ-WSTRZYMANIE
                 END-IF
                 PERFORM 310-POTWIERDZENIE-ZAMOWIENIA
              END-IF
           END-IF
           MOVE 0 TO WS-LINIE-ZAMOWIENIA
           MOVE 0 TO WS-MZ-LINIE
           .

       305-ZAPISZ-WSTRZYMANIE.

      *    ZAMOWIENIE Z LINIAMI PONIZEJ PROGU MARZY CZEKA NA
      *    ZWOLNIENIE W ZAMOWIENIA.COB (OPCJA M); AUTOREM
      *    WSTRZYMANIA JEST IMPORT

           ADD 1 TO WS-ZAMOWIEN-WSTRZYMANO
           MOVE WS-MZ-MARZA-MIN TO WS-MZ-MARZA-O
           DISPLAY "ZAMOWIENIE " WS-NR-ZAM " WSTRZYMANE (MARZA) - "
                   "LINII PONIZEJ PROGU: " WS-MZ-LINIE
                   " NAJNIZSZA MARZA " WS-MZ-MARZA-O "%"
           MOVE "WSTRZYMANE" TO WS-RA-WYNIK-O
           MOVE SPACES TO WS-RA-TRESC-O
           STRING "ZAMOWIENIE " WS-NR-ZAM " KLIENTA "
                  WS-KLIENT-BIEZACY DELIMITED BY SIZE
                  INTO WS-RA-TRESC-O
           MOVE "MARZA PONIZEJ PROGU - OPCJA M"
                TO WS-RA-POWOD-O
           PERFORM 410-PISZ-RAPORT

           OPEN I-O MZFILE
           IF ERR-MZ = 35
              CLOSE MZFILE
              OPEN OUTPUT MZFILE
              CLOSE MZFILE
              OPEN I-O MZFILE
           END-IF
           IF ERR-MZ NOT = 0
              DISPLAY "BLAD OTWARCIA ZatwierdzeniaMarzy - KOD "
                      ERR-MZ
           ELSE
              MOVE NR-ZAMOWIENIA TO NR-ZAM-MZ
              MOVE KOD-KLIENTA-Z TO KLIENT-MZ
              MOVE "IMPORT" TO TWORCA-MZ
              MOVE DATA-ZAM TO DATA-UTW-MZ
              MOVE "IMPORTZAM" TO ZRODLO-MZ
              MOVE WS-MZ-LINIE TO LINIE-PONIZEJ-MZ
              MOVE WS-MZ-MARZA-MIN TO MARZA-MIN-MZ
              MOVE WS-MZ-PROG-MIN TO PROG-MIN-MZ
              MOVE "O" TO STATUS-MZ
              MOVE SPACES TO DECYDENT-MZ
              MOVE 0 TO DATA-DECYZJI-MZ
              MOVE SPACES TO UZASADNIENIE-MZ
              WRITE MZ-REC
              IF ERR-MZ NOT = 0
                 DISPLAY "BLAD ZAPISU DO ZatwierdzeniaMarzy DLA "
                         "ZAMOWIENIA " NR-ZAMOWIENIA " - KOD " ERR-MZ
              END-IF
              CLOSE MZFILE
           END-IF
           .

       310-POTWIERDZENIE-ZAMOWIENIA.

      *    NUMEROWANE POTWIERDZENIE ZAMOWIENIA DLA KLIENTA Z
      *    TERMINAMI OBIETNICY LINII (SERIA POTWZAM W
      *    NumeryKontrolne, WYDRUK DO PotwierdzeniaZamowien.txt)

           PERFORM 311-POBIERZ-NUMER-POTW
           IF WS-NUMERY-JEST-BLAD
              DISPLAY "NIE MOZNA POBRAC NUMERU POTWIERDZENIA "
                      "DLA ZAMOWIENIA " WS-NR-ZAM
           ELSE
              OPEN EXTEND POTWZFILE
              IF ERR-PTZ NOT = 0
                 CLOSE POTWZFILE
                 OPEN OUTPUT POTWZFILE
              END-IF

              MOVE WS-NR-POTW TO WS-PTZ-NR-O
              MOVE DATA-ZAM TO WS-PTZ-DATA-O
              MOVE NR-ZAMOWIENIA TO WS-PTZ-ZAM-O
              WRITE POTWZ-REC FROM WS-PTZ-NAGLOWEK

              MOVE KOD-KLIENTA-Z TO WS-PTZ-KLIENT-O
              MOVE SPACES TO WS-PTZ-NAZWA-O
              MOVE SPACES TO WS-PTZ-ADRES-O
              OPEN INPUT KLIENCIFILE
              IF ERR-K = 0
                 MOVE KOD-KLIENTA-Z TO KOD-KLIENTA
                 READ KLIENCIFILE
                 IF ERR-K = 0
                    MOVE NAZWA-K TO WS-PTZ-NAZWA-O
                    MOVE ADRES-K TO WS-PTZ-ADRES-O
                 END-IF
                 CLOSE KLIENCIFILE
              END-IF
              WRITE POTWZ-REC FROM WS-PTZ-ODBIORCA

              MOVE 0 TO WS-PTZ-OSTATNI
              MOVE 0 TO WS-PTZ-BEZ-TERMINU
              MOVE NR-ZAMOWIENIA TO NR-ZAM-L
              MOVE 0 TO LP-L
              START ZAMLFILE KEY NOT < KLUCZ-LINII
              IF ERR-L = 0
                 READ ZAMLFILE NEXT
                 PERFORM UNTIL ERR-L > 0
                         OR NR-ZAM-L NOT = NR-ZAMOWIENIA
                    PERFORM 312-POZYCJA-POTWIERDZENIA
                    READ ZAMLFILE NEXT
                 END-PERFORM
                 MOVE 0 TO ERR-L
              END-IF

              IF DATA-WYMAGANA-Z = 0
                 MOVE "BRAK" TO WS-PTZ-WYMAG-O
              ELSE
                 MOVE DATA-WYMAGANA-Z TO WS-PTZ-WYMAG-O
              END-IF
              IF WS-PTZ-BEZ-TERMINU > 0
                 MOVE "DO USTALENIA" TO WS-PTZ-KOMPL-O
              ELSE
                 MOVE WS-PTZ-OSTATNI TO WS-PTZ-KOMPL-O
              END-IF
              WRITE POTWZ-REC FROM WS-PTZ-STOPKA
              MOVE SPACES TO POTWZ-REC
              WRITE POTWZ-REC
              CLOSE POTWZFILE
           END-IF
           .

       311-POBIERZ-NUMER-POTW.

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
              MOVE "POTWZAM" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "POTWZAM" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-POTW
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       312-POZYCJA-POTWIERDZENIA.

           MOVE LP-L TO WS-PTZ-LP-O
           MOVE TOWAR-L TO WS-PTZ-TOWAR-O
           MOVE LOKALIZACJA-L TO WS-PTZ-LOK-O
           MOVE ILOSC-L TO WS-PTZ-ILOSC-O
           IF DATA-OBIECANA-L = 0
              MOVE "DO USTALENIA" TO WS-PTZ-TERMIN-O
              ADD 1 TO WS-PTZ-BEZ-TERMINU
           ELSE
              MOVE DATA-OBIECANA-L TO WS-PTZ-TERMIN-O
              IF DATA-OBIECANA-L > WS-PTZ-OSTATNI
                 MOVE DATA-OBIECANA-L TO WS-PTZ-OSTATNI
              END-IF
           END-IF
           WRITE POTWZ-REC FROM WS-PTZ-POZYCJA
           .

       400-RAPORT-ODRZUT.

           ADD 1 TO WS-LINIE-ODRZUCONE
           MOVE "ODRZUCONA" TO WS-RA-WYNIK-O
           MOVE WS-IMP-ORYG TO WS-RA-TRESC-O
           MOVE WS-POWOD-ODRZUTU TO WS-RA-POWOD-O
           PERFORM 410-PISZ-RAPORT
           .

           WRITE RAP-REC FROM WS-RAP-LINIA
           .

       420-SEKCJA-WYJATKOW.

      *    SEKCJA WYJATKOW NA KONCU RAPORTU: KAZDY NIEZMAPOWANY
      *    NUMER ARTYKULU KLIENTA RAZ, Z LICZBA ODRZUCONYCH LINII
      *    - DO WPISANIA W TowaryKlientow (ZAMOWIENIA, OPCJA 5)

           IF WS-WY-N > 0
              MOVE SPACES TO RAP-REC
              WRITE RAP-REC
              MOVE SPACES TO RAP-REC
              STRING "WYJATKI - KODY KLIENTOW BEZ MAPOWANIA W "
                     "TowaryKlientow:" DELIMITED BY SIZE
                     INTO RAP-REC
              WRITE RAP-REC
              PERFORM VARYING WS-WY-I FROM 1 BY 1
                      UNTIL WS-WY-I > WS-WY-N
                 MOVE WS-WY-KLIENT (WS-WY-I) TO WS-WY-KLIENT-O
                 MOVE WS-WY-KOD (WS-WY-I) TO WS-WY-KOD-O
                 MOVE WS-WY-ILE (WS-WY-I) TO WS-WY-ILE-O
                 WRITE RAP-REC FROM WS-WY-LINIA
              END-PERFORM
              DISPLAY "KODOW KLIENTA BEZ MAPOWANIA: " WS-WY-N
           END-IF
           .
