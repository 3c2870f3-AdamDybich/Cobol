       IDENTIFICATION DIVISION.

      *    IMPORTFZ - WSADOWY IMPORT E-FAKTUR DOSTAWCOW DO REJESTRU
      *    FakturyZakupu. PLIKI XML (*.xml) Z KATALOGU
      *    EFakturyZakupu, UKLAD JAK E-FAKTURA WYSTAWIANA PRZEZ
      *    FAKTURY.COB: <Numer>, <Data>, OPCJONALNIE
      *    <TerminPlatnosci> I <Waluta>, <Zamowienie> (NASZ NUMER
      *    PO), <Sprzedawca><NIP>, POZYCJE
      *    <Pozycja towar="KOD DOSTAWCY" ilosc="" cena=""
      *    zamowienie="NR PO"/> (ATRYBUT zamowienie OPCJONALNY).
      *    DATY RRMMDD ALBO RRRR-MM-DD; BRAK TERMINU = DATA
      *    FAKTURY + 14 DNI.
      *    NIP SPRZEDAWCY -> KOD DOSTAWCY Z TABELI DostawcyNIP.txt
      *    (KOD NIP, NIP Z KRESKAMI / PREFIKSEM PL LUB BEZ);
      *    KOD TOWARU DOSTAWCY -> NASZ TOWAR PRZEZ KOD-TOW-DOST-D
      *    W Dostawcy (PUSTY KOD U DOSTAWCY = TAKI SAM JAK NASZ).
      *    LINIA BEZ NUMERU PO DOSTAJE NAJSTARSZE PO TEGO
      *    DOSTAWCY NA TEN TOWAR Z PRZYJETA ILOSCIA, KTOREGO NIE
      *    MA JESZCZE NA ZADNEJ FAKTURZE. KAZDA LINIA PRZECHODZI
      *    KONTROLE TROJSTRONNA JAK 120-LINIA-Z-KONTROLA
      *    W FAKTZAK.COB; FAKTURA Z ROZBIEZNOSCIAMI DOSTAJE
      *    STATUS R, CZYSTA - W (ZATWIERDZENIE JAK DOTAD
      *    W FAKTZAK). FAKTURA, KTOREJ NIE DA SIE ZMAPOWAC, NIE
      *    JEST ZAPISYWANA WCALE - TRAFIA Z POWODAMI DO RAPORTU
      *    WYJATKOW ImportFZRaport.txt I ZOSTAJE W KATALOGU DO
      *    PONOWNEGO IMPORTU PO UZUPELNIENIU TABEL. NUMER FAKTURY
      *    JUZ ZAREJESTROWANY U TEGO DOSTAWCY (NR-OBCY-F) JEST
      *    ODRZUCANY JAKO DUPLIKAT. PLIKI PRZYJETE IDA DO
      *    EFakturyZakupu/przyjete, DUPLIKATY DO
      *    EFakturyZakupu/odrzucone

       PROGRAM-ID. IMPORTFZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTAFILE ASSIGN TO "ImportFZ.lista"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-LI.

           SELECT XMLFILE ASSIGN TO WS-XML-NAZWA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-X.

           SELECT RAPFILE ASSIGN TO "ImportFZRaport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-RA.

           SELECT NIPFILE ASSIGN TO "DostawcyNIP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ERR-NP.

           SELECT DOSTFILE ASSIGN TO "Dostawcy"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-DOST
               STATUS ERR-D.

           SELECT FZFILE ASSIGN TO "FakturyZakupu"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-FZ
               LOCK MODE IS AUTOMATIC
               STATUS ERR-FZ.

           SELECT FZLFILE ASSIGN TO "FakturyZakupuLinie"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-FZL
               STATUS ERR-FL.

           SELECT POMFILE ASSIGN TO "ZamowieniaPOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY NR-PO
               STATUS ERR-POM.

           SELECT CENDFILE ASSIGN TO "CenyDostawcow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-CEND
               STATUS ERR-CD.

           SELECT NUMERYFILE ASSIGN TO "NumeryKontrolne"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY SERIA-N
               LOCK MODE IS AUTOMATIC
               STATUS ERR-N.

       DATA DIVISION.

       FILE SECTION.

       FD LISTAFILE.
       01 LISTA-REC PIC X(100).

       FD XMLFILE.
       01 XML-REC PIC X(200).

       FD RAPFILE.
       01 RAP-REC PIC X(130).

       FD NIPFILE.
       01 NIP-REC PIC X(40).

       FD DOSTFILE  BLOCK CONTAINS 0.
       01 DOST-REC.
          05 KLUCZ-DOST.
             10 KOD-TOWARU-D   PIC X(20).
             10 RANGA-D        PIC 9(2).
          05 KOD-DOSTAWCY      PIC X(10).
          05 NAZWA-DOSTAWCY    PIC X(30).
          05 CZAS-DOSTAWY-D    PIC 9(3).
          05 OPAKOWANIE-D      PIC 9(5).
          05 WALUTA-D          PIC X(3).
          05 AKTYWNY-D         PIC X(1).
             88 DOST-AKTYWNY       VALUE "T".
          05 KOD-TOW-DOST-D    PIC X(20).

       FD FZFILE  BLOCK CONTAINS 0.
       01 FZ-REC.
          05 NR-FZ           PIC 9(7).
          05 KOD-DOSTAWCY-F  PIC X(10).
          05 NR-OBCY-F       PIC X(15).
          05 DATA-FZ         PIC 9(6).
          05 DATA-PLATN-F    PIC 9(6).
          05 WALUTA-F        PIC X(3).
          05 LICZBA-LINII-F  PIC 9(3).
          05 SUMA-NETTO-F    PIC 9(11)V99.
          05 STATUS-FZ       PIC X(1).
             88 FZ-WPROWADZONA  VALUE "W".
             88 FZ-ROZBIEZNA    VALUE "R".
             88 FZ-ZATWIERDZONA VALUE "Z".
             88 FZ-ZAPLACONA    VALUE "P".

       FD FZLFILE  BLOCK CONTAINS 0.
       01 FZL-REC.
          05 KLUCZ-FZL.
             10 NR-FZ-L      PIC 9(7).
             10 LP-FL        PIC 9(3).
          05 NR-PO-FL        PIC 9(7).
          05 TOWAR-FL        PIC X(20).
          05 ILOSC-FL        PIC 9(7)V99.
          05 CENA-FL         PIC 9(7)V99.
          05 FLAGA-ILOSC-FL  PIC X(1).
             88 FZL-ILOSC-ROZNA VALUE "T".
          05 FLAGA-CENA-FL   PIC X(1).
             88 FZL-CENA-ROZNA  VALUE "T".

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
          05 TYP-PO-P         PIC X(1).
             88 PO-DROPSHIP       VALUE "D".
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

       FD CENDFILE  BLOCK CONTAINS 0.
       01 CEND-REC.
          05 KLUCZ-CEND.
             10 KOD-DOSTAWCY-C PIC X(10).
             10 KOD-TOWARU-C   PIC X(20).
             10 DATA-OD-C      PIC 9(6).
          05 DATA-DO-C         PIC 9(6).
          05 CENA-ZAKUPU-C     PIC 9(7)V99.

       FD NUMERYFILE  BLOCK CONTAINS 0.
       01 NUMERY-REC.
          05 SERIA-N         PIC X(10).
          05 NASTEPNY-N      PIC 9(7).

       WORKING-STORAGE SECTION.
       01 ERR-LI PIC 99.
       01 ERR-X PIC 99.
       01 ERR-RA PIC 99.
       01 ERR-NP PIC 99.
       01 ERR-D PIC 99.
       01 ERR-FZ PIC 99.
       01 ERR-FL PIC 99.
       01 ERR-POM PIC 99.
       01 ERR-CD PIC 99.
       01 ERR-N PIC 99.

      *    TOLERANCJA KONTROLI TROJSTRONNEJ W PROCENTACH - TA SAMA
      *    CO W FAKTZAK.COB

       01 TOLERANCJA-PROC PIC 9(2)V99 VALUE 2.

      *    DOMYSLNY TERMIN PLATNOSCI, GDY E-FAKTURA GO NIE PODAJE

       01 DNI-TERMINU PIC 9(3) VALUE 14.

       01 WS-KATALOG PIC X(14) VALUE "EFakturyZakupu".
       01 WS-KOMENDA PIC X(100).
       01 WS-XML-NAZWA PIC X(100).
       01 WS-PLIK-NAZWA PIC X(60).
       01 WS-CEL-NAZWA PIC X(100).
       01 WS-PODKATALOG PIC X(10).
       01 WS-KAT-CZESC PIC X(40).

       01 WS-DZIS PIC 9(6).
       01 WS-KOD-POWROTU PIC 9(2) VALUE 0.
       01 WS-NR-FZ PIC 9(7).
       01 WS-NUMERY-BLAD PIC X(1).
          88 WS-NUMERY-JEST-BLAD VALUE "T".

      *    WCZYTANA LINIA XML: ZNACZNIK I WARTOSC ELEMENTU
      *    (<Znacznik>wartosc</Znacznik>) ORAZ CZESCI LINII
      *    ROZCIETEJ PO CUDZYSLOWACH (ATRYBUTY POZYCJI)

       01 WS-XML-LINIA PIC X(200).
       01 WS-XML-TRESC PIC X(200).
       01 WS-XC-PRZED PIC X(10).
       01 WS-XC-ZNACZNIK PIC X(120).
       01 WS-XC-WARTOSC PIC X(60).
       01 WS-W-SPRZEDAWCY PIC X(1).
          88 WS-JEST-W-SPRZEDAWCY VALUE "T".
       01 WS-XA-TAB.
          05 WS-XA-CZ PIC X(40) OCCURS 12.
       01 WS-XA-I PIC 9(2).
       01 WS-XA-J PIC 9(2).
       01 WS-XA-ILE PIC 9(2).

      *    NAGLOWEK WCZYTANEJ E-FAKTURY

       01 WS-FV-NUMER PIC X(60).
       01 WS-FV-DATA-A PIC X(60).
       01 WS-FV-TERMIN-A PIC X(60).
       01 WS-FV-WALUTA PIC X(60).
       01 WS-FV-NIP PIC X(60).
       01 WS-FV-ZAM-A PIC X(60).
       01 WS-FV-ZA-DUZO PIC X(1).
          88 WS-FV-POZYCJI-ZA-DUZO VALUE "T".

       01 WS-DOSTAWCA-FZ PIC X(10).
       01 WS-DATA-FZ PIC 9(6).
       01 WS-TERMIN-FZ PIC 9(6).
       01 WS-DUPLIKAT PIC X(1).
          88 WS-JEST-DUPLIKAT VALUE "T".
       01 WS-DUPL-NR PIC 9(7).

      *    POZYCJE WCZYTANEJ E-FAKTURY: KOD TOWARU DOSTAWCY,
      *    ILOSC/CENA/NR PO JAK W PLIKU ORAZ WYNIK MAPOWANIA

       01 WS-FL-N PIC 9(3).
       01 WS-FL-I PIC 9(3).
       01 WS-FL-J PIC 9(3).
       01 WS-FL-TAB OCCURS 100.
          05 WS-FL-KOD     PIC X(20).
          05 WS-FL-ILOSC-A PIC X(20).
          05 WS-FL-CENA-A  PIC X(20).
          05 WS-FL-ZAM-A   PIC X(20).
          05 WS-FL-ILOSC   PIC 9(7)V99.
          05 WS-FL-CENA    PIC 9(7)V99.
          05 WS-FL-TOWAR   PIC X(20).
          05 WS-FL-PO      PIC 9(7).

       01 WS-PO-SZUKANE PIC 9(7).
       01 WS-PO-TEKST PIC X(60).
       01 WS-PO-ZAFAKTUROWANE PIC X(1).
          88 WS-PO-JEST-NA-FAKTURZE VALUE "T".
       01 WS-WARTOSC PIC 9(9)V99.

      *    TABELA DostawcyNIP.txt I NORMALIZACJA NIP (SAME CYFRY)

       01 WS-NIP-LINIA.
          05 WS-NP-KOD-A   PIC X(10).
          05 FILLER        PIC X.
          05 WS-NP-NIP-A   PIC X(29).
       01 WS-NIP-WE PIC X(60).
       01 WS-NIP-WY PIC X(20).
       01 WS-NIP-SZUKANY PIC X(20).
       01 WS-NIP-I PIC 9(2).
       01 WS-NIP-J PIC 9(2).

       01 WS-DT-TEKST PIC X(60).
       01 WS-DT-WYNIK PIC 9(6).
       01 WS-DT-RRMMDD.
          05 WS-DT-RR PIC X(2).
          05 WS-DT-MM PIC X(2).
          05 WS-DT-DD PIC X(2).
       01 WS-DT-LICZBA REDEFINES WS-DT-RRMMDD.
          05 WS-DT-RR-N PIC 9(2).
          05 WS-DT-MM-N PIC 9(2).
          05 WS-DT-DD-N PIC 9(2).
       01 WS-TERMIN-INT PIC 9(9).
       01 WS-TERMIN-8 PIC 9(8).

       01 WS-UMOWA-JEST PIC X(1).
          88 WS-MA-UMOWE VALUE "T".
       01 WS-CENA-UMOWNA PIC 9(7)V99.
       01 WS-ROZNICA-PROC PIC S9(5)V99.
       01 WS-ROZNICA-ILOSC PIC S9(7)V99.
       01 WS-LINIE-WPISANE PIC 9(3).
       01 WS-LINIE-ROZBIEZNE PIC 9(3).
       01 WS-SUMA-NETTO PIC 9(11)V99.

       01 WS-BLEDOW-PLIKU PIC 9(3).
       01 WS-PLIKOW PIC 9(5) VALUE 0.
       01 WS-PRZYJETYCH PIC 9(5) VALUE 0.
       01 WS-DUPLIKATOW PIC 9(5) VALUE 0.
       01 WS-WYJATKOW PIC 9(5) VALUE 0.
       01 WS-POWOD PIC X(70).

       01 WS-RAP-LINIA.
          05 WS-RA-WYNIK-O  PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-PLIK-O   PIC X(40).
          05 FILLER         PIC X VALUE SPACE.
          05 WS-RA-TRESC-O  PIC X(70).

       01 WS-LP-O PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY "IMPORT E-FAKTUR DOSTAWCOW Z KATALOGU "
                   "EFakturyZakupu"
           ACCEPT WS-DZIS FROM DATE

      *    LISTA PLIKOW XML W SKRZYNCE ODBIORCZEJ

           MOVE SPACES TO WS-KOMENDA
           STRING "ls -1 " WS-KATALOG "/*.xml > ImportFZ.lista "
                  "2>/dev/null"
                  DELIMITED BY SIZE INTO WS-KOMENDA
           CALL "SYSTEM" USING WS-KOMENDA
           MOVE 0 TO RETURN-CODE

           OPEN INPUT LISTAFILE
           IF ERR-LI NOT = 0
              DISPLAY "BRAK E-FAKTUR W KATALOGU EFakturyZakupu - "
                      "NIC DO ZAIMPORTOWANIA"
              STOP RUN
           END-IF

           PERFORM 050-OTWORZ-PLIKI
           IF WS-KOD-POWROTU NOT = 0
              CLOSE LISTAFILE
              MOVE WS-KOD-POWROTU TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RAPFILE
           MOVE SPACES TO RAP-REC
           STRING "IMPORT E-FAKTUR DOSTAWCOW Z DNIA " WS-DZIS
                  DELIMITED BY SIZE INTO RAP-REC
           WRITE RAP-REC
           MOVE SPACES TO RAP-REC
           WRITE RAP-REC

           MOVE SPACES TO WS-KOMENDA
           STRING WS-KATALOG "/przyjete" DELIMITED BY SIZE
                  INTO WS-KOMENDA
           CALL "CBL_CREATE_DIR" USING WS-KOMENDA
           MOVE SPACES TO WS-KOMENDA
           STRING WS-KATALOG "/odrzucone" DELIMITED BY SIZE
                  INTO WS-KOMENDA
           CALL "CBL_CREATE_DIR" USING WS-KOMENDA
           MOVE 0 TO RETURN-CODE

           READ LISTAFILE
           PERFORM UNTIL ERR-LI > 0
              IF LISTA-REC NOT = SPACES
                 PERFORM 100-PRZETWORZ-PLIK
              END-IF
              READ LISTAFILE
           END-PERFORM

           MOVE SPACES TO RAP-REC
           WRITE RAP-REC
           MOVE SPACES TO RAP-REC
           STRING "PLIKOW: " WS-PLIKOW "  PRZYJETYCH: "
                  WS-PRZYJETYCH "  DUPLIKATOW: " WS-DUPLIKATOW
                  "  WYJATKOW: " WS-WYJATKOW
                  DELIMITED BY SIZE INTO RAP-REC
           WRITE RAP-REC

           CLOSE RAPFILE
           CLOSE LISTAFILE
           CLOSE FZFILE
           CLOSE FZLFILE
           CLOSE POMFILE
           CLOSE DOSTFILE
           IF ERR-CD = 0
              CLOSE CENDFILE
           END-IF

           DISPLAY "---------------------"
           DISPLAY "PLIKOW E-FAKTUR      : " WS-PLIKOW
           DISPLAY "FAKTUR PRZYJETYCH    : " WS-PRZYJETYCH
           DISPLAY "ODRZUCONYCH DUPLIK.  : " WS-DUPLIKATOW
           DISPLAY "WYJATKOW             : " WS-WYJATKOW
           DISPLAY "RAPORT: ImportFZRaport.txt"

           MOVE WS-KOD-POWROTU TO RETURN-CODE
           STOP RUN
           .

       050-OTWORZ-PLIKI.

      *    BEZ ZamowieniaPOM I Dostawcy NIE MA CZEGO MAPOWAC ANI
      *    Z CZYM POROWNAC - PRZEBIEG KONCZY SIE Z RC 8; UMOWY
      *    CENOWE SA OPCJONALNE JAK W FAKTZAK

           OPEN I-O FZFILE
           IF ERR-FZ = 35
              CLOSE FZFILE
              OPEN OUTPUT FZFILE
              CLOSE FZFILE
              OPEN I-O FZFILE
           END-IF
           OPEN I-O FZLFILE
           IF ERR-FL = 35
              CLOSE FZLFILE
              OPEN OUTPUT FZLFILE
              CLOSE FZLFILE
              OPEN I-O FZLFILE
           END-IF
           OPEN INPUT POMFILE
           OPEN INPUT DOSTFILE
           OPEN INPUT CENDFILE

           IF ERR-FZ NOT = 0 OR ERR-FL NOT = 0
              DISPLAY "NIE MOZNA OTWORZYC REJESTRU FakturyZakupu - "
                      "KOD " ERR-FZ "/" ERR-FL
              MOVE 8 TO WS-KOD-POWROTU
           END-IF
           IF ERR-POM NOT = 0
              DISPLAY "BRAK REJESTRU ZamowieniaPOM - NIE MA "
                      "Z CZYM POROWNAC FAKTUR"
              MOVE 8 TO WS-KOD-POWROTU
           END-IF
           IF ERR-D NOT = 0
              DISPLAY "BRAK PLIKU Dostawcy - NIE MA JAK "
                      "ZMAPOWAC TOWAROW"
              MOVE 8 TO WS-KOD-POWROTU
           END-IF
           .

       100-PRZETWORZ-PLIK.

           ADD 1 TO WS-PLIKOW
           MOVE LISTA-REC TO WS-XML-NAZWA
           MOVE SPACES TO WS-KAT-CZESC
           MOVE SPACES TO WS-PLIK-NAZWA
           UNSTRING WS-XML-NAZWA DELIMITED BY "/"
              INTO WS-KAT-CZESC WS-PLIK-NAZWA
           END-UNSTRING
           IF WS-PLIK-NAZWA = SPACES
              MOVE WS-XML-NAZWA TO WS-PLIK-NAZWA
           END-IF

           MOVE 0 TO WS-BLEDOW-PLIKU
           MOVE "N" TO WS-DUPLIKAT
           MOVE SPACES TO WS-DOSTAWCA-FZ

           PERFORM 200-WCZYTAJ-FAKTURE
           IF WS-BLEDOW-PLIKU = 0
              PERFORM 300-MAPUJ-DOSTAWCE
           END-IF
           IF WS-BLEDOW-PLIKU = 0
              PERFORM 310-SPRAWDZ-DUPLIKAT
           END-IF
           IF WS-BLEDOW-PLIKU = 0 AND NOT WS-JEST-DUPLIKAT
              PERFORM 320-MAPUJ-POZYCJE
           END-IF

           EVALUATE TRUE
              WHEN WS-JEST-DUPLIKAT
                 ADD 1 TO WS-DUPLIKATOW
                 MOVE SPACES TO WS-POWOD
                 STRING "DUPLIKAT: FAKTURA "
                        FUNCTION TRIM (WS-FV-NUMER)
                        " DOSTAWCY " FUNCTION TRIM (WS-DOSTAWCA-FZ)
                        " JUZ JAKO FZ " WS-DUPL-NR
                        DELIMITED BY SIZE INTO WS-POWOD
                 MOVE "ODRZUCONA" TO WS-RA-WYNIK-O
                 PERFORM 910-LINIA-RAPORTU
                 MOVE "odrzucone" TO WS-PODKATALOG
                 PERFORM 500-PRZENIES-PLIK
              WHEN WS-BLEDOW-PLIKU > 0
                 ADD 1 TO WS-WYJATKOW
              WHEN OTHER
                 PERFORM 400-ZAPISZ-FAKTURE
           END-EVALUATE
           .

       200-WCZYTAJ-FAKTURE.

           MOVE SPACES TO WS-FV-NUMER
           MOVE SPACES TO WS-FV-DATA-A
           MOVE SPACES TO WS-FV-TERMIN-A
           MOVE SPACES TO WS-FV-WALUTA
           MOVE SPACES TO WS-FV-NIP
           MOVE SPACES TO WS-FV-ZAM-A
           MOVE "N" TO WS-FV-ZA-DUZO
           MOVE "N" TO WS-W-SPRZEDAWCY
           MOVE 0 TO WS-FL-N

           OPEN INPUT XMLFILE
           IF ERR-X NOT = 0
              MOVE SPACES TO WS-POWOD
              STRING "NIE MOZNA OTWORZYC PLIKU - KOD " ERR-X
                     DELIMITED BY SIZE INTO WS-POWOD
              PERFORM 900-WYJATEK
           ELSE
              READ XMLFILE INTO WS-XML-LINIA
              PERFORM UNTIL ERR-X > 0
                 PERFORM 210-LINIA-XML
                 READ XMLFILE INTO WS-XML-LINIA
              END-PERFORM
              CLOSE XMLFILE

              IF WS-FV-NUMER = SPACES
                 MOVE "BRAK NUMERU FAKTURY <Numer>" TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
              IF WS-FV-NUMER(16:) NOT = SPACES
                 MOVE "NUMER FAKTURY DLUZSZY NIZ 15 ZNAKOW"
                      TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
              IF WS-FV-NIP = SPACES
                 MOVE "BRAK NIP SPRZEDAWCY <Sprzedawca><NIP>"
                      TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF

              MOVE WS-FV-DATA-A TO WS-DT-TEKST
              PERFORM 230-DATA-Z-TEKSTU
              MOVE WS-DT-WYNIK TO WS-DATA-FZ
              IF WS-DATA-FZ = 0
                 MOVE "BRAK LUB BLEDNA DATA FAKTURY <Data>"
                      TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
              MOVE 0 TO WS-TERMIN-FZ
              IF WS-FV-TERMIN-A = SPACES
                 IF WS-DATA-FZ > 0
                    PERFORM 235-TERMIN-DOMYSLNY
                 END-IF
              ELSE
                 MOVE WS-FV-TERMIN-A TO WS-DT-TEKST
                 PERFORM 230-DATA-Z-TEKSTU
                 MOVE WS-DT-WYNIK TO WS-TERMIN-FZ
                 IF WS-TERMIN-FZ = 0
                    MOVE "BLEDNY TERMIN PLATNOSCI <TerminPlatnosci>"
                         TO WS-POWOD
                    PERFORM 900-WYJATEK
                 END-IF
              END-IF
              IF WS-FV-WALUTA(4:) NOT = SPACES
                 MOVE "BLEDNY KOD WALUTY <Waluta>" TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF

              IF WS-FL-N = 0
                 MOVE "FAKTURA BEZ POZYCJI <Pozycja>" TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
              IF WS-FV-POZYCJI-ZA-DUZO
                 MOVE "WIECEJ NIZ 100 POZYCJI - WPROWADZ W FAKTZAK"
                      TO WS-POWOD
                 PERFORM 900-WYJATEK
              END-IF
           END-IF
           .

       210-LINIA-XML.

           MOVE FUNCTION TRIM (WS-XML-LINIA) TO WS-XML-TRESC
           MOVE SPACES TO WS-XC-PRZED
           MOVE SPACES TO WS-XC-ZNACZNIK
           MOVE SPACES TO WS-XC-WARTOSC
           UNSTRING WS-XML-TRESC DELIMITED BY "<" OR ">"
              INTO WS-XC-PRZED WS-XC-ZNACZNIK WS-XC-WARTOSC
           END-UNSTRING

           EVALUATE TRUE
              WHEN WS-XC-ZNACZNIK = "Sprzedawca"
                 MOVE "T" TO WS-W-SPRZEDAWCY
              WHEN WS-XC-ZNACZNIK = "/Sprzedawca"
                 MOVE "N" TO WS-W-SPRZEDAWCY
              WHEN WS-XC-ZNACZNIK = "NIP"
                 IF WS-JEST-W-SPRZEDAWCY
                    MOVE WS-XC-WARTOSC TO WS-FV-NIP
                 END-IF
              WHEN WS-XC-ZNACZNIK = "Numer"
                 MOVE WS-XC-WARTOSC TO WS-FV-NUMER
              WHEN WS-XC-ZNACZNIK = "Data"
                 MOVE WS-XC-WARTOSC TO WS-FV-DATA-A
              WHEN WS-XC-ZNACZNIK = "TerminPlatnosci"
                 MOVE WS-XC-WARTOSC TO WS-FV-TERMIN-A
              WHEN WS-XC-ZNACZNIK = "Waluta"
                 MOVE WS-XC-WARTOSC TO WS-FV-WALUTA
              WHEN WS-XC-ZNACZNIK = "Zamowienie"
                 MOVE WS-XC-WARTOSC TO WS-FV-ZAM-A
              WHEN WS-XC-ZNACZNIK(1:8) = "Pozycja "
                 PERFORM 215-POZYCJA-XML
           END-EVALUATE
           .

       215-POZYCJA-XML.

      *    <Pozycja nazwa="wartosc" ...> - CZESCI NIEPARZYSTE
      *    TO NAZWY ATRYBUTOW, PARZYSTE TO ICH WARTOSCI

           IF WS-FL-N = 100
              MOVE "T" TO WS-FV-ZA-DUZO
           ELSE
              ADD 1 TO WS-FL-N
              MOVE SPACES TO WS-FL-KOD (WS-FL-N)
              MOVE SPACES TO WS-FL-ILOSC-A (WS-FL-N)
              MOVE SPACES TO WS-FL-CENA-A (WS-FL-N)
              MOVE SPACES TO WS-FL-ZAM-A (WS-FL-N)
              MOVE 0 TO WS-FL-ILOSC (WS-FL-N)
              MOVE 0 TO WS-FL-CENA (WS-FL-N)
              MOVE SPACES TO WS-FL-TOWAR (WS-FL-N)
              MOVE 0 TO WS-FL-PO (WS-FL-N)

              MOVE SPACES TO WS-XA-TAB
              UNSTRING WS-XML-TRESC DELIMITED BY """"
                 INTO WS-XA-CZ (1) WS-XA-CZ (2) WS-XA-CZ (3)
                      WS-XA-CZ (4) WS-XA-CZ (5) WS-XA-CZ (6)
                      WS-XA-CZ (7) WS-XA-CZ (8) WS-XA-CZ (9)
                      WS-XA-CZ (10) WS-XA-CZ (11) WS-XA-CZ (12)
              END-UNSTRING

              PERFORM VARYING WS-XA-I FROM 1 BY 2
                      UNTIL WS-XA-I > 11
                 COMPUTE WS-XA-J = WS-XA-I + 1
                 MOVE 0 TO WS-XA-ILE
                 INSPECT WS-XA-CZ (WS-XA-I) TALLYING WS-XA-ILE
                         FOR ALL "towar="
                 IF WS-XA-ILE > 0
                    MOVE WS-XA-CZ (WS-XA-J) TO WS-FL-KOD (WS-FL-N)
                 END-IF
                 MOVE 0 TO WS-XA-ILE
                 INSPECT WS-XA-CZ (WS-XA-I) TALLYING WS-XA-ILE
                         FOR ALL "ilosc="
                 IF WS-XA-ILE > 0
                    MOVE WS-XA-CZ (WS-XA-J)
                         TO WS-FL-ILOSC-A (WS-FL-N)
                 END-IF
                 MOVE 0 TO WS-XA-ILE
                 INSPECT WS-XA-CZ (WS-XA-I) TALLYING WS-XA-ILE
                         FOR ALL "cena="
                 IF WS-XA-ILE > 0
                    MOVE WS-XA-CZ (WS-XA-J)
                         TO WS-FL-CENA-A (WS-FL-N)
                 END-IF
                 MOVE 0 TO WS-XA-ILE
                 INSPECT WS-XA-CZ (WS-XA-I) TALLYING WS-XA-ILE
                         FOR ALL "zamowienie="
                 IF WS-XA-ILE > 0
                    MOVE WS-XA-CZ (WS-XA-J) TO WS-FL-ZAM-A (WS-FL-N)
                 END-IF
              END-PERFORM
           END-IF
           .

       230-DATA-Z-TEKSTU.

      *    RRMMDD ALBO RRRR-MM-DD -> RRMMDD; BLEDNA DATA = 0

           MOVE 0 TO WS-DT-WYNIK
           MOVE SPACES TO WS-DT-RRMMDD
           IF WS-DT-TEKST(5:1) = "-" AND WS-DT-TEKST(8:1) = "-"
              AND WS-DT-TEKST(11:) = SPACES
              MOVE WS-DT-TEKST(3:2) TO WS-DT-RR
              MOVE WS-DT-TEKST(6:2) TO WS-DT-MM
              MOVE WS-DT-TEKST(9:2) TO WS-DT-DD
           ELSE
              IF WS-DT-TEKST(7:) = SPACES
                 MOVE WS-DT-TEKST(1:6) TO WS-DT-RRMMDD
              END-IF
           END-IF
           IF WS-DT-RRMMDD IS NUMERIC
              IF WS-DT-MM-N > 0 AND WS-DT-MM-N < 13
                 AND WS-DT-DD-N > 0 AND WS-DT-DD-N < 32
                 MOVE WS-DT-LICZBA TO WS-DT-WYNIK
              END-IF
           END-IF
           .

       235-TERMIN-DOMYSLNY.

           STRING "20" WS-DATA-FZ DELIMITED BY SIZE
                  INTO WS-TERMIN-8
           COMPUTE WS-TERMIN-INT = FUNCTION INTEGER-OF-DATE
                   (WS-TERMIN-8) + DNI-TERMINU
           COMPUTE WS-TERMIN-8 = FUNCTION DATE-OF-INTEGER
                   (WS-TERMIN-INT)
           MOVE WS-TERMIN-8(3:6) TO WS-TERMIN-FZ
           .

       240-NORMUJ-NIP.

      *    Z NIP ZOSTAJA SAME CYFRY (BEZ KRESEK, SPACJI
      *    I PREFIKSU KRAJU)

           MOVE SPACES TO WS-NIP-WY
           MOVE 0 TO WS-NIP-J
           PERFORM VARYING WS-NIP-I FROM 1 BY 1
                   UNTIL WS-NIP-I > 60 OR WS-NIP-J = 20
              IF WS-NIP-WE(WS-NIP-I:1) IS NUMERIC
                 ADD 1 TO WS-NIP-J
                 MOVE WS-NIP-WE(WS-NIP-I:1)
                      TO WS-NIP-WY(WS-NIP-J:1)
              END-IF
           END-PERFORM
           .

       300-MAPUJ-DOSTAWCE.

           MOVE WS-FV-NIP TO WS-NIP-WE
           PERFORM 240-NORMUJ-NIP
           MOVE WS-NIP-WY TO WS-NIP-SZUKANY

           OPEN INPUT NIPFILE
           IF ERR-NP = 0
              READ NIPFILE INTO WS-NIP-LINIA
              PERFORM UNTIL ERR-NP > 0
                      OR WS-DOSTAWCA-FZ NOT = SPACES
                 MOVE WS-NP-NIP-A TO WS-NIP-WE
                 PERFORM 240-NORMUJ-NIP
                 IF WS-NIP-WY = WS-NIP-SZUKANY
                    AND WS-NIP-SZUKANY NOT = SPACES
                    MOVE WS-NP-KOD-A TO WS-DOSTAWCA-FZ
                 END-IF
                 READ NIPFILE INTO WS-NIP-LINIA
              END-PERFORM
              CLOSE NIPFILE
           END-IF

           IF WS-DOSTAWCA-FZ = SPACES
              MOVE SPACES TO WS-POWOD
              STRING "NIP SPRZEDAWCY " FUNCTION TRIM (WS-FV-NIP)
                     " NIEZNANY - BRAK W DostawcyNIP.txt"
                     DELIMITED BY SIZE INTO WS-POWOD
              PERFORM 900-WYJATEK
           END-IF
           .

       310-SPRAWDZ-DUPLIKAT.

      *    TEN SAM NUMER FAKTURY U TEGO SAMEGO DOSTAWCY JUZ
      *    W REJESTRZE (WPISANY RECZNIE ALBO Z WCZESNIEJSZEGO
      *    IMPORTU)

           MOVE 0 TO NR-FZ
           START FZFILE KEY NOT < NR-FZ
           IF ERR-FZ = 0
              READ FZFILE NEXT
              PERFORM UNTIL ERR-FZ > 0 OR WS-JEST-DUPLIKAT
                 IF KOD-DOSTAWCY-F = WS-DOSTAWCA-FZ
                    AND NR-OBCY-F = WS-FV-NUMER
                    MOVE "T" TO WS-DUPLIKAT
                    MOVE NR-FZ TO WS-DUPL-NR
                 END-IF
                 READ FZFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-FZ
           .

       320-MAPUJ-POZYCJE.

           PERFORM VARYING WS-FL-I FROM 1 BY 1
                   UNTIL WS-FL-I > WS-FL-N
              MOVE WS-FL-I TO WS-LP-O

              IF WS-FL-ILOSC-A (WS-FL-I) = SPACES
                 OR FUNCTION TEST-NUMVAL (WS-FL-ILOSC-A (WS-FL-I))
                    NOT = 0
                 MOVE 0 TO WS-WARTOSC
              ELSE
                 COMPUTE WS-WARTOSC =
                         FUNCTION NUMVAL (WS-FL-ILOSC-A (WS-FL-I))
              END-IF
              IF WS-WARTOSC = 0 OR WS-WARTOSC > 9999999.99
                 MOVE SPACES TO WS-POWOD
                 STRING "POZ " WS-LP-O ": BLEDNA ILOSC "
                        WS-FL-ILOSC-A (WS-FL-I)
                        DELIMITED BY SIZE INTO WS-POWOD
                 PERFORM 900-WYJATEK
              ELSE
                 MOVE WS-WARTOSC TO WS-FL-ILOSC (WS-FL-I)
              END-IF

              IF WS-FL-CENA-A (WS-FL-I) = SPACES
                 OR FUNCTION TEST-NUMVAL (WS-FL-CENA-A (WS-FL-I))
                    NOT = 0
                 MOVE 0 TO WS-WARTOSC
              ELSE
                 COMPUTE WS-WARTOSC =
                         FUNCTION NUMVAL (WS-FL-CENA-A (WS-FL-I))
              END-IF
              IF WS-WARTOSC = 0 OR WS-WARTOSC > 9999999.99
                 MOVE SPACES TO WS-POWOD
                 STRING "POZ " WS-LP-O ": BLEDNA CENA "
                        WS-FL-CENA-A (WS-FL-I)
                        DELIMITED BY SIZE INTO WS-POWOD
                 PERFORM 900-WYJATEK
              ELSE
                 MOVE WS-WARTOSC TO WS-FL-CENA (WS-FL-I)
              END-IF

              PERFORM 325-MAPUJ-TOWAR
              IF WS-FL-TOWAR (WS-FL-I) NOT = SPACES
                 PERFORM 330-SZUKAJ-PO
              END-IF
           END-PERFORM
           .

       325-MAPUJ-TOWAR.

      *    KOD DOSTAWCY Z E-FAKTURY SZUKANY W KOD-TOW-DOST-D
      *    WIERSZY Dostawcy TEGO DOSTAWCY; WIERSZ BEZ KODU
      *    U DOSTAWCY PASUJE, GDY DOSTAWCA UZYWA NASZEGO KODU

           MOVE LOW-VALUES TO KLUCZ-DOST
           START DOSTFILE KEY NOT < KLUCZ-DOST
           IF ERR-D = 0
              READ DOSTFILE NEXT
              PERFORM UNTIL ERR-D > 0
                      OR WS-FL-TOWAR (WS-FL-I) NOT = SPACES
                 IF KOD-DOSTAWCY = WS-DOSTAWCA-FZ
                    AND WS-FL-KOD (WS-FL-I) NOT = SPACES
                    IF KOD-TOW-DOST-D = WS-FL-KOD (WS-FL-I)
                       OR (KOD-TOW-DOST-D = SPACES
                           AND KOD-TOWARU-D = WS-FL-KOD (WS-FL-I))
                       MOVE KOD-TOWARU-D TO WS-FL-TOWAR (WS-FL-I)
                    END-IF
                 END-IF
                 READ DOSTFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-D

           IF WS-FL-TOWAR (WS-FL-I) = SPACES
              MOVE SPACES TO WS-POWOD
              STRING "POZ " WS-LP-O ": KOD TOWARU DOSTAWCY "
                     FUNCTION TRIM (WS-FL-KOD (WS-FL-I))
                     " BEZ ODPOWIEDNIKA W Dostawcy"
                     DELIMITED BY SIZE INTO WS-POWOD
              PERFORM 900-WYJATEK
           END-IF
           .

       330-SZUKAJ-PO.

      *    NUMER PO Z POZYCJI, A GDY GO NIE MA - Z NAGLOWKA;
      *    MUSI NALEZEC DO DOSTAWCY I DOTYCZYC TEGO TOWARU

           MOVE 0 TO WS-PO-SZUKANE
           IF WS-FL-ZAM-A (WS-FL-I) NOT = SPACES
              MOVE WS-FL-ZAM-A (WS-FL-I) TO WS-PO-TEKST
           ELSE
              MOVE WS-FV-ZAM-A TO WS-PO-TEKST
           END-IF
           IF WS-PO-TEKST NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-PO-TEKST) = 0
                 COMPUTE WS-WARTOSC = FUNCTION NUMVAL (WS-PO-TEKST)
                 IF WS-WARTOSC < 10000000
                    MOVE WS-WARTOSC TO WS-PO-SZUKANE
                 END-IF
              END-IF
           END-IF

           IF WS-PO-TEKST = SPACES
              PERFORM 335-PO-DLA-TOWARU
           ELSE
              MOVE WS-PO-SZUKANE TO NR-PO
              IF WS-PO-SZUKANE > 0
                 READ POMFILE
              ELSE
                 MOVE 23 TO ERR-POM
              END-IF
              EVALUATE TRUE
                 WHEN ERR-POM NOT = 0
                    MOVE SPACES TO WS-POWOD
                    STRING "POZ " WS-LP-O ": NIEZNANY NUMER PO "
                           FUNCTION TRIM (WS-PO-TEKST)
                           DELIMITED BY SIZE INTO WS-POWOD
                    PERFORM 900-WYJATEK
                 WHEN KOD-DOSTAWCY-P NOT = WS-DOSTAWCA-FZ
                    MOVE SPACES TO WS-POWOD
                    STRING "POZ " WS-LP-O ": PO " NR-PO
                           " NALEZY DO DOSTAWCY " KOD-DOSTAWCY-P
                           DELIMITED BY SIZE INTO WS-POWOD
                    PERFORM 900-WYJATEK
                 WHEN TOWAR-P NOT = WS-FL-TOWAR (WS-FL-I)
                    MOVE SPACES TO WS-POWOD
                    STRING "POZ " WS-LP-O ": PO " NR-PO
                           " DOTYCZY TOWARU "
                           FUNCTION TRIM (TOWAR-P) ", NIE "
                           FUNCTION TRIM (WS-FL-TOWAR (WS-FL-I))
                           DELIMITED BY SIZE INTO WS-POWOD
                    PERFORM 900-WYJATEK
                 WHEN OTHER
                    MOVE NR-PO TO WS-FL-PO (WS-FL-I)
              END-EVALUATE
              MOVE 0 TO ERR-POM
           END-IF
           .

       335-PO-DLA-TOWARU.

      *    NAJSTARSZE PO DOSTAWCY NA TEN TOWAR Z PRZYJETA
      *    ILOSCIA, NIEOBECNE NA ZADNEJ FAKTURZE ANI NA
      *    WCZESNIEJSZEJ POZYCJI TEJ SAMEJ E-FAKTURY

           MOVE 0 TO NR-PO
           START POMFILE KEY NOT < NR-PO
           IF ERR-POM = 0
              READ POMFILE NEXT
              PERFORM UNTIL ERR-POM > 0
                      OR WS-FL-PO (WS-FL-I) > 0
                 IF KOD-DOSTAWCY-P = WS-DOSTAWCA-FZ
                    AND TOWAR-P = WS-FL-TOWAR (WS-FL-I)
                    AND ILOSC-PRZYJ-P > 0
                    MOVE NR-PO TO WS-PO-SZUKANE
                    PERFORM 337-PO-NA-FAKTURZE
                    IF NOT WS-PO-JEST-NA-FAKTURZE
                       MOVE NR-PO TO WS-FL-PO (WS-FL-I)
                    END-IF
                 END-IF
                 READ POMFILE NEXT
              END-PERFORM
           END-IF
           MOVE 0 TO ERR-POM

           IF WS-FL-PO (WS-FL-I) = 0
              MOVE SPACES TO WS-POWOD
              STRING "POZ " WS-LP-O ": BRAK NIEZAFAKTUROWANEGO "
                     "PRZYJETEGO PO NA TOWAR "
                     FUNCTION TRIM (WS-FL-TOWAR (WS-FL-I))
                     DELIMITED BY SIZE INTO WS-POWOD
              PERFORM 900-WYJATEK
           END-IF
           .

       337-PO-NA-FAKTURZE.

           MOVE "N" TO WS-PO-ZAFAKTUROWANE
           PERFORM VARYING WS-FL-J FROM 1 BY 1
                   UNTIL WS-FL-J NOT < WS-FL-I
              IF WS-FL-PO (WS-FL-J) = WS-PO-SZUKANE
                 MOVE "T" TO WS-PO-ZAFAKTUROWANE
              END-IF
           END-PERFORM

           IF NOT WS-PO-JEST-NA-FAKTURZE
              MOVE 0 TO NR-FZ-L
              MOVE 0 TO LP-FL
              START FZLFILE KEY NOT < KLUCZ-FZL
              IF ERR-FL = 0
                 READ FZLFILE NEXT
                 PERFORM UNTIL ERR-FL > 0
                         OR WS-PO-JEST-NA-FAKTURZE
                    IF NR-PO-FL = WS-PO-SZUKANE
                       MOVE "T" TO WS-PO-ZAFAKTUROWANE
                    END-IF
                    READ FZLFILE NEXT
                 END-PERFORM
              END-IF
              MOVE 0 TO ERR-FL
           END-IF
           .

       400-ZAPISZ-FAKTURE.

           PERFORM 430-POBIERZ-NUMER
           IF WS-NUMERY-JEST-BLAD
              MOVE "NIE MOZNA POBRAC NUMERU FZAKUP Z NumeryKontrolne"
                   TO WS-POWOD
              PERFORM 900-WYJATEK
              ADD 1 TO WS-WYJATKOW
           ELSE
              MOVE 0 TO WS-LINIE-WPISANE
              MOVE 0 TO WS-LINIE-ROZBIEZNE
              MOVE 0 TO WS-SUMA-NETTO
              PERFORM VARYING WS-FL-I FROM 1 BY 1
                      UNTIL WS-FL-I > WS-FL-N
                 MOVE WS-FL-PO (WS-FL-I) TO NR-PO
                 READ POMFILE
                 IF ERR-POM = 0
                    PERFORM 420-LINIA-Z-KONTROLA
                 END-IF
              END-PERFORM
              MOVE 0 TO ERR-POM

              MOVE WS-NR-FZ TO NR-FZ
              MOVE WS-DOSTAWCA-FZ TO KOD-DOSTAWCY-F
              MOVE WS-FV-NUMER TO NR-OBCY-F
              MOVE WS-DATA-FZ TO DATA-FZ
              MOVE WS-TERMIN-FZ TO DATA-PLATN-F
              MOVE WS-FV-WALUTA TO WALUTA-F
              MOVE WS-LINIE-WPISANE TO LICZBA-LINII-F
              MOVE WS-SUMA-NETTO TO SUMA-NETTO-F
              IF WS-LINIE-ROZBIEZNE > 0
                 MOVE "R" TO STATUS-FZ
              ELSE
                 MOVE "W" TO STATUS-FZ
              END-IF
              WRITE FZ-REC
              IF ERR-FZ NOT = 0
                 MOVE SPACES TO WS-POWOD
                 STRING "NIE UDALO SIE ZAPISAC FAKTURY " WS-NR-FZ
                        " - KOD " ERR-FZ
                        DELIMITED BY SIZE INTO WS-POWOD
                 PERFORM 900-WYJATEK
                 ADD 1 TO WS-WYJATKOW
                 MOVE 8 TO WS-KOD-POWROTU
              ELSE
                 ADD 1 TO WS-PRZYJETYCH
                 MOVE SPACES TO WS-POWOD
                 STRING "FZ " WS-NR-FZ " " WS-DOSTAWCA-FZ " "
                        NR-OBCY-F " LINII " WS-LINIE-WPISANE
                        " ROZBIEZNYCH " WS-LINIE-ROZBIEZNE
                        " STATUS " STATUS-FZ
                        DELIMITED BY SIZE INTO WS-POWOD
                 MOVE "PRZYJETA" TO WS-RA-WYNIK-O
                 PERFORM 910-LINIA-RAPORTU
                 MOVE "przyjete" TO WS-PODKATALOG
                 PERFORM 500-PRZENIES-PLIK
              END-IF
           END-IF
           .

       420-LINIA-Z-KONTROLA.

      *    KONTROLA TROJSTRONNA LINII - TA SAMA CO
      *    120-LINIA-Z-KONTROLA W FAKTZAK.COB, BEZ DIALOGU;
      *    ROZBIEZNOSCI IDA DO RAPORTU

           MOVE WS-NR-FZ TO NR-FZ-L
           COMPUTE LP-FL = WS-LINIE-WPISANE + 1
           MOVE NR-PO TO NR-PO-FL
           MOVE TOWAR-P TO TOWAR-FL
           MOVE WS-FL-ILOSC (WS-FL-I) TO ILOSC-FL
           MOVE WS-FL-CENA (WS-FL-I) TO CENA-FL
           MOVE "N" TO FLAGA-ILOSC-FL
           MOVE "N" TO FLAGA-CENA-FL
           MOVE LP-FL TO WS-LP-O

           COMPUTE WS-ROZNICA-ILOSC = ILOSC-FL - ILOSC-PRZYJ-P
           IF WS-ROZNICA-ILOSC NOT = 0
              MOVE "T" TO FLAGA-ILOSC-FL
              MOVE SPACES TO WS-POWOD
              STRING "POZ " WS-LP-O " PO " NR-PO
                     ": ROZBIEZNOSC ILOSCI " ILOSC-FL
                     " VS PRZYJETO " ILOSC-PRZYJ-P
                     DELIMITED BY SIZE INTO WS-POWOD
              MOVE "ROZBIEZNA" TO WS-RA-WYNIK-O
              PERFORM 910-LINIA-RAPORTU
           END-IF

           IF CENA-PO > 0
              COMPUTE WS-ROZNICA-PROC ROUNDED =
                      (CENA-FL - CENA-PO) * 100 / CENA-PO
              IF WS-ROZNICA-PROC > TOLERANCJA-PROC
                 OR WS-ROZNICA-PROC < 0 - TOLERANCJA-PROC
                 MOVE "T" TO FLAGA-CENA-FL
                 MOVE SPACES TO WS-POWOD
                 STRING "POZ " WS-LP-O " PO " NR-PO
                        ": ROZBIEZNOSC CENY VS PO " CENA-FL
                        " VS " CENA-PO
                        DELIMITED BY SIZE INTO WS-POWOD
                 MOVE "ROZBIEZNA" TO WS-RA-WYNIK-O
                 PERFORM 910-LINIA-RAPORTU
              END-IF
           END-IF

           PERFORM 450-SZUKAJ-UMOWY
           IF WS-MA-UMOWE AND WS-CENA-UMOWNA > 0
              COMPUTE WS-ROZNICA-PROC ROUNDED =
                      (CENA-FL - WS-CENA-UMOWNA) * 100
                      / WS-CENA-UMOWNA
              IF WS-ROZNICA-PROC > TOLERANCJA-PROC
                 OR WS-ROZNICA-PROC < 0 - TOLERANCJA-PROC
                 MOVE "T" TO FLAGA-CENA-FL
                 MOVE SPACES TO WS-POWOD
                 STRING "POZ " WS-LP-O " PO " NR-PO
                        ": ROZBIEZNOSC CENY VS UMOWA " CENA-FL
                        " VS " WS-CENA-UMOWNA
                        DELIMITED BY SIZE INTO WS-POWOD
                 MOVE "ROZBIEZNA" TO WS-RA-WYNIK-O
                 PERFORM 910-LINIA-RAPORTU
              END-IF
           END-IF

           WRITE FZL-REC
           IF ERR-FL NOT = 0
              DISPLAY "NIE UDALO SIE ZAPISAC LINII " LP-FL
                      " FAKTURY " WS-NR-FZ " - KOD " ERR-FL
              MOVE 8 TO WS-KOD-POWROTU
           ELSE
              ADD 1 TO WS-LINIE-WPISANE
              COMPUTE WS-SUMA-NETTO = WS-SUMA-NETTO +
                      ILOSC-FL * CENA-FL
              IF FZL-ILOSC-ROZNA OR FZL-CENA-ROZNA
                 ADD 1 TO WS-LINIE-ROZBIEZNE
              END-IF
           END-IF
           .

       430-POBIERZ-NUMER.

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
              MOVE "FZAKUP" TO SERIA-N
              READ NUMERYFILE
              IF ERR-N NOT = 0
                 MOVE "FZAKUP" TO SERIA-N
                 MOVE 1 TO NASTEPNY-N
                 WRITE NUMERY-REC
              END-IF
              MOVE NASTEPNY-N TO WS-NR-FZ
              ADD 1 TO NASTEPNY-N
              REWRITE NUMERY-REC
              IF ERR-N NOT = 0
                 MOVE "T" TO WS-NUMERY-BLAD
              END-IF
              CLOSE NUMERYFILE
           END-IF
           .

       450-SZUKAJ-UMOWY.

      *    UMOWA OBOWIAZUJACA W DACIE FAKTURY; PRZY KILKU
      *    PASUJACYCH WYGRYWA TA Z NAJPOZNIEJSZA DATA-OD
      *    (JAK 150-SZUKAJ-UMOWY W FAKTZAK.COB)

           MOVE "N" TO WS-UMOWA-JEST
           MOVE 0 TO WS-CENA-UMOWNA

           IF ERR-CD = 0
              MOVE WS-DOSTAWCA-FZ TO KOD-DOSTAWCY-C
              MOVE TOWAR-P TO KOD-TOWARU-C
              MOVE 0 TO DATA-OD-C
              START CENDFILE KEY NOT < KLUCZ-CEND
              IF ERR-CD = 0
                 READ CENDFILE NEXT
                 PERFORM UNTIL ERR-CD > 0
                         OR KOD-DOSTAWCY-C NOT = WS-DOSTAWCA-FZ
                         OR KOD-TOWARU-C NOT = TOWAR-P
                    IF DATA-OD-C <= WS-DATA-FZ
                       AND (DATA-DO-C = 0
                            OR DATA-DO-C >= WS-DATA-FZ)
                       MOVE "T" TO WS-UMOWA-JEST
                       MOVE CENA-ZAKUPU-C TO WS-CENA-UMOWNA
                    END-IF
                    READ CENDFILE NEXT
                 END-PERFORM
              END-IF
              MOVE 0 TO ERR-CD
           END-IF
           .

       500-PRZENIES-PLIK.

           MOVE SPACES TO WS-CEL-NAZWA
           STRING WS-KATALOG "/" DELIMITED BY SIZE
                  WS-PODKATALOG DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-PLIK-NAZWA DELIMITED BY SPACE
                  INTO WS-CEL-NAZWA
           CALL "CBL_RENAME_FILE" USING WS-XML-NAZWA WS-CEL-NAZWA
           IF RETURN-CODE NOT = 0
              DISPLAY "UWAGA: NIE UDALO SIE PRZENIESC "
                      FUNCTION TRIM (WS-XML-NAZWA) " DO "
                      FUNCTION TRIM (WS-CEL-NAZWA)
              MOVE 0 TO RETURN-CODE
           END-IF
           .

       900-WYJATEK.

           ADD 1 TO WS-BLEDOW-PLIKU
           MOVE "WYJATEK" TO WS-RA-WYNIK-O
           PERFORM 910-LINIA-RAPORTU
           .

       910-LINIA-RAPORTU.

           MOVE WS-PLIK-NAZWA TO WS-RA-PLIK-O
           MOVE WS-POWOD TO WS-RA-TRESC-O
           WRITE RAP-REC FROM WS-RAP-LINIA
           .
