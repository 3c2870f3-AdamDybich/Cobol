      *    WZORCOW, KTORYM NADSZEDL TERMIN, HONORUJE BLOKADE
      *    KLIENTA I DOPISUJE NUMERY UTWORZONYCH ZAMOWIEN DO
      *    KoniecDniaLog.txt (WPISY INFORMACYJNE Z NUMEREM
      *    KROKU 00 - NIE WPLYWAJA NA WZNOWIENIA LANCUCHA).
      *    WZORZEC MOZE WSKAZYWAC ADRES DOSTAWY KLIENTA
      *    (AdresyDostaw) - PRZECHODZI ON NA KAZDE ZAMOWIENIE;
      *    ADRES USUNIETY LUB NIEAKTYWNY WSTRZYMUJE GENERACJE

       PROGRAM-ID. STALE.

               RECORD KEY KOD-KLIENTA
               STATUS ERR-K.

           SELECT TKFILE ASSIGN TO "TowaryKlientow"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-TK
               ALTERNATE RECORD KEY KLUCZ-NASZ-TK WITH DUPLICATES
               STATUS ERR-TK.

           SELECT ADRDFILE ASSIGN TO "AdresyDostaw"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY KLUCZ-ADRD
               STATUS ERR-AD.

           SELECT ZAMOWFILE ASSIGN TO "Zamowienia"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
          05 LICZBA-LINII-S  PIC 9(3).
          05 AKTYWNE-S       PIC X(1).
             88 STALE-AKTYWNE VALUE "T".
          05 ADRES-DOST-S    PIC X(6).

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

       FD STALELFILE  BLOCK CONTAINS 0.
       01 STALEL-REC.
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
       01 ERR-L PIC 99.
       01 ERR-N PIC 99.
       01 ERR-LOG PIC 99.
       01 ERR-AD PIC 99.
       01 ERR-TK PIC 99.
       01 WS-ADRES-OK PIC X(1).
          88 WS-ADRES-JEST-OK VALUE "T".

       01 WS-PARAM PIC X(10).
       01 WS-DZIS PIC 9(6).
              MOVE WS-NR-STALE TO NR-STALE
              DISPLAY "PODAJ KOD KLIENTA"
              ACCEPT KOD-KLIENTA-S
              MOVE "N" TO WS-ADRES-OK
              PERFORM UNTIL WS-ADRES-JEST-OK
                 DISPLAY "PODAJ KOD ADRESU DOSTAWY (PUSTE = ADRES "
                         "KLIENTA)"
                 ACCEPT ADRES-DOST-S
                 PERFORM 105-SPRAWDZ-ADRES
                 IF NOT WS-ADRES-JEST-OK
                    DISPLAY "KLIENT NIE MA AKTYWNEGO ADRESU "
                            ADRES-DOST-S
                 END-IF
              END-PERFORM
              DISPLAY "CZESTOTLIWOSC: T = CO TYDZIEN, "
                      "M = CO MIESIAC"
              ACCEPT CZESTOTLIWOSC-S
           END-IF
           .

       105-SPRAWDZ-ADRES.

      *    KOD ADRESU DOSTAWY WZORCA MUSI BYC AKTYWNYM ADRESEM
      *    KLIENTA W AdresyDostaw; PUSTY KOD = ADRES KLIENTA

           MOVE "N" TO WS-ADRES-OK
           IF ADRES-DOST-S = SPACES
              MOVE "T" TO WS-ADRES-OK
           ELSE
              OPEN INPUT ADRDFILE
              IF ERR-AD = 0
                 MOVE KOD-KLIENTA-S TO KOD-KLIENTA-AD
                 MOVE ADRES-DOST-S TO KOD-ADRESU-AD
                 READ ADRDFILE
                 IF ERR-AD = 0 AND ADRES-AKTYWNY
                    MOVE "T" TO WS-ADRES-OK
                 END-IF
                 CLOSE ADRDFILE
              END-IF
           END-IF
           .

       110-WPROWADZ-LINIE-STALE.

           DISPLAY "PODAJ TOWAR (PUSTE = KONIEC)"
                 READ STALEFILE NEXT
                 PERFORM UNTIL ERR-S > 0
                    DISPLAY NR-STALE " KLIENT " KOD-KLIENTA-S
                            " ADR " ADRES-DOST-S
                            " CZEST " CZESTOTLIWOSC-S
                            " NASTEPNY " DATA-NASTEPNA-S
                            " AKTYWNE " AKTYWNE-S
                 DISPLAY "NIE ZNALEZIONO WZORCA"
              ELSE
                 DISPLAY "WZORZEC " NR-STALE " KLIENT "
                         KOD-KLIENTA-S " ADR " ADRES-DOST-S
                         " CZEST "
                         CZESTOTLIWOSC-S " NASTEPNY "
                         DATA-NASTEPNA-S " AKTYWNE " AKTYWNE-S
                 MOVE NR-STALE TO NR-STALE-L
              ADD 1 TO WS-POMINIETE
              DISPLAY "WZORZEC " NR-STALE " - KLIENT "
                      KOD-KLIENTA-S " ZABLOKOWANY, POMINIETY"
           ELSE
           PERFORM 105-SPRAWDZ-ADRES
           IF NOT WS-ADRES-JEST-OK
              ADD 1 TO WS-POMINIETE
              DISPLAY "WZORZEC " NR-STALE " - ADRES DOSTAWY "
                      ADRES-DOST-S " NIEAKTYWNY LUB USUNIETY, "
                      "POMINIETY"
           ELSE
              MOVE "ZAMOWIENIE" TO WS-SERIA
              PERFORM 130-POBIERZ-NUMER
                    MOVE SPACES TO PRZEWOZNIK-Z
                    MOVE 0 TO DATA-REAL-Z
                    MOVE 0 TO NR-WZ-Z
                    MOVE ADRES-DOST-S TO ADRES-DOST-Z
                    MOVE SPACE TO WSTRZYMANIE-Z
                    MOVE SPACES TO PRZEDSTAWICIEL-Z
                    MOVE SPACE TO POBRANIE-Z
                    MOVE 0 TO KWOTA-POBRANIA-Z
                    WRITE ZAM-REC
                    IF ERR-Z NOT = 0
                       DISPLAY "BLAD ZAPISU NAGLOWKA - KOD "
                 END-IF
              END-IF
           END-IF
           END-IF
           .

       315-SPRAWDZ-BLOKADE.
       320-PRZEPISZ-LINIE-WZORCA.

           MOVE 0 TO WS-LINII-PRZEPISANO
           OPEN INPUT TKFILE
           MOVE NR-STALE TO NR-STALE-L
           MOVE 0 TO LP-SL
           START STALELFILE KEY NOT < KLUCZ-SL
                 MOVE ILOSC-SL TO ILOSC-L
                 MOVE 0 TO ILOSC-WYDANA-L
                 MOVE "O" TO STATUS-L
                 MOVE 0 TO DATA-OBIECANA-L
                 MOVE 0 TO PO-OBIETNICY-L
                 MOVE SPACE TO TRYB-DOSTAWY-L
                 PERFORM 325-KOD-KLIENTA-LINII
                 WRITE ZAML-REC
                 IF ERR-L = 0
                    ADD 1 TO WS-LINII-PRZEPISANO
              END-PERFORM
              MOVE 0 TO ERR-SL
           END-IF
           IF ERR-TK = 0
              CLOSE TKFILE
           END-IF
           .

       325-KOD-KLIENTA-LINII.

      *    NUMER ARTYKULU KLIENTA DLA TOWARU LINII Z TowaryKlientow
      *    (MAPOWANIE ODWROTNE) - DLA FAKTURY, WZ I AWIZA

           MOVE SPACES TO KOD-TOW-KLIENTA-L
           IF ERR-TK = 0
              MOVE KOD-KLIENTA-S TO KLIENT-NASZ-TK
              MOVE TOWAR-L TO TOWAR-TK
              READ TKFILE KEY IS KLUCZ-NASZ-TK
              IF ERR-TK = 0
                 MOVE KOD-TOW-KL-TK TO KOD-TOW-KLIENTA-L
              END-IF
              MOVE 0 TO ERR-TK
           END-IF
           .

       330-NASTEPNY-TERMIN.
