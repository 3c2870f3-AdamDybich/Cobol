      *    (112-STATUS-CYKLU W ZAMOWIENIA.COB). DO TEGO RAPORT
      *    TOWAROW WYGASZANYCH Z POZOSTALYM STANEM I POKRYCIEM
      *    W DNIACH (SREDNI DZIENNY POPYT Z PopytHistoria.txt) -
      *    WYGASZANIE MA BYC PLANOWE, NIE PRZYPADKOWE.
      *    KOD CN (NOMENKLATURA SCALONA) I KRAJ POCHODZENIA SA
      *    POTRZEBNE DO DEKLARACJI INTRASTAT (PROGRAM INTRASTAT)
      *    OKRES GWARANCJI W MIESIACACH: DLA KLIENTA (OD DATY
      *    WYDANIA SERIALU) I OD DOSTAWCY (OD DATY PRZYJECIA) -
      *    KORZYSTA Z NICH REJESTR REKLAMACJI W SERIALE.COB
      *    WYMIARY JEDNOSTKI TOWARU (DLUGOSC, SZEROKOSC, WYSOKOSC
      *    W CM) DLA KUBATURY: PALETY, TRASY I POJEMNOSC MIEJSC

       PROGRAM-ID. PARAMTOW.

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

       FD INFILE  BLOCK CONTAINS 0.
       01 IN-REC.
             88 LOK-POBRAN       VALUE "P".
             88 LOK-SKLADOWANIA  VALUE "B".
             88 LOK-WSTRZYMANA   VALUE "H".
             88 LOK-U-KLIENTA    VALUE "K".
          05 MAX-WAGA-LK     PIC 9(7)V99.
          05 MAX-ILOSC-LK    PIC 9(7)V99.
          05 KLIENT-LK       PIC X(10).
          05 DLUGOSC-LK      PIC 9(4)V9.
          05 SZEROKOSC-LK    PIC 9(4)V9.
          05 WYSOKOSC-LK     PIC 9(4)V9.

       FD STREFYFILE.
       01 STREFY-REC PIC X(50).
       01 WS-STATUS PIC X(1).
       01 WS-SERIALIZACJA PIC X(1).
       01 WS-KLASA PIC X(4).
       01 WS-KOD-CN PIC X(8).
       01 WS-KRAJ-POCH PIC X(2).
       01 WS-GWAR-KLIENT PIC X(3).
       01 WS-GWAR-DOST PIC X(3).
       01 WS-DLUGOSC PIC X(7).
       01 WS-SZEROKOSC PIC X(7).
       01 WS-WYSOKOSC PIC X(7).
       01 WS-UN PIC X(4).
       01 WS-KLASA-ADR PIC X(4).
       01 WS-GRUPA-PAK PIC X(3).
       01 WS-MNOZNIK-ADR PIC X(2).
       01 WS-WYMIAR-PROMPT PIC X(40).
       01 WS-WYMIAR-TXT PIC X(7).
       01 WS-STAN-RAZEM PIC 9(9)V99.
       01 WS-ILOSC-LICZBA PIC 9(7)V99.
       01 WS-POKRYCIE PIC 9(5)V9.
                 DISPLAY "PODAJ KLASE SKLADOWANIA (NP. AERO, "
                         "KWAS, SPOZ; PUSTE = BEZ KLASY)"
                 ACCEPT WS-KLASA
                 DISPLAY "PODAJ KOD CN (8 CYFR; PUSTE = BEZ ZMIANY)"
                 ACCEPT WS-KOD-CN
                 DISPLAY "PODAJ KRAJ POCHODZENIA (NP. PL, DE, CN; "
                         "PUSTE = BEZ ZMIANY)"
                 ACCEPT WS-KRAJ-POCH
                 IF WS-KOD-CN NOT = SPACES
                    AND WS-KOD-CN IS NOT NUMERIC
                    DISPLAY "KOD CN MUSI MIEC 8 CYFR - POMINIETY"
                    MOVE SPACES TO WS-KOD-CN
                 END-IF
                 DISPLAY "PODAJ GWARANCJE DLA KLIENTA W MIESIACACH "
                         "(PUSTE = BEZ ZMIANY)"
                 ACCEPT WS-GWAR-KLIENT
                 IF WS-GWAR-KLIENT NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-GWAR-KLIENT) NOT = 0
                    DISPLAY "NIEPRAWIDLOWA LICZBA MIESIECY - POMINIETA"
                    MOVE SPACES TO WS-GWAR-KLIENT
                 END-IF
                 DISPLAY "PODAJ GWARANCJE DOSTAWCY W MIESIACACH "
                         "(PUSTE = BEZ ZMIANY)"
                 ACCEPT WS-GWAR-DOST
                 IF WS-GWAR-DOST NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-GWAR-DOST) NOT = 0
                    DISPLAY "NIEPRAWIDLOWA LICZBA MIESIECY - POMINIETA"
                    MOVE SPACES TO WS-GWAR-DOST
                 END-IF
                 MOVE "PODAJ DLUGOSC JEDNOSTKI W CM" TO WS-WYMIAR-PROMPT
                 PERFORM 110-WCZYTAJ-WYMIAR
                 MOVE WS-WYMIAR-TXT TO WS-DLUGOSC
                 MOVE "PODAJ SZEROKOSC JEDNOSTKI W CM"
                      TO WS-WYMIAR-PROMPT
                 PERFORM 110-WCZYTAJ-WYMIAR
                 MOVE WS-WYMIAR-TXT TO WS-SZEROKOSC
                 MOVE "PODAJ WYSOKOSC JEDNOSTKI W CM"
                      TO WS-WYMIAR-PROMPT
                 PERFORM 110-WCZYTAJ-WYMIAR
                 MOVE WS-WYMIAR-TXT TO WS-WYSOKOSC
                 PERFORM 130-WCZYTAJ-ADR
                 MOVE WS-TOWAR TO KOD-TOWARU-PT
                 READ PARAMTFILE
                 IF ERR-PT = 0
                    MOVE WS-STATUS TO STATUS-CYKLU-PT
                    MOVE WS-SERIALIZACJA TO SERIALIZACJA-PT
                    MOVE WS-KLASA TO KLASA-SKLAD-PT
                    IF WS-KOD-CN NOT = SPACES
                       MOVE WS-KOD-CN TO KOD-CN-PT
                    END-IF
                    IF WS-KRAJ-POCH NOT = SPACES
                       MOVE WS-KRAJ-POCH TO KRAJ-POCH-PT
                    END-IF
                    IF GWAR-KLIENT-PT IS NOT NUMERIC
                       MOVE 0 TO GWAR-KLIENT-PT
                    END-IF
                    IF GWAR-DOST-PT IS NOT NUMERIC
                       MOVE 0 TO GWAR-DOST-PT
                    END-IF
                    IF WS-GWAR-KLIENT NOT = SPACES
                       COMPUTE GWAR-KLIENT-PT =
                               FUNCTION NUMVAL (WS-GWAR-KLIENT)
                    END-IF
                    IF WS-GWAR-DOST NOT = SPACES
                       COMPUTE GWAR-DOST-PT =
                               FUNCTION NUMVAL (WS-GWAR-DOST)
                    END-IF
                    IF DLUGOSC-PT IS NOT NUMERIC
                       MOVE 0 TO DLUGOSC-PT
                    END-IF
                    IF SZEROKOSC-PT IS NOT NUMERIC
                       MOVE 0 TO SZEROKOSC-PT
                    END-IF
                    IF WYSOKOSC-PT IS NOT NUMERIC
                       MOVE 0 TO WYSOKOSC-PT
                    END-IF
                    PERFORM 120-USTAW-WYMIARY
                    IF MNOZNIK-ADR-PT IS NOT NUMERIC
                       MOVE SPACES TO UN-PT
                       MOVE SPACES TO KLASA-ADR-PT
                       MOVE SPACES TO GRUPA-PAK-PT
                       MOVE 0 TO MNOZNIK-ADR-PT
                    END-IF
                    PERFORM 140-USTAW-ADR
                    REWRITE PARAMT-REC
                 ELSE
                    MOVE WS-TOWAR TO KOD-TOWARU-PT
                    MOVE WS-STATUS TO STATUS-CYKLU-PT
                    MOVE WS-SERIALIZACJA TO SERIALIZACJA-PT
                    MOVE WS-KLASA TO KLASA-SKLAD-PT
                    MOVE WS-KOD-CN TO KOD-CN-PT
                    IF WS-KRAJ-POCH = SPACES
                       MOVE "PL" TO KRAJ-POCH-PT
                    ELSE
                       MOVE WS-KRAJ-POCH TO KRAJ-POCH-PT
                    END-IF
                    MOVE 0 TO GWAR-KLIENT-PT
                    MOVE 0 TO GWAR-DOST-PT
                    IF WS-GWAR-KLIENT NOT = SPACES
                       COMPUTE GWAR-KLIENT-PT =
                               FUNCTION NUMVAL (WS-GWAR-KLIENT)
                    END-IF
                    IF WS-GWAR-DOST NOT = SPACES
                       COMPUTE GWAR-DOST-PT =
                               FUNCTION NUMVAL (WS-GWAR-DOST)
                    END-IF
                    MOVE 0 TO DLUGOSC-PT
                    MOVE 0 TO SZEROKOSC-PT
                    MOVE 0 TO WYSOKOSC-PT
                    PERFORM 120-USTAW-WYMIARY
                    MOVE SPACES TO UN-PT
                    MOVE SPACES TO KLASA-ADR-PT
                    MOVE SPACES TO GRUPA-PAK-PT
                    MOVE 0 TO MNOZNIK-ADR-PT
                    PERFORM 140-USTAW-ADR
                    WRITE PARAMT-REC
                 END-IF
                 IF ERR-PT NOT = 0
           END-IF
           .

       110-WCZYTAJ-WYMIAR.

           DISPLAY WS-WYMIAR-PROMPT " (PUSTE = BEZ ZMIANY)"
           ACCEPT WS-WYMIAR-TXT
           IF WS-WYMIAR-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-WYMIAR-TXT) NOT = 0
              DISPLAY "NIEPRAWIDLOWY WYMIAR - POMINIETY"
              MOVE SPACES TO WS-WYMIAR-TXT
           END-IF
           .

       120-USTAW-WYMIARY.

           IF WS-DLUGOSC NOT = SPACES
              COMPUTE DLUGOSC-PT = FUNCTION NUMVAL (WS-DLUGOSC)
           END-IF
           IF WS-SZEROKOSC NOT = SPACES
              COMPUTE SZEROKOSC-PT = FUNCTION NUMVAL (WS-SZEROKOSC)
           END-IF
           IF WS-WYSOKOSC NOT = SPACES
              COMPUTE WYSOKOSC-PT = FUNCTION NUMVAL (WS-WYSOKOSC)
           END-IF
           .

       130-WCZYTAJ-ADR.

      *    DANE ADR: NUMER UN, KLASA, GRUPA PAKOWANIA I MNOZNIK
      *    PUNKTOW WG KATEGORII TRANSPORTOWEJ (1.1.3.6: KAT. 1 = 50,
      *    KAT. 2 = 3, KAT. 3 = 1, KAT. 4 = 0). 0000 = TOWAR NIE
      *    PODLEGA ADR

           DISPLAY "PODAJ NUMER UN (4 CYFRY; 0000 = NIE ADR; "
                   "PUSTE = BEZ ZMIANY)"
           ACCEPT WS-UN
           IF WS-UN NOT = SPACES AND WS-UN IS NOT NUMERIC
              DISPLAY "NUMER UN MUSI MIEC 4 CYFRY - POMINIETY"
              MOVE SPACES TO WS-UN
           END-IF
           IF WS-UN NOT = SPACES AND WS-UN NOT = "0000"
              DISPLAY "PODAJ KLASE ADR (NP. 2, 3, 6.1)"
              ACCEPT WS-KLASA-ADR
              DISPLAY "PODAJ GRUPE PAKOWANIA (I, II, III; PUSTE "
                      "= BRAK)"
              ACCEPT WS-GRUPA-PAK
              MOVE SPACES TO WS-MNOZNIK-ADR
              PERFORM UNTIL WS-MNOZNIK-ADR = "0" OR "1" OR "3"
                                          OR "50"
                 DISPLAY "PODAJ MNOZNIK PUNKTOW ADR (0, 1, 3, 50)"
                 ACCEPT WS-MNOZNIK-ADR
              END-PERFORM
           END-IF
           .

       140-USTAW-ADR.

           IF WS-UN = "0000"
              MOVE SPACES TO UN-PT
              MOVE SPACES TO KLASA-ADR-PT
              MOVE SPACES TO GRUPA-PAK-PT
              MOVE 0 TO MNOZNIK-ADR-PT
           ELSE
              IF WS-UN NOT = SPACES
                 MOVE WS-UN TO UN-PT
                 MOVE WS-KLASA-ADR TO KLASA-ADR-PT
                 MOVE WS-GRUPA-PAK TO GRUPA-PAK-PT
                 COMPUTE MNOZNIK-ADR-PT =
                         FUNCTION NUMVAL (WS-MNOZNIK-ADR)
              END-IF
           END-IF
           .

       200-POKAZ-STATUS.

           OPEN INPUT PARAMTFILE
                 DISPLAY "STATUS CYKLU ZYCIA: " STATUS-CYKLU-PT
                 DISPLAY "SERIALIZACJA      : " SERIALIZACJA-PT
                 DISPLAY "KLASA SKLADOWANIA : " KLASA-SKLAD-PT
                 DISPLAY "KOD CN            : " KOD-CN-PT
                 DISPLAY "KRAJ POCHODZENIA  : " KRAJ-POCH-PT
                 DISPLAY "GWARANCJA KLIENTA : " GWAR-KLIENT-PT
                         " MIES."
                 DISPLAY "GWARANCJA DOSTAWCY: " GWAR-DOST-PT
                         " MIES."
                 DISPLAY "WYMIARY (CM)      : " DLUGOSC-PT " X "
                         SZEROKOSC-PT " X " WYSOKOSC-PT
                 IF UN-PT IS NUMERIC
                    DISPLAY "ADR               : UN" UN-PT
                            " KLASA " KLASA-ADR-PT
                            " GRUPA " GRUPA-PAK-PT
                            " MNOZNIK " MNOZNIK-ADR-PT
                 ELSE
                    DISPLAY "ADR               : NIE DOTYCZY"
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF
              READ PARAMTFILE
              IF ERR-PT = 0
                 MOVE KLASA-SKLAD-PT TO WS-KL-KLASA
                 IF UN-PT IS NUMERIC AND WS-KL-KLASA = SPACES
                    MOVE "ADR" TO WS-KL-KLASA
                 END-IF
              END-IF
              CLOSE PARAMTFILE
           END-IF
