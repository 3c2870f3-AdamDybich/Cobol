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

       FD ZAMOWREORG  BLOCK CONTAINS 0.
       01 ZAMR-REC.
          05 LICZBA-LINII-ZR PIC 9(3).
          05 FILLER          PIC X(1).
          05 FAKTURA-ZR      PIC 9(7).
          05 FILLER          PIC X(55).

       FD ZAMLFILE  BLOCK CONTAINS 0.
       01 ZAML-REC.
          05 ILOSC-L         PIC 9(7)V99.
          05 ILOSC-WYDANA-L  PIC 9(7)V99.
          05 STATUS-L        PIC X(1).
          05 DATA-OBIECANA-L PIC 9(6).
          05 PO-OBIETNICY-L  PIC 9(7).
          05 TRYB-DOSTAWY-L  PIC X(1).
          05 KOD-TOW-KLIENTA-L PIC X(20).

       FD ZAMLREORG  BLOCK CONTAINS 0.
       01 ZAMLR-REC.
          05 ILOSC-LR        PIC 9(7)V99.
          05 ILOSC-WYDANA-LR PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 FILLER          PIC X(34).

       FD POMFILE  BLOCK CONTAINS 0.
       01 POM-REC.
          05 CENA-PO          PIC 9(7)V99.
          05 WALUTA-P         PIC X(3).
          05 STATUS-PO        PIC X(1).
          05 TYP-PO-P         PIC X(1).
          05 ZAM-DS-P         PIC 9(7).
          05 LP-DS-P          PIC 9(3).
          05 ODBIORCA-DS-P    PIC X(30).
          05 ADRES-DS-P       PIC X(40).

       FD POMREORG  BLOCK CONTAINS 0.
       01 POMR-REC.
          05 ILOSC-PRZYJ-PR  PIC 9(7)V99.
          05 FILLER          PIC X(12).
          05 CENA-PO-R       PIC 9(7)V99.
          05 FILLER          PIC X(85).

       FD KLIENCIFILE  BLOCK CONTAINS 0.
       01 KLIENT-REC.
          05 TRYB-FAKTUR-K   PIC X(1).
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

       FD KLIENCIREORG  BLOCK CONTAINS 0.
       01 KLIENTR-REC.
          05 KOD-KLIENTA-R   PIC X(10).
          05 FILLER          PIC X(70).
          05 LIMIT-KR        PIC 9(9)V99.
          05 FILLER          PIC X(37).

       FD DOSTFILE  BLOCK CONTAINS 0.
       01 DOST-REC.
          05 OPAKOWANIE-D    PIC 9(5).
          05 WALUTA-D        PIC X(3).
          05 AKTYWNY-D       PIC X(1).
          05 KOD-TOW-DOST-D  PIC X(20).

       FD DOSTREORG  BLOCK CONTAINS 0.
       01 DOSTR-REC.
          05 FILLER           PIC X(40).
          05 CZAS-DOSTAWY-DR  PIC 9(3).
          05 OPAKOWANIE-DR    PIC 9(5).
          05 FILLER           PIC X(24).

       FD KONTRFILE.
       01 KONTR-REC PIC X(40).
