      *    USUWA Z DYSKU KOPIE STARSZE NIZ ZADANY WIEK, ZAWSZE
      *    ZOSTAWIAJAC N NAJNOWSZYCH, I PRZEPISUJE KATALOG
      *    KatalogKopii.txt BEZ USUNIETYCH POZYCJI. KAZDE
      *    USUNIECIE JEST ODNOTOWYWANE W RetencjaLog.txt.
      *    RAZEM Z KOPIA Baza5_... ZNIKA JEJ KOPIA WARSTW KOSZTU
      *    FIFO Warstwy_... (O ILE ISTNIEJE)

       PROGRAM-ID. RETENCJA.

       01 WS-USUNIETE PIC 9(3) VALUE 0.
       01 WS-ZOSTAWIONE PIC 9(3) VALUE 0.
       01 WS-NAZWA-PLIKU PIC X(40).
       01 WS-NAZWA-WARSTW PIC X(40).
       01 WS-LOG-LINIA.
          05 WS-LOG-DATA-O PIC 9(6).
          05 FILLER        PIC X(10) VALUE " USUNIETO ".
              END-IF
              WRITE LOG-REC FROM WS-LOG-LINIA
              CLOSE LOGFILE
              IF WS-NAZWA-PLIKU(1:5) = "Baza5"
                 MOVE SPACES TO WS-NAZWA-WARSTW
                 STRING "Warstwy" WS-NAZWA-PLIKU(6:35)
                        DELIMITED BY SIZE INTO WS-NAZWA-WARSTW
                 CALL "CBL_DELETE_FILE" USING WS-NAZWA-WARSTW
      *          STARSZE KOPIE NIE MAJA KOPII WARSTW - TO NIE BLAD
                 MOVE 0 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "NIE UDALO SIE USUNAC PLIKU: "
                      WS-NAZWA-PLIKU " (ZOSTAJE W KATALOGU)"
