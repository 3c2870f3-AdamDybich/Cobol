      *    MIESIAC JEST ODRZUCANE. ZAMKNIECIE OKRESU TO JEDEN
      *    KONTROLOWANY KROK: UZGODNIENIE SUM KONTROLNYCH BAZA5
      *    Z KontrolaBaza5.txt, WYCIAG KSIEGOWY OSTATNIEGO DNIA
      *    (KSIEGA I KSIEGAFIN; DNI WCZESNIEJSZE ROBI NOCNY
      *    LANCUCH), REZERWA NA ZAPAS NIEROTUJACY ZA MIESIAC
      *    (REZERWY, TEN SAM DZIEN)
      *    I DOPIERO WTEDY PRZESTAWIENIE STATUSU NA Z

       PROGRAM-ID. OKRESY.
           ELSE

      *       KROK 2: WYCIAG KSIEGOWY OSTATNIEGO DNIA OKRESU
      *       (WCZESNIEJSZE DNI ZROBIL NOCNY LANCUCH) I REZERWA
      *       NA ZAPAS ZA MIESIAC

              MOVE SPACES TO WS-KOMENDA
              STRING "PODAJ DATE OSTATNIEGO WYCIAGU (RRMMDD)"
              STRING "KSIEGA " WS-DATA-WYCIAGU
                     DELIMITED BY SIZE INTO WS-KOMENDA
              CALL "SYSTEM" USING WS-KOMENDA
              IF RETURN-CODE = 0
                 MOVE SPACES TO WS-KOMENDA
                 STRING "KSIEGAFIN " WS-DATA-WYCIAGU
                        DELIMITED BY SIZE INTO WS-KOMENDA
                 CALL "SYSTEM" USING WS-KOMENDA
              END-IF
              IF RETURN-CODE = 0
                 MOVE SPACES TO WS-KOMENDA
                 STRING "REZERWY " WS-DATA-WYCIAGU
                        DELIMITED BY SIZE INTO WS-KOMENDA
                 CALL "SYSTEM" USING WS-KOMENDA
              END-IF
              IF RETURN-CODE NOT = 0
                 DISPLAY "WYCIAG KSIEGOWY ZAKONCZONY BLEDEM "
                         "(KOD " RETURN-CODE ") - OKRES NIE "
