      *    PRZEBIEG. KROKI NIENALEZNE TEJ NOCY SA LOGOWANE
      *    WYNIKIEM "POMINIETY" - ODROZNIALNYM OD "BLAD" -
      *    A WZNOWIENIA TRAKTUJA JE JAK ZALATWIONE
      *
      *    KROK NIEUDANY JEST PRZY WZNOWIENIU URUCHAMIANY OD
      *    POCZATKU - PROGRAM KROKU ODPOWIADA ZA TO, BY PONOWNE
      *    URUCHOMIENIE NIE DUBLOWALO SKUTKOW (NP. FAKTURY
      *    DOKANCZA PRZERWANA FAKTURE Z PUNKTU KONTROLNEGO I
      *    KONCZY SIE KODEM 8, GDY JEJ NIE DOKONCZYL)

       PROGRAM-ID. KONIEC-DNIA.

