      *> UANVENDT.cpy
      *> Unapplied incoming payment, one line per transfer from
      *> another bank that could not be matched to an active account
      *> (UanvendteIndbetalinger.txt). INDBETALINGINDLAES retries
      *> the match every day and sends the payment back to the payer
      *> once it has waited the configured number of days.
      *>   UAN-STATUS: "U" uanvendt - venter paa match
      *>               "A" anvendt senere paa en konto
      *>               "R" returneret til afsender
           02  UAN-REFERENCE     pic x(16) value spaces.
           02  UAN-KONTONUMMER   pic x(20) value spaces.
           02  UAN-BELOEB        pic 9(7)v99 value zeros.
           02  UAN-VALUTA        pic x(3) value spaces.
           02  UAN-VALOER-DATO   pic 9(8) value zeros.
           02  UAN-AFSENDER-KONTO pic x(34) value spaces.
           02  UAN-AFSENDER-NAVN pic x(35) value spaces.
           02  UAN-TEKST         pic x(35) value spaces.
           02  UAN-MODTAGET-DATO pic 9(8) value zeros.
           02  UAN-STATUS        pic x(1) value "U".
           02  UAN-AFSLUT-DATO   pic 9(8) value zeros.
