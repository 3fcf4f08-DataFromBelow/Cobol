      *> BETALING.cpy
      *> Future-dated one-off payment (betalingsoversigt), one line
      *> per payment in the payment warehouse (Betalingsoversigt.txt).
      *> The branch keys a single bill to be paid on a given day; the
      *> bank-day release run turns it into a BETL debit posting on
      *> the first bank day on or after BET-FORFALD-DATO.
      *>   BET-STATUS: "V" venter paa forfald
      *>               "F" frigivet, svar fra KONTOPOSTERING udestaar
      *>               "B" betalt
      *>               "A" annulleret af kunden
      *>               "O" opgivet - manglende daekning eller afvist
      *>   BET-FORSOEG: number of times the payment has been released
           02  BET-ID            pic x(10) value spaces.
           02  BET-KUNDEID       pic x(10) value spaces.
           02  BET-KONTONUMMER   pic x(20) value spaces.
           02  BET-BELOEB        pic 9(7)v99 value zeros.
           02  BET-FORFALD-DATO  pic 9(8) value zeros.
           02  BET-TEKST         pic x(20) value spaces.
           02  BET-MODKONTO      pic x(20) value spaces.
           02  BET-STATUS        pic x(1) value "V".
           02  BET-FORSOEG       pic 9(2) value zeros.
           02  BET-FRIGIVET-DATO pic 9(8) value zeros.
           02  BET-AFSLUT-DATO   pic 9(8) value zeros.
           02  BET-OPRETTET      pic 9(8) value zeros.
