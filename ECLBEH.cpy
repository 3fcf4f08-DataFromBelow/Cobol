      *> ECLBEH.cpy
      *> Expected-credit-loss holding, one line per overdrawn account
      *> provided for at a month end (ECLBeholdning.txt), written by
      *> ECLHENSAETTELSE and read back the following month as the
      *> opening position of the movement report. A month without
      *> overdrawn accounts is carried by a single line with
      *> EB-KUNDEID blank, so the month is always known.
      *> EB-SALDO is the balance in the account's own currency;
      *> EB-EKSPONERING and EB-HENSAETTELSE are in DKK.
           02  EB-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  EB-MAANED         pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  EB-STADIE         pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  EB-VALUTA         pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  EB-SALDO          pic s9(9)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  EB-EKSPONERING    pic 9(11)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  EB-TABSSATS       pic 9(3)v9(4) value zeros.
           02  filler            pic x(1) value spaces.
           02  EB-HENSAETTELSE   pic 9(11)v99 value zeros.
