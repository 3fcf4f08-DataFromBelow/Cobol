      *> TIDSTRANS.cpy
      *> Term-deposit order keyed by the branch (TidsindskudOrdrer.txt)
      *> for TIDSINDSKUD. The account is opened on the account master
      *> beforehand with KONTO-TYPE "T".
      *>   TT-ART: "O" opret - a new deposit on the account with
      *>           principal, start date (zero = the booking date),
      *>           term in months, fixed rate (zero = the current
      *>           rate for the currency and term on
      *>           Tidsindskudssatser.txt) and instruction; a
      *>           TT-FRA-KONTO of our own is debited the principal
      *>           on the start date, a blank one means the deposit
      *>           is paid in separately on the start date
      *>           "I" instruks - new TT-INSTRUKS/TT-UDBET-KONTO for
      *>           an active deposit
      *>           "B" brud - the deposit is broken before maturity:
      *>           interest to the booking date, the break fee, and
      *>           the rest paid out to TT-UDBET-KONTO (blank = the
      *>           register's payout account)
      *>   TT-INSTRUKS: "U" or "F", see TIDSINDSKUD.cpy
           02  TT-ART            pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  TT-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  TT-HOVEDSTOL      pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  TT-STARTDATO      pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  TT-LOEBETID       pic 9(3) value zeros.
           02  filler            pic x(1) value spaces.
           02  TT-RENTESATS      pic 9(2)v9(4) value zeros.
           02  filler            pic x(1) value spaces.
           02  TT-INSTRUKS       pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  TT-UDBET-KONTO    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  TT-FRA-KONTO      pic x(20) value spaces.
