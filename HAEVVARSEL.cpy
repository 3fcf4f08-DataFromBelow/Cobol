      *> HAEVVARSEL.cpy
      *> Withdrawal notice on an account whose product rule asks for
      *> notice (PRODREGEL.cpy PR-VARSEL-DAGE), one line per notice
      *> on HaeveVarsler.txt, keyed by the branch when the customer
      *> gives notice. KONTOPOSTERING takes the oldest open notice on
      *> the account that covers the debit and was given early
      *> enough, and stamps it used with the booking date.
      *>   HV-BELOEB: the most the notice covers, in the account's
      *>     currency
      *>   HV-BRUGT-DATO: zero while the notice is open
           02  HV-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  HV-VARSLET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  HV-BELOEB         pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  HV-BRUGT-DATO     pic 9(8) value zeros.
