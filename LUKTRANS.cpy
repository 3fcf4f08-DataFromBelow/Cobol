      *> LUKTRANS.cpy
      *> Account-closure request for KONTOLUKNING, keyed by the
      *> branch: the account to close and where the remaining
      *> balance goes after final interest and the closing fee -
      *> either one of our own accounts (LT-MODKONTO) or an account
      *> at another bank (LT-MODT-IBAN with the holder's name). An
      *> account that settles at exactly zero needs neither.
           02  LT-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  LT-MODKONTO       pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  LT-MODT-IBAN      pic x(34) value spaces.
           02  filler            pic x(1) value spaces.
           02  LT-MODT-NAVN      pic x(35) value spaces.
