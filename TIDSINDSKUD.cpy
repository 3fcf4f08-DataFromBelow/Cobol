      *> TIDSINDSKUD.cpy
      *> Term-deposit register (Tidsindskud.txt), one line per
      *> account of KONTO-TYPE "T": the agreed principal, start
      *> date, term in months, maturity date, fixed annual rate in
      *> percent and what happens at maturity. Written by TIDSINDSKUD
      *> from the branch's orders and rewritten by every run;
      *> KONTOPOSTERING reads it to keep postings off a deposit
      *> before maturity.
      *>   TI-INSTRUKS: "U" udbetal - principal and interest go to
      *>                TI-UDBET-KONTO at maturity
      *>                "F" forny - interest is added and the deposit
      *>                starts a new term at the then-current rate
      *>   TI-UDBET-KONTO: our own account the deposit is paid out
      *>                to (at maturity, or when it is broken early)
      *>   TI-STATUS: "A" aktiv, "U" udbetalt ved forfald,
      *>              "B" brudt foer forfald (break fee charged)
      *>   TI-VARSLET-DATO: date the maturity notice of the current
      *>              term went out; zero until then
      *>   TI-AFSLUTTET-DATO: date the deposit was paid out or broken
           02  TI-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  TI-HOVEDSTOL      pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  TI-STARTDATO      pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  TI-LOEBETID       pic 9(3) value zeros.
           02  filler            pic x(1) value spaces.
           02  TI-FORFALDSDATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  TI-RENTESATS      pic 9(2)v9(4) value zeros.
           02  filler            pic x(1) value spaces.
           02  TI-INSTRUKS       pic x(1) value "U".
           02  filler            pic x(1) value spaces.
           02  TI-UDBET-KONTO    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  TI-STATUS         pic x(1) value "A".
           02  filler            pic x(1) value spaces.
           02  TI-VARSLET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  TI-AFSLUTTET-DATO pic 9(8) value zeros.
