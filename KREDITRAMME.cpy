      *> KREDITRAMME.cpy
      *> Approved credit-limit (kassekredit) record, one per account
      *> in the credit-limit register (Kreditrammer.txt), keyed on
      *> the account number. Inside the limit a negative balance is
      *> agreed, not an overdraft: KONTOPOSTERING lets debits run
      *> down to minus the limit (plus the house tolerance), and
      *> collections only see the part of a negative balance that
      *> lies beyond it.
      *>   KRR-UDLOEB-DATO: last day the limit is valid; zero means
      *>                    no end date
      *>   KRR-FILIALKODE:  branch that granted the limit
           02  KRR-KONTONUMMER   pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  KRR-BELOEB        pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  KRR-UDLOEB-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KRR-FILIALKODE    pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  KRR-BEVILGET-DATO pic 9(8) value zeros.
