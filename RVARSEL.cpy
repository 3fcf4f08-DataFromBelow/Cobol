      *> RVARSEL.cpy
      *> Rate-change notice values, one line per account on
      *> RENTEVARSEL's letter extract: the rate the account's balance
      *> earns (or is charged) today, the rate it will get and the
      *> date the change takes effect. BREVFLET picks the line up by
      *> KundeID and KontoNummer for &GLSATS, &NYSATS and &IKRAFT.
           02  RV-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  RV-KONTO          pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  RV-VALUTA         pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  RV-GL-SATS        pic s9(2)v9(4) value zeros.
           02  filler            pic x(1) value spaces.
           02  RV-NY-SATS        pic s9(2)v9(4) value zeros.
           02  filler            pic x(1) value spaces.
           02  RV-IKRAFT         pic 9(8) value zeros.
