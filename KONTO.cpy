      *> and its balance is mirrored into Balance on the customer
      *> master so the classic single-account reports stay correct.
      *>   KONTO-TYPE: "L" loenkonto (primary), "O" opsparing,
      *>               "B" budget, "A" anden, "U" boerneopsparing,
      *>               "V" opsparing med opsigelsesvarsel,
      *>               "T" tidsindskud (term, rate and maturity on
      *>               the term-deposit register, TIDSINDSKUD.cpy)
      *>               - what each type allows is on the product
      *>               rule table (PRODREGEL.cpy)
      *>   KONTO-STATUS: "A" aaben, "L" lukket by KONTOLUKNING - a
      *>               closed account is kept, never deleted, and
      *>               takes no posting dated after
      *>               KONTO-LUKKET-DATO
           02  KONTO-NUMMER      pic x(20) value spaces.
           02  KONTO-KUNDEID     pic x(10) value spaces.
           02  KONTO-VALUTAKODE  pic x(3) value spaces.
           02  KONTO-SALDO       pic s9(7)v99 value zeros.
           02  KONTO-TYPE        pic x(1) value "L".
           02  KONTO-OPRETTET    pic 9(8) value zeros.
           02  KONTO-STATUS      pic x(1) value "A".
           02  KONTO-LUKKET-DATO pic 9(8) value zeros.
