      *> INDBFEED.cpy
      *> Daily incoming-payment notification from the interbank
      *> clearing, one line per transfer received for one of our
      *> accounts: the clearing reference, the beneficiary account
      *> as the payer gave it, amount, settlement date, currency,
      *> the payer's account (reg.nr. and account number or IBAN)
      *> and name, and the payer's message. The notification
      *> arrives in the standard envelope; FEEDPORT hashes on
      *> IFEED-BELOEB.
           02  IFEED-REFERENCE   pic x(16) value spaces.
           02  filler            pic x(1) value spaces.
           02  IFEED-KONTONUMMER pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  IFEED-BELOEB      pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  IFEED-DATO        pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  IFEED-VALUTA      pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  IFEED-AFSENDER-KONTO pic x(34) value spaces.
           02  filler            pic x(1) value spaces.
           02  IFEED-AFSENDER-NAVN pic x(35) value spaces.
           02  filler            pic x(1) value spaces.
           02  IFEED-TEKST       pic x(35) value spaces.
