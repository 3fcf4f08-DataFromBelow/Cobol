      *> RESVFEED.cpy
      *> Nightly authorisation-hold feed from the card system, one
      *> line per authorisation not yet cleared: account number, the
      *> card system's authorisation id, the authorised amount, the
      *> authorisation date and the merchant text. The feed arrives
      *> in the standard envelope; FEEDPORT hashes on RFEED-BELOEB.
           02  RFEED-KONTONUMMER pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  RFEED-AUTH-ID     pic x(12) value spaces.
           02  filler            pic x(1) value spaces.
           02  RFEED-BELOEB      pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  RFEED-DATO        pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RFEED-TEKST       pic x(20) value spaces.
