      *>                              e.g. "P" paper-statement fee)
      *>                   SALDOTIER (balance in GEBYR-LAV..GEBYR-HOEJ,
      *>                              whole units, signed)
      *>                   HAEVNING  (per account: GEBYR-BELOEB for
      *>                              every withdrawal last calendar
      *>                              month above the free count of
      *>                              the account's product rule,
      *>                              PRODREGEL.cpy; GEBYR-VALUTA
      *>                              matched to the account)
           02  GEBYR-KODE        pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  GEBYR-BELOEB      pic 9(5)v99 value zeros.
