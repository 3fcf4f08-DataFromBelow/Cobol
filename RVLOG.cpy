      *> RVLOG.cpy
      *> Rate-change notice log: one line per rate period (currency
      *> and effective date on RentePerioder.txt) RENTEVARSEL has
      *> sent notices for, with the date of the notice run and the
      *> number of notices. RENTETILSKRIVNING checks a period that
      *> takes effect in its window against this log.
           02  RL-KODE           pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  RL-FRA-DATO       pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RL-VARSLET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RL-ANTAL          pic 9(7) value zeros.
