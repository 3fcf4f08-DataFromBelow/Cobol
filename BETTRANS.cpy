      *> BETTRANS.cpy
      *> Payment-warehouse maintenance transaction, applied by
      *> BETALINGSVEDLIGEHOLD the same validated way KUNDEVEDLIGEHOLD
      *> applies customer maintenance.
      *>   BTR-KODE: "O" opret ny betaling, "A" annuller betaling
      *> A cancellation only needs BTR-ID and BTR-KUNDEID.
           02  BTR-KODE          pic x(1) value spaces.
           02  BTR-ID            pic x(10) value spaces.
           02  BTR-KUNDEID       pic x(10) value spaces.
           02  BTR-KONTONUMMER   pic x(20) value spaces.
           02  BTR-BELOEB        pic 9(7)v99 value zeros.
           02  BTR-FORFALD-DATO  pic 9(8) value zeros.
           02  BTR-TEKST         pic x(20) value spaces.
           02  BTR-MODKONTO      pic x(20) value spaces.
