      *> ECLPARAM.cpy
      *> Expected-credit-loss parameter record, one line per IFRS 9
      *> stage (ECLParametre.txt), maintained by accounting:
      *>   EP-STADIE: "1", "2" or "3"
      *>   EP-DAGE:   days past due from which an account is put in
      *>              the stage at the latest (stage 1 ignores it)
      *>   EP-TABSSATS: loss rate in percent of the DKK exposure
           02  EP-STADIE         pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  EP-DAGE           pic 9(5) value zeros.
           02  filler            pic x(1) value spaces.
           02  EP-TABSSATS       pic 9(3)v9(4) value zeros.
