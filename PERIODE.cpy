      *> PERIODE.cpy
      *> Accounting period control record, one line per calendar
      *> month in the period file (Perioder.txt). Only PERIODELUKNING
      *> writes it, from authorised close transactions; a month with
      *> no line is open. PERIODETJEK answers the posting programs
      *> whether a booking date lies in a closed month.
      *>   PER-STATUS:   "A" aaben (genaabnet), "L" lukket
      *>   PER-DATO:     day the status was last changed
      *>   PER-OPERATOR: operator who closed or reopened the month
           02  PER-MAANED        pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  PER-STATUS        pic x(1) value "A".
           02  filler            pic x(1) value spaces.
           02  PER-DATO          pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  PER-OPERATOR      pic x(8) value spaces.
