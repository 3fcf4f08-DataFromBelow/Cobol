      *> PERSALDO.cpy
      *> Period-end balance per Valutakode (PeriodeSaldi.txt),
      *> written by PERIODELUKNING when a month is closed: opening
      *> balance, the month's net movement (credits less debits)
      *> and closing balance of the customer positions. The next
      *> month's close takes its opening balance from here.
           02  PSA-MAANED        pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  PSA-VALUTA        pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  PSA-PRIMO         pic s9(11)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  PSA-BEVAEGELSE    pic s9(11)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  PSA-ULTIMO        pic s9(11)v99 value zeros.
