      *> status.
      *>   SAM-STATUS: "G" givet (granted), "W" trukket (withdrawn)
      *>   SAM-FORMAAL: purpose code, e.g. MARKETING
      *>   SAM-BRUGERID: who registered the event - the operator
      *>   (OPERATOR_ID) or BATCH; blank on the transaction side.
           02  SAM-KUNDEID       pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  SAM-FORMAAL       pic x(12) value spaces.
           02  SAM-DATO          pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  SAM-KILDE         pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  SAM-BRUGERID      pic x(8) value spaces.
