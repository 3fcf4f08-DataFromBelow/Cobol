      *>              SLET (image of a deleted record)
      *> MJ-KUNDEDATA carries the full customer record with room to
      *> spare, so the journal format survives master-record growth.
      *> MJ-BRUGERID is the operator signed on at OPERATORKONSOL
      *> (OPERATOR_ID), or BATCH for a run outside the console.
           02  MJ-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  MJ-TID            pic 9(6) value zeros.
           02  MJ-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  MJ-KUNDEDATA      pic x(200) value spaces.
           02  filler            pic x(1) value spaces.
           02  MJ-BRUGERID       pic x(8) value spaces.
