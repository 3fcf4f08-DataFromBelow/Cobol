      *> KINFAUDIT.cpy
      *> Before/after audit record for the contact details
      *> (KontaktAudit.txt), appended by KONTAKTVEDLIGEHOLD.
      *>   KA-KODE: "O" oprettet (no before-image), "A" aendret,
      *>            "S" slettet (no after-image)
      *>   KA-FOER, KA-EFTER: the KONTAKTINFO.cpy line before and
      *>            after the change.
      *>   KA-BRUGERID: the operator (OPERATOR_ID) or BATCH.
           02  KA-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KA-TID            pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  KA-KODE           pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KA-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KA-BRUGERID       pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  KA-FOER           pic x(128) value spaces.
           02  filler            pic x(1) value spaces.
           02  KA-EFTER          pic x(128) value spaces.
