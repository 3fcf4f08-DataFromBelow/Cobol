      *> RHTRANS.cpy
      *> Legal-hold maintenance transaction (RetsHoldTrans.txt),
      *> processed by RETSHOLDVEDLIGEHOLD. The operator must be on
      *> the list of operators authorised to maintain legal holds.
      *>   RHT-KODE: "N" ny retshold - RHT-START-DATO zero means
      *>                 today
      *>             "R" ny review-dato og/eller aarsag paa en
      *>                 retshold i kraft
      *>             "L" loeft retsholdet - RHT-SLUT-DATO zero
      *>                 means today
           02  RHT-KODE          pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  RHT-KUNDEID       pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  RHT-AARSAG        pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  RHT-AARSAG-TEKST  pic x(30) value spaces.
           02  filler            pic x(1) value spaces.
           02  RHT-ANMODER       pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  RHT-START-DATO    pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RHT-REVIEW-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RHT-SLUT-DATO     pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RHT-OPERATOR      pic x(8) value spaces.
