      *> RETSHOLD.cpy
      *> Legal-hold register (RetsHold.txt), one line per hold on a
      *> customer under investigation, in litigation or with an open
      *> estate. While a hold is in force the customer's accounts
      *> cannot be closed and no destructive run may erase, archive
      *> or purge the customer. Maintained by RETSHOLDVEDLIGEHOLD
      *> (authorised operators only), read through RETSHOLDOPSLAG.
      *>   RH-AARSAG: "U" undersoegelse, "R" retssag, "D" aabent
      *>              doedsbo, "A" anden (see RH-AARSAG-TEKST)
      *>   RH-ANMODER: who asked for the hold (department or case
      *>              handler)
      *>   RH-REVIEW-DATO: the hold must be reviewed by this date
      *>   RH-SLUT-DATO: zero while the hold is in force; the day it
      *>              was lifted otherwise - a lifted hold is kept
      *>              for the record
      *>   RH-AENDRET-DATO, RH-BRUGERID: last change and who made
      *>              it (OPERATOR_ID)
           02  RH-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  RH-AARSAG         pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  RH-AARSAG-TEKST   pic x(30) value spaces.
           02  filler            pic x(1) value spaces.
           02  RH-ANMODER        pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  RH-START-DATO     pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RH-REVIEW-DATO    pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RH-SLUT-DATO      pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RH-AENDRET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  RH-BRUGERID       pic x(8) value spaces.
