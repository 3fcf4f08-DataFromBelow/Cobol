      *> GODKEND.cpy
      *> Four-eyes approval item (Godkendelser.txt): one sensitive
      *> maintenance transaction or posting held back from the
      *> nightly runs by GODKENDELSESFILTER until a second operator
      *> - never the one who keyed it - has approved or rejected it
      *> at the console (GODKENDELSE).
      *>   GD-KILDE:  KUND customer maintenance (KUNDTRANS.cpy)
      *>              ADRS address change (ADRTRANS.cpy)
      *>              POST posting (POSTTRANS.cpy)
      *>   GD-AARSAG: KONT account-number change
      *>              KANL channel change to digital post
      *>              SALD address change on a customer with an
      *>                   account balance over the limit
      *>              BELB posting amount over the limit
      *>   GD-STATUS: V venter  - waiting for a second operator
      *>              G godkendt - released by the next filter run
      *>              A afvist  - never applied
      *>              U udfoert - released into the nightly run on
      *>                          GD-UDFOERT-DATO
      *> GD-NR is the date the item was held back and a running
      *> number within the day; its waiting time counts from
      *> GD-NR-DATO. GD-INDTASTER is the keying operator from the
      *> transaction (UKENDT when the transaction carried none).
      *> GD-TRANSDATA carries the held transaction with room to
      *> spare.
           02  GD-NR.
               03  GD-NR-DATO    pic 9(8) value zeros.
               03  GD-NR-SEQ     pic 9(5) value zeros.
           02  filler            pic x(1) value spaces.
           02  GD-STATUS         pic x(1) value "V".
           02  filler            pic x(1) value spaces.
           02  GD-KILDE          pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  GD-AARSAG         pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  GD-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  GD-INDTASTER      pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  GD-GODKENDER      pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  GD-AFGJORT-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  GD-AFGJORT-TID    pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  GD-UDFOERT-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  GD-TRANSDATA      pic x(300) value spaces.
