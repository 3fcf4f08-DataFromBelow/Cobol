      *> MRKLAR.cpy
      *> Suspense clearance transaction for MELLEMKLARERING
      *> (MellemregningKlar.txt): the suspense item number the
      *> branch has traced and the KundeID and KontoNummer it
      *> belongs to. A blank KontoNummer means the customer's
      *> primary account.
           02  MK-NR             pic x(13) value spaces.
           02  filler            pic x(1) value spaces.
           02  MK-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  MK-KONTONUMMER    pic x(20) value spaces.
