      *> MELLEMREG.cpy
      *> Posting suspense item (mellemregning), one line per rejected
      *> debit or credit KONTOPOSTERING could not apply
      *> (Mellemregning.txt). The money has moved, so the amount is
      *> held on the suspense position of the customer's Valutakode
      *> (DKK when the customer is unknown) until the branch clears
      *> it to the right account with MELLEMKLARERING. MR-NR is the
      *> booking date and a running number within the day; the
      *> item's age is counted from MR-NR-DATO.
      *>   MR-STATUS: "A" aaben - staar paa mellemregningen
      *>              "K" klareret til MR-KLAR-KUNDEID/KONTO paa
      *>                  MR-AFSLUT-DATO
      *> MR-POSTDATA carries the rejected posting (POSTTRANS.cpy).
           02  MR-NR.
               03  MR-NR-DATO    pic 9(8) value zeros.
               03  MR-NR-SEQ     pic 9(5) value zeros.
           02  filler            pic x(1) value spaces.
           02  MR-STATUS         pic x(1) value "A".
           02  filler            pic x(1) value spaces.
           02  MR-AARSAG         pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  MR-VALUTA         pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  MR-AFSLUT-DATO    pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  MR-KLAR-KUNDEID   pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  MR-KLAR-KONTO     pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  MR-POSTDATA       pic x(300) value spaces.
