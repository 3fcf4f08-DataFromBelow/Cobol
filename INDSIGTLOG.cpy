      *> INDSIGTLOG.cpy
      *> Access-request export log (IndsigtLog.txt), appended by
      *> GDPRINDSIGT - one line per request handled, the proof that
      *> the request was answered within the one-month deadline.
      *>   IL-STATUS: "RETTIDIG " exported on or before the due date
      *>              "FORSINKET" exported after the due date
      *>              "AFVIST   " not exported (see IL-DOKUMENT for
      *>                          the reason)
      *>   IL-ANTAL: data elements written to the document
      *>   IL-DOKUMENT: the document file, or the rejection reason
           02  IL-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  IL-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  IL-SAGSNR         pic x(12) value spaces.
           02  filler            pic x(1) value spaces.
           02  IL-MODTAGET-DATO  pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  IL-FRIST-DATO     pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  IL-STATUS         pic x(9) value spaces.
           02  filler            pic x(1) value spaces.
           02  IL-ANTAL          pic 9(7) value zeros.
           02  filler            pic x(1) value spaces.
           02  IL-DOKUMENT       pic x(60) value spaces.
           02  filler            pic x(1) value spaces.
           02  IL-BRUGERID       pic x(8) value spaces.
