      *> SKATHJEM.cpy
      *> Tax-residency self-certification register
      *> (Skattehjemsted.txt), one line per KundeID, maintained by
      *> SKATTEVEDLIGEHOLD and read by SKATTEGENNEMSYN and
      *> CRSINDBERETNING for the CRS/FATCA exchange.
      *>   SH-LAND(n): the countries the customer has certified tax
      *>     residency in, filled from the first; ISO code from the
      *>     country catalogue (Landekoder.txt), "DK" for Denmark and
      *>     "US" also for a US citizen living here (FATCA).
      *>   SH-TIN(n): the customer's tax identification number in
      *>     that country; required for every country but DK.
      *>   SH-SELVCERT-DATO: the date the customer signed the
      *>     self-certification.
      *>   SH-AENDRET-DATO, SH-BRUGERID: last change and who made
      *>     it - the operator (OPERATOR_ID) or BATCH.
           02  SH-KUNDEID        pic x(10) value spaces.
           02  SH-HJEMSTED OCCURS 3 TIMES.
               03  filler        pic x(1).
               03  SH-LAND       pic x(2).
               03  filler        pic x(1).
               03  SH-TIN        pic x(20).
           02  filler            pic x(1) value spaces.
           02  SH-SELVCERT-DATO  pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  SH-AENDRET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  SH-BRUGERID       pic x(8) value spaces.
