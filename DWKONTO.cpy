      *> DWKONTO.cpy
      *> Account dimension row of the data-warehouse feed
      *> (DwKontoDim.txt), written by DWEKSPORT between a FEEDENV.cpy
      *> header and trailer, kept the same way as the customer
      *> dimension (DWKUNDE.cpy): a change to DWA-ATTRIBUTTER closes
      *> the current row and opens a new one under the next
      *> surrogate key; the current row runs to 99991231. Rows are
      *> in KONTO-NUMMER order, oldest first.
           02  DWA-NOEGLE        pic 9(9) value zeros.
           02  DWA-KONTONUMMER   pic x(20) value spaces.
           02  DWA-GYLDIG-FRA    pic 9(8) value zeros.
           02  DWA-GYLDIG-TIL    pic 9(8) value zeros.
           02  DWA-AKTUEL        pic x(1) value spaces.
           02  DWA-ATTRIBUTTER.
               03  DWA-KUNDEID       pic x(10) value spaces.
               03  DWA-VALUTAKODE    pic x(3) value spaces.
               03  DWA-TYPE          pic x(1) value spaces.
               03  DWA-OPRETTET      pic 9(8) value zeros.
               03  DWA-STATUS        pic x(1) value spaces.
               03  DWA-LUKKET-DATO   pic 9(8) value zeros.
