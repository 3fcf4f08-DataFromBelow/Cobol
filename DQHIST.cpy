      *> DQHIST.cpy
      *> Data-quality history (DataKvalitetHistorik.txt), one line
      *> per month and FILIALKODE, kept by DATAKVALITET for the trend
      *> columns of its scorecard. DQH-KUNDER is the customers in the
      *> base that month; DQH-ANTAL(n) the customers with problem n
      *> in the order of the scorecard (1 no birth date, 2 AGE off
      *> the birth date, 3 postal code/city, 4 IBAN, 5 double
      *> spaces in the name, 6 returned mail, 7 no KYC record, 8 no
      *> contact details, 9 not updated for years). DQH-MAALT(n) is
      *> "N" when the check could not be made that month because its
      *> reference file was missing.
           02  DQH-MAANED        pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  DQH-FILIAL        pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  DQH-KUNDER        pic 9(7) value zeros.
           02  DQH-PROBLEM OCCURS 9 TIMES.
               03  filler        pic x(1).
               03  DQH-ANTAL     pic 9(7).
               03  DQH-MAALT     pic x(1).
