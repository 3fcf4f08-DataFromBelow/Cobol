      *> SVTRANS.cpy
      *> Account-takeover case transaction (SvindelTrans.txt),
      *> processed by SVINDELVEDLIGEHOLD. The operator must be on
      *> the list of operators authorised to work fraud cases.
      *>   SVT-KODE: "B" bekraeft sagen - debits on the case's
      *>                 account are refused from the next posting
      *>                 run (an open case only)
      *>             "F" frikend - the sequence was the customer's
      *>                 own doing (an open case only)
      *>             "O" ophaev spaerringen paa en bekraeftet sag
           02  SVT-KODE          pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  SVT-SAGSNR        pic x(15) value spaces.
           02  filler            pic x(1) value spaces.
           02  SVT-OPERATOR      pic x(8) value spaces.
