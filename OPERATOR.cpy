      *> OPERATOR.cpy
      *> Operator register record (Operatorer.txt), one line per
      *> person allowed on OPERATORKONSOL. The signed-on OP-BRUGERID
      *> is handed to every step the console starts (OPERATOR_ID)
      *> and stamped on journal, audit, KYC, consent and error
      *> records; a run outside the console stamps BATCH.
      *>   OP-ROLLE: e.g. OPERATOR, FILIAL, LEDER, REVISOR
      *>   OP-FEJL-ANTAL: failed sign-ons in a row, reset by a
      *>                  good sign-on
      *>   OP-SPAERRET: "J" when the failed sign-ons reached the
      *>                limit (or the operator was blocked by
      *>                OPERATORVEDLIGEHOLD); "N" otherwise
           02  OP-BRUGERID       pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  OP-NAVN           pic x(30) value spaces.
           02  filler            pic x(1) value spaces.
           02  OP-FILIAL         pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  OP-ROLLE          pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  OP-KODEORD        pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  OP-FEJL-ANTAL     pic 9(1) value zeros.
           02  filler            pic x(1) value spaces.
           02  OP-SPAERRET       pic x(1) value "N".
           02  filler            pic x(1) value spaces.
           02  OP-SIDSTE-DATO    pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  OP-SIDSTE-TID     pic 9(6) value zeros.
