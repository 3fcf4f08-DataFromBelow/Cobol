      *> OPERTRANS.cpy
      *> Operator-register maintenance transaction, applied by
      *> OPERATORVEDLIGEHOLD to Operatorer.txt (OPERATOR.cpy).
      *>   OPT-KODE: O opret - new operator, all fields required
      *>             A aendr - name, branch and role (blank = keep)
      *>             K ny kode - new personal code; also lifts a
      *>               lockout
      *>             S spaer - block the operator
      *>             F frigiv - lift a block, keep the code
           02  OPT-KODE          pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  OPT-BRUGERID      pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  OPT-NAVN          pic x(30) value spaces.
           02  filler            pic x(1) value spaces.
           02  OPT-FILIAL        pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  OPT-ROLLE         pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  OPT-KODEORD       pic x(8) value spaces.
