      *> KASSETRANS.cpy
      *> Counter cash transaction, one line per cash deposit or
      *> withdrawal keyed at a branch till (KasseTrans.txt). The
      *> branch system appends the lines through the day; the
      *> end-of-day run KASSEOPGOER turns them into postings and
      *> balances the tills against them.
      *>   KT-ART: "I" indbetaling (cash in, credits the account),
      *>           "U" udbetaling (cash out, debits the account)
      *>   KT-BRUGERID: the operator at the till (OPERATOR.cpy)
           02  KT-FILIAL         pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  KT-KASSE          pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  KT-BRUGERID       pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  KT-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KT-TID            pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  KT-ART            pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KT-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KT-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  KT-BELOEB         pic 9(7)v99 value zeros.
