      *> TIDSSATS.cpy
      *> Term-deposit rate table (Tidsindskudssatser.txt): the fixed
      *> annual rate in percent a new term of TS-LOEBETID months in
      *> TS-VALUTA gets from TS-FRA-DATO, until a later line for the
      *> same currency and term takes over. TIDSINDSKUD fixes the
      *> rate of a term when it starts - on opening and on renewal.
           02  TS-VALUTA         pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  TS-LOEBETID       pic 9(3) value zeros.
           02  filler            pic x(1) value spaces.
           02  TS-FRA-DATO       pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  TS-SATS           pic 9(2)v9(4) value zeros.
