      *> body file the consuming program reads, and the hash type.
      *>   FK-TYPE: SALDO (hash = sum of SFEED-SALDO)
      *>            KURS  (hash = sum of VALKURS-RATE)
      *>            RESRV (hash = sum of RFEED-BELOEB)
      *>            INDBT (hash = sum of IFEED-BELOEB)
      *>            ANTAL (count-only feed, hash must be zero)
           02  FK-IND-FIL        pic x(60) value spaces.
           02  filler            pic x(1) value spaces.
