      *> PERTRANS.cpy
      *> Period close transaction (PeriodeTrans.txt), processed by
      *> PERIODELUKNING. The operator must be on the list of
      *> operators authorised to close periods.
      *>   PTR-KODE: "L" luk maaneden - only after the period-end
      *>                 proof and the GL reconciliation agree
      *>             "G" genaabn en lukket maaned
           02  PTR-KODE          pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  PTR-MAANED        pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  PTR-OPERATOR      pic x(8) value spaces.
