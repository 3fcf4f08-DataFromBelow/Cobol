      *> SKATTRANS.cpy
      *> Tax-residency maintenance transaction record, applied by
      *> SKATTEVEDLIGEHOLD the same validated way KYCVEDLIGEHOLD
      *> applies KYC maintenance.
      *>   SHT-KODE: "N" ny/opdatering (the transaction carries the
      *>   complete self-certification - a blank country clears it),
      *>   "S" slet
           02  SHT-KODE          pic x(1) value spaces.
           02  SHT-KUNDEID       pic x(10) value spaces.
           02  SHT-HJEMSTED OCCURS 3 TIMES.
               03  SHT-LAND      pic x(2).
               03  SHT-TIN       pic x(20).
           02  SHT-SELVCERT-DATO pic 9(8) value zeros.
