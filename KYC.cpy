      *>   KYC-BLOKERET: "J" when the review is overdue on a
      *>   high-risk customer - KYCFORFALD maintains the flag and
      *>   the campaign extract suppresses flagged customers.
      *>   KYC-BRUGERID: who last changed the record - the operator
      *>   (OPERATOR_ID) or BATCH.
           02  KYC-KUNDEID       pic x(10) value spaces.
           02  KYC-RISIKO        pic x(1) value spaces.
           02  KYC-SIDSTE-DATO   pic 9(8) value zeros.
           02  KYC-NAESTE-DATO   pic 9(8) value zeros.
           02  KYC-ID-UDLOEB     pic 9(8) value zeros.
           02  KYC-BLOKERET      pic x(1) value "N".
           02  KYC-BRUGERID      pic x(8) value spaces.
