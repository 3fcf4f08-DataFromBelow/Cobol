      *> SCVPOST.cpy
      *> Single-customer-view file for the deposit guarantee fund
      *> (Garantiformuen), written by INDSKYDERGARANTI: one
      *> depositor record per customer with deposits, between a
      *> header and a trailer in the envelope style of CLEARING.cpy.
      *>   SCV-TAG: HDR header - as-of date, EUR rate and the cover
      *>                limit in DKK
      *>            DEP depositor - all of the customer's deposits
      *>                (own accounts and their share of joint
      *>                accounts) in DKK, the covered part up to
      *>                the limit and the uncovered rest
      *>            TRL trailer - depositor count and totals
      *>   SCV-DEP-DOEDSBO: "J" the depositor is deceased - the
      *>                    estate (boet) is paid, not the customer
      *>   SCV-DEP-SANKTION: "J" the depositor is on the sanctions
      *>                    hit list - payout is held back
           02  SCV-TAG           pic x(3) value spaces.
           02  SCV-DEP.
               03  SCV-DEP-KUNDEID   pic x(10).
               03  SCV-DEP-NAVN      pic x(41).
               03  SCV-DEP-FILIAL    pic x(4).
               03  SCV-DEP-LAND      pic x(2).
               03  SCV-DEP-KONTI     pic 9(3).
               03  SCV-DEP-INDSKUD   pic 9(11)v99.
               03  SCV-DEP-DAEKKET   pic 9(11)v99.
               03  SCV-DEP-UDAEKKET  pic 9(11)v99.
               03  SCV-DEP-DOEDSBO   pic x(1).
               03  SCV-DEP-SANKTION  pic x(1).
           02  SCV-HDR REDEFINES SCV-DEP.
               03  SCV-HDR-DATO      pic 9(8).
               03  SCV-HDR-EUR-KURS  pic 9(5)v9(6).
               03  SCV-HDR-LOFT-DKK  pic 9(11)v99.
               03  filler            pic x(69).
           02  SCV-TRL REDEFINES SCV-DEP.
               03  SCV-TRL-ANTAL     pic 9(7).
               03  SCV-TRL-INDSKUD   pic 9(13)v99.
               03  SCV-TRL-DAEKKET   pic 9(13)v99.
               03  SCV-TRL-UDAEKKET  pic 9(13)v99.
               03  filler            pic x(49).
