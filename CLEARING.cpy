      *> CLEARING.cpy
      *> Outbound interbank clearing file (ClearingUdgaaende.txt),
      *> written by KONTOPOSTERING: one payment order per applied
      *> EKST debit between a batch header and a trailer, in the
      *> envelope style of FEEDENV.cpy.
      *>   CL-TAG: HDR batch header - run date and batch number
      *>           ORD payment order
      *>           TRL trailer - order count, amount total and a
      *>               hash total (sum of the debited loebenumre)
      *> INDBETALINGINDLAES sends unapplied incoming payments back to
      *> the payer on a return batch in the same layout; a returned
      *> payment has no history row, so its orders carry loebenummer
      *> zero and the return batch's hash total is zero.
           02  CL-TAG            pic x(3) value spaces.
           02  CL-ORD.
               03  CL-ORD-LOEBENR    pic 9(9).
               03  CL-ORD-KONTONUMMER pic x(20).
               03  CL-ORD-BELOEB     pic 9(7)v99.
               03  CL-ORD-VALUTA     pic x(3).
               03  CL-ORD-VALOER-DATO pic 9(8).
               03  CL-ORD-MODT-REGNR pic x(4).
               03  CL-ORD-MODT-KONTO pic x(10).
               03  CL-ORD-MODT-IBAN  pic x(34).
               03  CL-ORD-MODT-NAVN  pic x(35).
               03  CL-ORD-MODT-MEDD  pic x(35).
           02  CL-HDR REDEFINES CL-ORD.
               03  CL-HDR-DATO       pic 9(8).
               03  CL-HDR-BATCHNR    pic 9(6).
               03  filler            pic x(153).
           02  CL-TRL REDEFINES CL-ORD.
               03  CL-TRL-ANTAL      pic 9(7).
               03  CL-TRL-BELOEB     pic s9(11)v99
                                      sign leading separate.
               03  CL-TRL-HASH       pic 9(15).
               03  filler            pic x(131).
