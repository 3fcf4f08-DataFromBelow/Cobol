      *> egne konti: POST-BELOEB debiteres POST-KONTONUMMER og
      *> krediteres POST-MODKONTO i samme transaktion - begge ben
      *> eller ingen).
      *> POST-TYPEKODE "STOR" is a reversal (storno) of one earlier
      *> posting on the same account: it carries the opposite D/K of
      *> the original and names it in POST-STORNO-REF.
      *> POST-TYPEKODE "EKST" is a debit paid away to an account at
      *> another bank, named in POST-MODTAGER; KONTOPOSTERING writes
      *> the payment order to the outbound clearing file.
      *> POST-TYPEKODE "INDB" is a credit received from another bank
      *> through the clearing, generated by INDBETALINGINDLAES.
           02  POST-KUNDEID      pic x(10) value spaces.
           02  POST-KONTONUMMER  pic x(20) value spaces.
           02  POST-DATO         pic 9(8) value zeros.
      *> (PosteringsTyper.txt). KONTOPOSTERING rejects unknown
      *> codes; a blank code is stamped "DIV " before validation.
           02  POST-TYPEKODE     pic x(4) value spaces.
      *> Loebenummer stamped by KONTOPOSTERING on every history row,
      *> ascending over the whole history, so that a reversal can
      *> name exactly one posting. Blank/zero on transaction input
      *> and on history rows written before the field existed.
           02  POST-LOEBENR      pic 9(9) value zeros.
      *> Reversal reference (STOR only): booking date, amount and
      *> loebenummer of the original posting on POST-KONTONUMMER.
           02  POST-STORNO-REF.
               03  POST-ORG-DATO     pic 9(8) value zeros.
               03  POST-ORG-BELOEB   pic 9(7)v99 value zeros.
               03  POST-ORG-LOEBENR  pic 9(9) value zeros.
      *> Value date (valoerdato): the day the movement starts to
      *> count for interest. Blank or zero means the booking date
      *> POST-DATO; KONTOPOSTERING stamps it before the posting goes
      *> to the history, so history rows written from then on always
      *> carry both dates.
           02  POST-VALOER-DATO  pic 9(8) value zeros.
      *> Counterparty at another bank. EKST: the beneficiary -
      *> either the Danish reg.nr. and ten-digit account number or
      *> an IBAN - with name and the message that travels with the
      *> payment order. INDB: the payer's account as the clearing
      *> notification gives it (in POST-MODT-IBAN), name and
      *> message. Blank on every other posting type.
           02  POST-MODTAGER.
               03  POST-MODT-REGNR   pic x(4) value spaces.
               03  POST-MODT-KONTO   pic x(10) value spaces.
               03  POST-MODT-IBAN    pic x(34) value spaces.
               03  POST-MODT-NAVN    pic x(35) value spaces.
               03  POST-MODT-MEDD    pic x(35) value spaces.
      *> Operator who keyed the posting; blank on the postings the
      *> bank's own runs generate. A keyed posting over the
      *> currency's limit waits for a second operator
      *> (GODKENDELSESFILTER) before it reaches KONTOPOSTERING.
           02  POST-BRUGERID     pic x(8) value spaces.
