      *> General-ledger summary interface record: one line per GL
      *> account per posting day, written by GLEKSPORT from the
      *> posting history. Customer positions are booked on
      *> 1000-<Valutakode>, the settlement contra on 9999-<Valutakode>
      *> and the contra of external transfers sent to the interbank
      *> clearing on 9100-<Valutakode> and postings held on the
      *> posting suspense position on 9500-<Valutakode>, so the file
      *> always balances debit against credit. ECLHENSAETTELSE writes
      *> the month's change in the credit-loss provision in the same
      *> layout on 8800-DKK (impairment) and 1900-DKK (allowance),
      *> KASSEOPGOER the day's till differences per branch on
      *> 9300-<filial> (cash difference) and 9200-<filial> (cash).
           02  GL-KONTO         pic x(9) value spaces.
           02  filler           pic x(1) value spaces.
           02  GL-DATO          pic 9(8) value zeros.
