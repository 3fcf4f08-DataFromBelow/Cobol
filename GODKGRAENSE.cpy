      *> GODKGRAENSE.cpy
      *> Four-eyes limits per currency (GodkendelsesGraenser.txt),
      *> read by GODKENDELSESFILTER. A posting whose amount exceeds
      *> GG-POST-GRAENSE, and an address change on a customer with
      *> an account balance above GG-SALDO-GRAENSE, in that
      *> account's currency, waits for a second operator. GG-VALUTA
      *> "***" covers every currency without a line of its own; a
      *> zero limit means no limit.
           02  GG-VALUTA         pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  GG-POST-GRAENSE   pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  GG-SALDO-GRAENSE  pic 9(7)v99 value zeros.
