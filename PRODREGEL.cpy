      *> PRODREGEL.cpy
      *> Product rule table (Produktregler.txt), one line per
      *> KONTO-TYPE, maintained as a plain table file like
      *> PosteringsTyper.txt. A type without a line, or a run
      *> without the table on disk, has no product rules.
      *> KONTOPOSTERING and FASTEORDRER enforce the rules on the
      *> customer's debits; the bank's own interest, fees and
      *> reversals (RENT, GEBY, STOR) and all credits are exempt.
      *>   PR-TYPE: the KONTO-TYPE the rules apply to, see KONTO.cpy
      *>   PR-DEBET-TYPER: up to ten POST-TYPEKODE values (four
      *>     positions each) a debit may carry; all blank = any type
      *>   PR-FRIE-HAEV: withdrawals per calendar month free of
      *>     charge; 999 = no limit. Withdrawals above it are booked
      *>     and charged by GEBYRKOERSEL (criterion HAEVNING)
      *>   PR-LAAS-ALDER: no debit until the owner has turned this
      *>     age (DATE-OF-BIRTH); 00 = no age lock
      *>   PR-LAAS-DATO: no debit dated before this date;
      *>     zero = no date lock
      *>   PR-VARSEL-DAGE: a debit needs a withdrawal notice on
      *>     HaeveVarsler.txt (HAEVVARSEL.cpy) given at least this
      *>     many days before the booking date; 000 = no notice
      *>   PR-OVERTRAEK: "J" overdraft allowed within the credit
      *>     limit, "N" a debit may not take the balance less the
      *>     active card holds below zero
           02  PR-TYPE           pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  PR-TEKST          pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  PR-DEBET-TYPER    pic x(40) value spaces.
           02  filler            pic x(1) value spaces.
           02  PR-FRIE-HAEV      pic 9(3) value 999.
           02  filler            pic x(1) value spaces.
           02  PR-LAAS-ALDER     pic 9(2) value zeros.
           02  filler            pic x(1) value spaces.
           02  PR-LAAS-DATO      pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  PR-VARSEL-DAGE    pic 9(3) value zeros.
           02  filler            pic x(1) value spaces.
           02  PR-OVERTRAEK      pic x(1) value "J".
