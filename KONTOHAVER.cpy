      *> KONTOHAVER.cpy
      *> Account-holder relation (Kontohavere.txt), one line per
      *> holder of a joint account, maintained by
      *> KONTOHAVERVEDLIGEHOLD. An account with a single owner has
      *> no lines here - KONTO-KUNDEID on the account master is then
      *> the only holder. A joint account lists every holder,
      *> including the owner from the account master.
      *>   KH-ROLLE: "E" ejer (the KONTO-KUNDEID owner), "M" medejer
      *>   KH-ANDEL: the holder's share in percent; the shares of an
      *>     account add up to 100.
      *>   KH-AENDRET-DATO, KH-BRUGERID: last change and who made
      *>     it - the operator (OPERATOR_ID) or BATCH.
           02  KH-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  KH-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KH-ROLLE          pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KH-ANDEL          pic 9(3)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  KH-AENDRET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KH-BRUGERID       pic x(8) value spaces.
