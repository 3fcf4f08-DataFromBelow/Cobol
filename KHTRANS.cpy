      *> KHTRANS.cpy
      *> Account-holder maintenance transaction for
      *> KONTOHAVERVEDLIGEHOLD.
      *>   KHT-KODE: "N" adds the holder to the account or changes
      *>             the role and share of an existing holder,
      *>             "S" removes the holder from the account.
      *>   KHT-ANDEL: share in percent (not used on "S").
           02  KHT-KODE          pic x(1) value spaces.
           02  KHT-KONTONUMMER   pic x(20) value spaces.
           02  KHT-KUNDEID       pic x(10) value spaces.
           02  KHT-ROLLE         pic x(1) value spaces.
           02  KHT-ANDEL         pic 9(3)v99 value zeros.
