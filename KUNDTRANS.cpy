      *> VTRANS-KODE: "N" ny kunde, "R" navneaendring,
      *> "K" kontoskifte, "S" slet kunde, "C" kanalskifte
      *> (VTRANS-KANALKODE "P" fysisk / "D" digital post).
      *> VTRANS-BRUGERID is the operator who keyed the transaction;
      *> an account change and a change to digital post wait for a
      *> second operator (GODKENDELSESFILTER).
           02  VTRANS-KODE         pic x(1) value spaces.
           02  VTRANS-KUNDEID      pic x(10) value spaces.
           02  VTRANS-FORNAVN      pic x(20) value spaces.
           02  VTRANS-BYx          pic x(20) value spaces.
           02  VTRANS-FOEDSELSDATO pic 9(8) value zeros.
           02  VTRANS-KANALKODE    pic x(1) value spaces.
           02  VTRANS-BRUGERID     pic x(8) value spaces.
