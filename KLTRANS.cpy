      *> KLTRANS.cpy
      *> Complaint maintenance transaction (KlageTrans.txt),
      *> processed by KLAGEVEDLIGEHOLD.
      *>   KLT-KODE: "O" opret sag - case number, KundeID, category
      *>                 and received date required (zero means
      *>                 today)
      *>             "U" opdater sag - the case goes to "B" under
      *>                 behandling; a non-blank category, account,
      *>                 posting or description replaces the old one
      *>             "L" luk sag - result required; a refund on "M"
      *>                 or "D" is posted to the case's account as
      *>                 KLT-POSTTYPE (GEBY or RENT; blank takes the
      *>                 case's category when that is GEBY or RENT)
           02  KLT-KODE          pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KLT-SAGSNR        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KLT-KUNDEID       pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KLT-KATEGORI      pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  KLT-MODTAGET-DATO pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KLT-KONTONUMMER   pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  KLT-POST-LOEBENR  pic 9(9) value zeros.
           02  filler            pic x(1) value spaces.
           02  KLT-BESKRIVELSE   pic x(40) value spaces.
           02  filler            pic x(1) value spaces.
           02  KLT-RESULTAT      pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KLT-REFUSION      pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  KLT-POSTTYPE      pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  KLT-LOESNING      pic x(40) value spaces.
