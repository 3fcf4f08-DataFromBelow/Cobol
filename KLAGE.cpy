      *> KLAGE.cpy
      *> Customer complaint register (Klager.txt), one line per
      *> complaint case, keyed by the case number and the KundeID.
      *> Maintained by KLAGEVEDLIGEHOLD; KLAGEFRISTLISTE is the daily
      *> worklist of cases close to their response deadline.
      *>   KL-KATEGORI: "GEBY" gebyr, "RENT" rente, "FEJL"
      *>              fejlpostering, "ANDN" andet
      *>   KL-FRIST-DATO: the date the customer must have our answer
      *>              by - the day received plus KLAGE_FRIST_DAGE
      *>   KL-KONTONUMMER, KL-POST-LOEBENR: the account and the
      *>              posting (loebenummer) complained about; either
      *>              may be blank/zero
      *>   KL-STATUS: "A" aaben, "B" under behandling, "L" lukket
      *>   KL-RESULTAT: on a closed case "M" medhold, "D" delvis
      *>              medhold, "I" ikke medhold
      *>   KL-REFUSION: amount refunded to KL-KONTONUMMER through the
      *>              correcting posting (type GEBY or RENT)
      *>   KL-AENDRET-DATO, KL-BRUGERID: last change and who made
      *>              it (OPERATOR_ID)
           02  KL-SAGSNR         pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KL-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KL-KATEGORI       pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  KL-MODTAGET-DATO  pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KL-FRIST-DATO     pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KL-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  KL-POST-LOEBENR   pic 9(9) value zeros.
           02  filler            pic x(1) value spaces.
           02  KL-STATUS         pic x(1) value "A".
           02  filler            pic x(1) value spaces.
           02  KL-BESKRIVELSE    pic x(40) value spaces.
           02  filler            pic x(1) value spaces.
           02  KL-RESULTAT       pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KL-REFUSION       pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  KL-LOESNING       pic x(40) value spaces.
           02  filler            pic x(1) value spaces.
           02  KL-LUKKET-DATO    pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KL-AENDRET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KL-BRUGERID       pic x(8) value spaces.
