      *> KINFTRANS.cpy
      *> Contact-details maintenance transaction record, applied by
      *> KONTAKTVEDLIGEHOLD the same validated way KYCVEDLIGEHOLD
      *> applies KYC maintenance.
      *>   KIT-KODE: "N" ny/opdatering (the transaction carries the
      *>   complete set of details - a blank field clears it),
      *>   "S" slet
           02  KIT-KODE          pic x(1) value spaces.
           02  KIT-KUNDEID       pic x(10) value spaces.
           02  KIT-MOBIL         pic x(8) value spaces.
           02  KIT-FASTNET       pic x(8) value spaces.
           02  KIT-EMAIL         pic x(60) value spaces.
           02  KIT-VERIFICERET   pic x(1) value spaces.
           02  KIT-KONTAKTTID    pic x(1) value spaces.
           02  KIT-UDLANDTLF     pic x(16) value spaces.
