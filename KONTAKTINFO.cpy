      *> KONTAKTINFO.cpy
      *> Customer contact details (Kontaktoplysninger.txt), one line
      *> per KundeID, maintained by KONTAKTVEDLIGEHOLD; every change
      *> leaves a before/after image on the contact audit file
      *> (KINFAUDIT.cpy).
      *>   KI-MOBIL, KI-FASTNET: Danish eight-digit numbers, no
      *>     country code and no spaces; blank when not given.
      *>   KI-EMAIL: e-mail address, blank when not given.
      *>   KI-UDLANDTLF: a foreign phone number in international
      *>     form, "+" and the country code followed by the number,
      *>     digits only; never +45, Danish numbers go in KI-MOBIL
      *>     or KI-FASTNET. Blank when not given.
      *>   KI-VERIFICERET: "J" when the customer has confirmed the
      *>     details, "N" when not.
      *>   KI-KONTAKTTID: preferred time to be called - "F"
      *>     formiddag, "E" eftermiddag, "A" aften, blank any time.
      *>   KI-AENDRET-DATO, KI-BRUGERID: last change and who made
      *>     it - the operator (OPERATOR_ID) or BATCH.
           02  KI-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KI-MOBIL          pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  KI-FASTNET        pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  KI-EMAIL          pic x(60) value spaces.
           02  filler            pic x(1) value spaces.
           02  KI-VERIFICERET    pic x(1) value "N".
           02  filler            pic x(1) value spaces.
           02  KI-KONTAKTTID     pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KI-AENDRET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KI-BRUGERID       pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  KI-UDLANDTLF      pic x(16) value spaces.
