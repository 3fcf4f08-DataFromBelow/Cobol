      *> ADGANGLOG.cpy
      *> Read-access log record (Adgangslog.txt): one line per
      *> customer shown by an inquiry, written through the
      *> ADGANGSLOG callable - who looked, when, with which program
      *> and at which KundeID. ADGANGSOPSLAG lists the lines for
      *> one customer. A name/address search (KUNDESOEG) writes one
      *> line with no KundeID and its criteria and hit count in
      *> AG-SOEGNING; the customers it shows are logged as usual.
           02  AG-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  AG-TID            pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  AG-BRUGERID       pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  AG-PROGRAM        pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  AG-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  AG-SOEGNING       pic x(100) value spaces.
