      *> KSUM.cpy
      *> Run summary line, written by KOERSELSUM: what a posting run
      *> booked, one line per currency, branch (FILIALKODE of the
      *> customer), fee or rate code and debit/credit, with count
      *> and amount. GEBYRKOERSEL, RENTETILSKRIVNING and FASTEORDRER
      *> keep the summary of their last real run in a file of their
      *> own; a simulation run is compared against it.
           02  KS-PROGRAM        pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  KS-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KS-VALUTA         pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  KS-FILIAL         pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  KS-KODE           pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  KS-DK             pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KS-ANTAL          pic 9(7) value zeros.
           02  filler            pic x(1) value spaces.
           02  KS-BELOEB         pic 9(11)v99 value zeros.
