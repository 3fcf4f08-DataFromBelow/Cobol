      *> INDSIGT.cpy
      *> Data-subject access request (IndsigtAnmodninger.txt), one
      *> line per customer who has asked for a copy of the data we
      *> hold on them (databeskyttelsesforordningen art. 15),
      *> processed by GDPRINDSIGT.
      *>   IA-MODTAGET-DATO: the day the request reached the bank;
      *>                     the answer is due one month later
      *>   IA-SAGSNR: the branch's case reference, carried onto the
      *>              document and the export log
           02  IA-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  IA-MODTAGET-DATO  pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  IA-SAGSNR         pic x(12) value spaces.
