      *> KUNDEBEST.cpy
      *> Month-end customer-base snapshot (KundeBestand.txt), written
      *> by KUNDEBEVAEGELSE: one line per customer in the base at the
      *> end of KB-MAANED with the branch the customer belonged to.
      *> The next month's run takes its opening figures from here.
      *> The file holds the reporting month and the month before.
           02  KB-MAANED         pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  KB-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  KB-FILIAL         pic x(4) value spaces.
