      *> SVINDELSAG.cpy
      *> Account-takeover case register (Svindelsager.txt), one line
      *> per case raised by SVINDELOVERVAAGNING. A case is a change
      *> of address, channel or KontoNummer on a customer followed
      *> within the window by a large debit or an external transfer.
      *> Worked by the fraud desk through SVINDELVEDLIGEHOLD
      *> (authorised operators only).
      *>   SV-SAGSNR: KOT<date><seq>, quoted on the case list
      *>   SV-KONTONUMMER: the account of the first debit in the
      *>              sequence - the account a confirmed case blocks
      *>   SV-FOERSTE-AENDRING, SV-SIDSTE-DATO: first change and last
      *>              event of the timeline the case was raised on
      *>   SV-SCORE: highest score the sequence has reached
      *>   SV-STATUS: "A" aaben, "B" bekraeftet - KONTOPOSTERING
      *>              refuses further debits on SV-KONTONUMMER,
      *>              "F" frikendt, "O" ophaevet (block lifted)
      *>   SV-AENDRET-DATO, SV-BRUGERID: last change and who made it
      *>              (OPERATOR_ID, BATCH for the detection run)
           02  SV-SAGSNR         pic x(15) value spaces.
           02  filler            pic x(1) value spaces.
           02  SV-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  SV-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  SV-FOERSTE-AENDRING pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  SV-SIDSTE-DATO    pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  SV-SCORE          pic 9(3) value zeros.
           02  filler            pic x(1) value spaces.
           02  SV-OPRETTET       pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  SV-STATUS         pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  SV-AENDRET-DATO   pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  SV-BRUGERID       pic x(8) value spaces.
