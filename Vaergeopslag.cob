      *> ("U" statement, "A" anything else) the routine returns the
      *> recipient's composed name, street and postal lines when a
      *> valid entry covers the mail type - an "A" entry covers all
      *> mail, a "U" entry covers statements only. Every answer
      *> that hands out a recipient is written to the read-access
      *> log (ADGANGSLOG) against the KundeID.

       environment division.
       input-output section.
       01  WS-VEJNAVN-RENS-UD      PIC X(40) VALUE SPACES.
       01  WS-BY-RENS-IN           PIC X(40) VALUE SPACES.
       01  WS-BY-RENS-UD           PIC X(40) VALUE SPACES.
       01  WS-ADGANG-PROGRAM       PIC X(20) VALUE "VAERGEOPSLAG".

       linkage section.
       01  LS-KUNDEID              pic x(10).
           IF LS-FUNDET = "Y"
               SUBTRACT 1 FROM WS-VG-IX
               PERFORM BYG-MODTAGER-LINJER
               CALL "ADGANGSLOG" USING WS-ADGANG-PROGRAM LS-KUNDEID
           END-IF

       goback.
