      *> archive file in ARKIV_FIL and is prompted for the KundeID;
      *> the record is copied from the archive back into the indexed
      *> customer master. Run KUNDEMASTERUDLAES afterwards so the
      *> sequential interchange copy follows. The restored record is
      *> journalled as a new record (NY), so MASTERGENOPRET can roll
      *> it and KUNDEBEVAEGELSE counts it as restored.

       environment division.
       input-output section.
       01  WS-LAAS-RESULTAT      PIC X VALUE "N".
       01  WS-LAAS-GEMT-RC       PIC 9(5) VALUE 0.

       01  WS-JRNL-PROGRAM       PIC X(20) VALUE "GENSKABFRAARKIV".
       01  WS-JRNL-AKTION        PIC X(4) VALUE SPACES.
       01  WS-JRNL-DATA          PIC X(200) VALUE SPACES.

       01  END-OF-FILE             PIC X VALUE "N".
       01  ARKIV-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
                       "kundemasteren, status " MASTER-FILE-1-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE master-record TO WS-JRNL-DATA
                   MOVE "NY  " TO WS-JRNL-AKTION
                   CALL "MASTERJOURNAL" USING WS-JRNL-PROGRAM
                       WS-JRNL-AKTION WS-JRNL-DATA
                   DISPLAY "GENSKABFRAARKIV: KundeID "
                       WS-SEARCH-KUNDEID " genskabt fra arkivet"
                   DISPLAY "Husk KUNDEMASTERUDLAES, saa den "
