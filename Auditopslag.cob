      *> and new values side by side, masked by the same MASK_DISPLAY
      *> rule KUNDEOPSLAG applies. AUDIT_MODE=ALLE lists all changes
      *> in the AUDIT_FRA/AUDIT_TIL date range for the auditors.
      *> Each change shows the user ID that made it. A customer
      *> whose history is shown is written to the read-access log
      *> (ADGANGSLOG) - once in KUNDE mode, per change in ALLE mode.

       environment division.
       input-output section.
       01  WS-FRA-DATO-X         PIC X(8) VALUE SPACES.
       01  WS-TIL-DATO-X         PIC X(8) VALUE SPACES.
       01  WS-VIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-ADGANG-PROGRAM     PIC X(20) VALUE "AUDITOPSLAG".

       procedure division.
       MAIN-PROCEDURE.

           CLOSE sorted-file-1

           IF WS-MODE = "KUNDE" AND WS-VIST-COUNT > 0
               CALL "ADGANGSLOG" USING WS-ADGANG-PROGRAM
                   WS-SEARCH-KUNDEID
           END-IF

           DISPLAY "--------------------------------------------"
           DISPLAY "AEndringer vist : " WS-VIST-COUNT
           IF WS-MODE = "KUNDE" AND WS-VIST-COUNT = 0
                   CONTINUE
               ELSE
                   ADD 1 TO WS-VIST-COUNT
                   IF WS-MODE NOT = "KUNDE"
                       CALL "ADGANGSLOG" USING WS-ADGANG-PROGRAM
                           AUDIT-KUNDEID IN audit-record
                   END-IF
                   IF WS-MASK-DISPLAY = "Y"
                       MOVE ALL "*" TO WS-MASKED-KUNDEID
                       MOVE AUDIT-KUNDEID IN audit-record(7:4)
                   END-IF
                   DISPLAY AUDIT-CHANGE-DATE IN audit-record
                       " KundeID " WS-MASKED-KUNDEID
                       " af " AUDIT-BRUGERID IN audit-record
                   DISPLAY "  Gammel: "
                       AUDIT-OLD-VEJNAVN IN audit-record " "
                       AUDIT-OLD-HUSNR IN audit-record " "
