      *> the purpose must be filled, the status must be G or W - and
      *> valid events are appended to the register with today's date
      *> when none is given. The register is never rewritten, so the
      *> full change history stays on file for the auditor. Each
      *> event is stamped with the operator who registered it
      *> (OPERATOR_ID, BATCH if none), who is also named on each
      *> error line.

       environment division.
       input-output section.
       01  master-record.
           copy "KUNDER.cpy".
       fd  register-file-1.
       01  register-record         PIC X(60).
       fd  fejl-file-1.
       01  fejl-record             PIC X(100).

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(100) VALUE SPACES.

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
                   MOVE "SamtykkeFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM OPEN-FILES
           IF SAM-DATO = 0
               MOVE WS-TODAY TO SAM-DATO
           END-IF
           MOVE WS-BRUGERID TO SAM-BRUGERID
           WRITE register-record FROM trans-record
           ADD 1 TO WS-REGISTRERET-COUNT.

               SAM-FORMAAL DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.
