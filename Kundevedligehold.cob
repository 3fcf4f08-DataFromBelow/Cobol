      *> add, unknown KundeID on change/delete, missing key fields)
      *> and rejected transactions are listed on an error report with
      *> a reason, so the branches no longer edit the sequential file
      *> in an editor. Each error line names the operator who ran
      *> the maintenance (OPERATOR_ID, BATCH if none).

       environment division.
       input-output section.
       01  WS-BIRTH-YEAR           PIC 9(4) VALUE 0.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-NY-COUNT             PIC 9(7) VALUE 0.
                   MOVE "VedligeholdFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR

               VTRANS-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.
