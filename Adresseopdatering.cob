      *> indexed customer master (Kundemaster.dat) with READ/REWRITE
      *> on KundeID, instead of copying the whole sequential file and
      *> promoting it. Before/after images still go to the audit
      *> trail, which is now extended run over run. Audit records
      *> and rejected transactions carry the operator's user ID
      *> (OPERATOR_ID, BATCH if none); an audit record is stamped
      *> with the operator who keyed the change when the
      *> transaction names one.

       environment division.
       input-output section.
       01  WS-POSTNR-AFVIST-COUNT PIC 9(7) VALUE 0.
       01  WS-BY-KORRIGERET-COUNT PIC 9(7) VALUE 0.
       01  WS-AFVIGELSE-LINJE     PIC X(100) VALUE SPACES.
       01  WS-BRUGERID            PIC X(8) VALUE SPACES.

      *> Before/after-images go to the master journal so an abended
      *> run can be rolled back or forward by MASTERGENOPRET.
                   MOVE "N" TO WS-AUTOKORREKT
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-POSTNR-KATALOG
                       " UKENDT POSTNR " DELIMITED BY SIZE
                       TRANS-POSTNR DELIMITED BY SIZE
                       " - TRANSAKTION AFVIST" DELIMITED BY SIZE
                       " BRUGER " DELIMITED BY SIZE
                       WS-BRUGERID DELIMITED BY SIZE
                       INTO WS-AFVIGELSE-LINJE
                   END-STRING
                   WRITE afvigelse-record FROM WS-AFVIGELSE-LINJE
           MOVE TRANS-SIDE TO AUDIT-NEW-SIDE
           MOVE TRANS-POSTNR TO AUDIT-NEW-POSTNR
           MOVE TRANS-BYx TO AUDIT-NEW-BYx
           IF TRANS-BRUGERID NOT = SPACES
               MOVE TRANS-BRUGERID TO AUDIT-BRUGERID
           ELSE
               MOVE WS-BRUGERID TO AUDIT-BRUGERID
           END-IF
           WRITE audit-record.

       CLOSE-FILES.
