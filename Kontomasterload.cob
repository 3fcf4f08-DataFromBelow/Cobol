           MOVE Balance IN master-record TO KONTO-SALDO
           MOVE "L" TO KONTO-TYPE
           MOVE WS-TODAY TO KONTO-OPRETTET
           MOVE "A" TO KONTO-STATUS
           MOVE ZEROS TO KONTO-LUKKET-DATO
           PERFORM WRITE-KONTO-RECORD.

      *> An account list written before accounts could be closed
      *> has no status; every account on it is open.
       WRITE-KONTO-RECORD.
           IF KONTO-STATUS NOT = "L"
               MOVE "A" TO KONTO-STATUS
           END-IF
           IF KONTO-LUKKET-DATO IS NOT NUMERIC
               MOVE ZEROS TO KONTO-LUKKET-DATO
           END-IF
           WRITE konto-record
               INVALID KEY
                   ADD 1 TO WS-DUBLET-COUNT
