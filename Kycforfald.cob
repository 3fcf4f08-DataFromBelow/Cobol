      *> overdue review on a high-risk customer sets KYC-BLOKERET
      *> "J", which keeps the customer out of campaign extracts until
      *> the review is done; everything else clears back to "N". The
      *> KYC file is rewritten with the adjusted flags; a record
      *> whose flag changes is stamped with the user ID of the run
      *> (OPERATOR_ID, BATCH if none).

       environment division.
       input-output section.
               03  KY-NAESTE       pic 9(8).
               03  KY-ID-UDLOEB    pic 9(8).
               03  KY-BLOKERET     pic x(1).
               03  KY-BRUGERID     pic x(8).

       01  WS-AARSAG               PIC X(10) VALUE SPACES.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-BLOKERET-COUNT       PIC 9(7) VALUE 0.
       01  WS-UKENDT-COUNT         PIC 9(7) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.
       01  WS-NY-BLOKERET          PIC X VALUE "N".

       procedure division.
       MAIN-PROCEDURE.
               MOVE 30 TO WS-VARSEL-DAGE
           END-IF

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-VARSEL-INT = WS-TODAY-INT + WS-VARSEL-DAGE
                               TO KY-ID-UDLOEB(WS-KYC-COUNT)
                           MOVE KYC-BLOKERET
                               TO KY-BLOKERET(WS-KYC-COUNT)
                           MOVE KYC-BRUGERID
                               TO KY-BRUGERID(WS-KYC-COUNT)
                       ELSE
                           MOVE "Y" TO WS-TABEL-OVERLOEB
                       END-IF

           IF KY-NAESTE(WS-KYC-IX) < WS-TODAY
              AND KY-RISIKO(WS-KYC-IX) = "H"
               MOVE "J" TO WS-NY-BLOKERET
               ADD 1 TO WS-BLOKERET-COUNT
           ELSE
               MOVE "N" TO WS-NY-BLOKERET
           END-IF
           IF WS-NY-BLOKERET NOT = KY-BLOKERET(WS-KYC-IX)
               MOVE WS-NY-BLOKERET TO KY-BLOKERET(WS-KYC-IX)
               MOVE WS-BRUGERID TO KY-BRUGERID(WS-KYC-IX)
           END-IF

           IF WS-AARSAG NOT = SPACES
               MOVE KY-NAESTE(WS-KYC-IX) TO KYC-NAESTE-DATO
               MOVE KY-ID-UDLOEB(WS-KYC-IX) TO KYC-ID-UDLOEB
               MOVE KY-BLOKERET(WS-KYC-IX) TO KYC-BLOKERET
               MOVE KY-BRUGERID(WS-KYC-IX) TO KYC-BRUGERID
               WRITE kyc-record
           END-PERFORM

