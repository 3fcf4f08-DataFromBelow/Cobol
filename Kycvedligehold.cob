      *> a reason on the error report when the KundeID is unknown in
      *> the customer master, the risk class is not L/M/H, or a
      *> delete names a customer without a KYC record. The manual
      *> block flag is left to KYCFORFALD, which owns it. A created
      *> or updated record is stamped with the operator (OPERATOR_ID,
      *> BATCH if none), who is also named on each error line.

       environment division.
       input-output section.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(100) VALUE SPACES.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.

       01  WS-MAX-KYC              PIC 9(5) VALUE 5000.
       01  WS-KYC-COUNT            PIC 9(5) VALUE 0.
               03  KY-NAESTE       pic 9(8).
               03  KY-ID-UDLOEB    pic 9(8).
               03  KY-BLOKERET     pic x(1).
               03  KY-BRUGERID     pic x(8).
               03  KY-AKTIV        pic x(1).

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
                   MOVE "KycFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-KYC-REGISTER
                                   TO KY-ID-UDLOEB(WS-KYC-COUNT)
                               MOVE KYC-BLOKERET
                                   TO KY-BLOKERET(WS-KYC-COUNT)
                               MOVE KYC-BRUGERID
                                   TO KY-BRUGERID(WS-KYC-COUNT)
                               MOVE "J" TO KY-AKTIV(WS-KYC-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
           MOVE KYCT-RISIKO TO KY-RISIKO(WS-KYC-IX)
           MOVE KYCT-SIDSTE-DATO TO KY-SIDSTE(WS-KYC-IX)
           MOVE KYCT-NAESTE-DATO TO KY-NAESTE(WS-KYC-IX)
           MOVE KYCT-ID-UDLOEB TO KY-ID-UDLOEB(WS-KYC-IX)
           MOVE WS-BRUGERID TO KY-BRUGERID(WS-KYC-IX).

       APPLY-SLET.
           IF WS-KYC-FUNDET = "N"
               KYCT-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.
                   MOVE KY-NAESTE(WS-KYC-IX) TO KYC-NAESTE-DATO
                   MOVE KY-ID-UDLOEB(WS-KYC-IX) TO KYC-ID-UDLOEB
                   MOVE KY-BLOKERET(WS-KYC-IX) TO KYC-BLOKERET
                   MOVE KY-BRUGERID(WS-KYC-IX) TO KYC-BRUGERID
                   WRITE kyc-record
               END-IF
           END-PERFORM
