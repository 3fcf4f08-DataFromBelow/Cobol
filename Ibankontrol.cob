       01  WS-INPUT-FILENAME      PIC X(100)
                                   VALUE "Kundeoplysninger.txt".

       01  WS-IBAN                PIC X(34) VALUE SPACES.
       01  WS-LEN                 PIC 9(2) VALUE 0.
       01  WS-GYLDIG              PIC X VALUE "N".

       01  WS-VALID-COUNT         PIC 9(7) VALUE 0.
       01  WS-INVALID-COUNT       PIC 9(7) VALUE 0.

       stop run.

      *> The mod-97 test itself is IBANTJEK's, shared with the
      *> posting run's check of beneficiary IBANs.
       CHECK-KONTONUMMER.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KontoNummer)) TO WS-LEN

           IF WS-LEN < 5
               DISPLAY "KundeID " KundeID " - KontoNummer '"
                   FUNCTION TRIM(KontoNummer) "' too short to checksum"
           ELSE
               MOVE KontoNummer TO WS-IBAN
               CALL "IBANTJEK" USING WS-IBAN WS-GYLDIG

               IF WS-GYLDIG = "Y"
                   ADD 1 TO WS-VALID-COUNT
               ELSE
                   ADD 1 TO WS-INVALID-COUNT
