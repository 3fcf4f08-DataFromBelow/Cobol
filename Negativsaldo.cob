       identification division.
       program-id. NEGATIVSALDO.

      *> Negative-balance listing. An account with an approved
      *> credit limit (KREDITOPSLAG) is shown with its limit, and
      *> only the part of the balance beyond the limit counts as an
      *> unauthorised overdraft.

       environment division.
       input-output section.
       file-control.
       01  WS-LAEST-COUNT         PIC 9(7) VALUE 0.
       01  WS-BALANCE-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-TODAY               PIC 9(8) VALUE ZEROS.
       01  WS-RAMME-AKTIV         PIC X VALUE "N".
       01  WS-RAMME-FUNDET        PIC X VALUE "N".
       01  WS-RAMME-BELOEB        PIC 9(7)V99 VALUE ZEROS.
       01  WS-RAMME-UDLOEB        PIC 9(8) VALUE ZEROS.
       01  WS-OVER-RAMME          PIC S9(9)V99 VALUE ZEROS.
       01  WS-RAMME-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-INDENFOR-COUNT      PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-INPUT-FILENAME FROM ENVIRONMENT "KUNDE_INPUT_FIL"
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY "=========================================="
           DISPLAY "NEGATIVSALDO - kunder med negativ saldo"
           DISPLAY "=========================================="
                   NOT AT END
                       ADD 1 TO WS-LAEST-COUNT
                       IF Balance < 0
                           PERFORM VIS-NEGATIV-KUNDE
                       END-IF
               END-READ
               IF INPUT-FILE-1-STATUS NOT = "00"

           DISPLAY "--------------------------------------------"
           DISPLAY "Antal overtrukne konti: " WS-OVERTRUK-COUNT
           IF WS-RAMME-AKTIV = "Y"
               DISPLAY "Negative inden for ramme: " WS-INDENFOR-COUNT
           END-IF
           DISPLAY "=========================================="

           MOVE WS-LAEST-COUNT TO WS-KLOG-LAEST
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       VIS-NEGATIV-KUNDE.
           CALL "KREDITOPSLAG" USING KontoNummer WS-TODAY
               WS-RAMME-AKTIV WS-RAMME-FUNDET WS-RAMME-BELOEB
               WS-RAMME-UDLOEB
           IF WS-RAMME-FUNDET = "N"
               MOVE ZEROS TO WS-RAMME-BELOEB
           END-IF
           COMPUTE WS-OVER-RAMME = Balance + WS-RAMME-BELOEB
           MOVE Balance TO WS-BALANCE-EDIT
           IF WS-OVER-RAMME < 0
               ADD 1 TO WS-OVERTRUK-COUNT
               IF WS-RAMME-FUNDET = "Y"
                   MOVE WS-RAMME-BELOEB TO WS-RAMME-EDIT
                   DISPLAY "KundeID " KundeID
                       " saldo " WS-BALANCE-EDIT
                       " " Valutakode " ramme " WS-RAMME-EDIT
                       " - overtrukket"
               ELSE
                   DISPLAY "KundeID " KundeID
                       " saldo " WS-BALANCE-EDIT
                       " " Valutakode
               END-IF
           ELSE
               ADD 1 TO WS-INDENFOR-COUNT
               MOVE WS-RAMME-BELOEB TO WS-RAMME-EDIT
               DISPLAY "KundeID " KundeID
                   " saldo " WS-BALANCE-EDIT
                   " " Valutakode " ramme " WS-RAMME-EDIT
                   " - inden for ramme"
           END-IF.
