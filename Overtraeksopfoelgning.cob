      *> (OvertraekBrevvalgTrin1/2/3.txt) holding plain customer
      *> records, so BREVFLET can be pointed straight at a stage
      *> file with BREV_UDTRAEK and the matching template.
      *>
      *> An approved credit limit (KREDITOPSLAG) is agreed borrowing,
      *> not an overdraft: a case is only opened, and only carries
      *> the amount, for the part of the balance beyond the limit.

       environment division.
       input-output section.
       01  WS-DAGE                 PIC 9(5) VALUE 0.
       01  WS-NYT-TRIN             PIC X(1) VALUE "0".

       01  WS-RAMME-AKTIV          PIC X VALUE "N".
       01  WS-RAMME-FUNDET         PIC X VALUE "N".
       01  WS-RAMME-BELOEB         PIC 9(7)V99 VALUE ZEROS.
       01  WS-RAMME-UDLOEB         PIC 9(8) VALUE ZEROS.
       01  WS-SAG-BELOEB           PIC S9(9)V99 VALUE ZEROS.
       01  WS-INDENFOR-RAMME-COUNT PIC 9(5) VALUE 0.

       01  WS-MAX-SAGER            PIC 9(5) VALUE 5000.
       01  WS-SAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-SAG-IX               PIC 9(5) VALUE 0.

       BEHANDL-ONE-KUNDE.
           PERFORM FIND-SAG
           PERFORM BEREGN-OVER-RAMME
           IF WS-SAG-BELOEB < 0
               IF WS-SAG-FUNDET = "N"
                   PERFORM OPRET-SAG
               ELSE
                   ADD 1 TO WS-LUKKET-COUNT
                   DISPLAY "OVERTRAEKSOPFOELGNING: sag lukket for "
                       "KundeID " KundeID IN input-record
                       " - saldo ikke laengere over ramme"
               END-IF
           END-IF.

      *> The case amount is the balance plus the approved limit:
      *> negative only for the part beyond the limit.
       BEREGN-OVER-RAMME.
           CALL "KREDITOPSLAG" USING KontoNummer IN input-record
               WS-TODAY WS-RAMME-AKTIV WS-RAMME-FUNDET
               WS-RAMME-BELOEB WS-RAMME-UDLOEB
           IF WS-RAMME-FUNDET = "N"
               MOVE ZEROS TO WS-RAMME-BELOEB
           END-IF
           COMPUTE WS-SAG-BELOEB = Balance IN input-record
               + WS-RAMME-BELOEB
           IF Balance IN input-record < 0
              AND WS-SAG-BELOEB >= 0
               ADD 1 TO WS-INDENFOR-RAMME-COUNT
           END-IF.

       FIND-SAG.
           MOVE "N" TO WS-SAG-FUNDET
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
               MOVE WS-TODAY TO SG-FOERSTE-DATO(WS-SAG-IX)
               MOVE ZEROS TO SG-DAGE(WS-SAG-IX)
               MOVE "0" TO SG-TRIN(WS-SAG-IX)
               MOVE WS-SAG-BELOEB TO SG-SALDO(WS-SAG-IX)
               MOVE "J" TO SG-AKTIV(WS-SAG-IX)
               ADD 1 TO WS-NY-SAG-COUNT
           ELSE
               SG-FOERSTE-DATO(WS-SAG-IX))
           COMPUTE WS-DAGE = WS-TODAY-INT - WS-FOERSTE-INT
           MOVE WS-DAGE TO SG-DAGE(WS-SAG-IX)
           MOVE WS-SAG-BELOEB TO SG-SALDO(WS-SAG-IX)

           PERFORM CHECK-AFTALE
           IF AFDOED-MARKERING IN input-record = "J"
           DISPLAY "Brevudvalg skrevet    : " WS-BREV-COUNT
           DISPLAY "Afdoede (frosset)     : " WS-AFDOED-FROSSET-COUNT
           DISPLAY "Aftaler (frosset)     : " WS-AFTALE-FROSSET-COUNT
           DISPLAY "Inden for kreditramme : " WS-INDENFOR-RAMME-COUNT
           DISPLAY "==========================================".
