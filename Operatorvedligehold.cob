       identification division.
       program-id. OPERATORVEDLIGEHOLD.

      *> Operator-register maintenance run, validated the same way
      *> KYCVEDLIGEHOLD validates KYC maintenance. Reads the
      *> operator register (Operatorer.txt, OPERATOR.cpy) into a
      *> table, applies the day's transactions (OPERTRANS.cpy) -
      *> "O" creates an operator, "A" changes name, branch or role,
      *> "K" sets a new personal code and lifts a lockout, "S"
      *> blocks and "F" lifts a block - and rewrites the register.
      *> A transaction is rejected with a reason on the error
      *> report when the user ID is blank, already exists on a
      *> create or is unknown on any other code, or a create or new
      *> code has no personal code. Each error line carries the
      *> user ID of whoever ran the maintenance.

       environment division.
       input-output section.
       file-control.
           select operator-file-1 assign to dynamic
                   WS-OPERATOR-FILENAME
               organization is line sequential
               file status is OPERATOR-FILE-1-STATUS.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.

       data division.
       file section.
       fd  operator-file-1.
       01  operator-record.
           copy "OPERATOR.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "OPERTRANS.cpy".
       fd  fejl-file-1.
       01  fejl-record             PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "OPERATORVEDLIGEHOLD".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-OPERATOR         PIC X VALUE "N".
       01  END-OF-TRANS            PIC X VALUE "N".
       01  OPERATOR-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".

       01  WS-OPERATOR-FILENAME    PIC X(100)
                                    VALUE "Operatorer.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "OperatorTrans.txt".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "OperatorFejl.txt".

       01  WS-BRUGERID             PIC X(8) VALUE SPACES.
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(100) VALUE SPACES.

       01  WS-MAX-OPERATORER       PIC 9(3) VALUE 500.
       01  WS-OPERATOR-COUNT       PIC 9(3) VALUE 0.
       01  WS-OP-IX                PIC 9(3) VALUE 0.
       01  WS-OP-FUNDET            PIC X VALUE "N".
       01  OPERATOR-TABEL.
           02  OPERATOR-ENTRY OCCURS 500 TIMES.
               03  OT-RECORD       pic x(82).
       01  WS-OPERATOR.
           copy "OPERATOR.cpy".

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-NY-COUNT             PIC 9(7) VALUE 0.
       01  WS-OPDATER-COUNT        PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT "OPERATOR_FIL"
               ON EXCEPTION
                   MOVE "Operatorer.txt" TO WS-OPERATOR-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME
                   FROM ENVIRONMENT "OPERATOR_TRANS_FIL"
               ON EXCEPTION
                   MOVE "OperatorTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME FROM ENVIRONMENT "OPERATOR_FEJL_FIL"
               ON EXCEPTION
                   MOVE "OperatorFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           PERFORM LOAD-OPERATOR-REGISTER

      *> As in KYCVEDLIGEHOLD: a table smaller than the register
      *> would drop operators on the rewrite, so stop instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "OPERATORVEDLIGEHOLD: flere operatoerer end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-OPERATOR-FILENAME) " er uroert"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-FILES

           PERFORM UNTIL END-OF-TRANS = "Y"
               READ trans-file-1 INTO trans-record
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM APPLY-ONE-TRANS
               END-READ
           END-PERFORM

           CLOSE trans-file-1
           CLOSE fejl-file-1

           PERFORM REWRITE-OPERATOR-REGISTER

           DISPLAY "=========================================="
           DISPLAY "OPERATORVEDLIGEHOLD - operatoerregister"
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Nye operatoerer     : " WS-NY-COUNT
           DISPLAY "Opdaterede          : " WS-OPDATER-COUNT
           DISPLAY "Afviste             : " WS-AFVIST-COUNT
           DISPLAY "=========================================="

           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-NY-COUNT + WS-OPDATER-COUNT
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       LOAD-OPERATOR-REGISTER.
           OPEN INPUT operator-file-1
           IF OPERATOR-FILE-1-STATUS NOT = "00"
               DISPLAY "OPERATORVEDLIGEHOLD: no operator register "
                   "yet, starting empty"
           ELSE
               PERFORM UNTIL END-OF-OPERATOR = "Y"
                   READ operator-file-1
                       AT END
                           MOVE "Y" TO END-OF-OPERATOR
                       NOT AT END
                           IF WS-OPERATOR-COUNT < WS-MAX-OPERATORER
                               ADD 1 TO WS-OPERATOR-COUNT
                               MOVE operator-record
                                   TO OT-RECORD(WS-OPERATOR-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operator-file-1
           END-IF.

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "OPERATORVEDLIGEHOLD: cannot open trans, "
                   "status " TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "OPERATORVEDLIGEHOLD: cannot open error "
                   "report, status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM FIND-OPERATOR
           IF OPT-BRUGERID = SPACES
               MOVE "bruger-id mangler" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF OPT-KODE = "O"
               PERFORM APPLY-OPRET
           ELSE
           IF OPT-KODE NOT = "A" AND OPT-KODE NOT = "K"
              AND OPT-KODE NOT = "S" AND OPT-KODE NOT = "F"
               MOVE "ukendt transaktionskode" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF WS-OP-FUNDET = "N"
               MOVE "bruger-id findes ikke" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               PERFORM APPLY-AENDRING
           END-IF
           END-IF
           END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE "N" TO WS-OP-FUNDET
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPERATOR-COUNT
                      OR WS-OP-FUNDET = "Y"
               MOVE OT-RECORD(WS-OP-IX) TO WS-OPERATOR
               IF OP-BRUGERID IN WS-OPERATOR = OPT-BRUGERID
                   MOVE "Y" TO WS-OP-FUNDET
               END-IF
           END-PERFORM
           IF WS-OP-FUNDET = "Y"
               SUBTRACT 1 FROM WS-OP-IX
           END-IF.

       APPLY-OPRET.
           IF WS-OP-FUNDET = "Y"
               MOVE "bruger-id findes allerede" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF OPT-NAVN = SPACES OR OPT-FILIAL = SPACES
              OR OPT-ROLLE = SPACES
               MOVE "navn, filial og rolle skal udfyldes"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF OPT-KODEORD = SPACES
               MOVE "personlig kode mangler" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF WS-OPERATOR-COUNT >= WS-MAX-OPERATORER
               MOVE "operatoerregistret er fuldt" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               MOVE SPACES TO WS-OPERATOR
               MOVE OPT-BRUGERID TO OP-BRUGERID IN WS-OPERATOR
               MOVE OPT-NAVN TO OP-NAVN IN WS-OPERATOR
               MOVE OPT-FILIAL TO OP-FILIAL IN WS-OPERATOR
               MOVE OPT-ROLLE TO OP-ROLLE IN WS-OPERATOR
               MOVE OPT-KODEORD TO OP-KODEORD IN WS-OPERATOR
               MOVE 0 TO OP-FEJL-ANTAL IN WS-OPERATOR
               MOVE "N" TO OP-SPAERRET IN WS-OPERATOR
               MOVE ZEROS TO OP-SIDSTE-DATO IN WS-OPERATOR
               MOVE ZEROS TO OP-SIDSTE-TID IN WS-OPERATOR
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR TO OT-RECORD(WS-OPERATOR-COUNT)
               ADD 1 TO WS-NY-COUNT
           END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-AENDRING.
           MOVE OT-RECORD(WS-OP-IX) TO WS-OPERATOR
           EVALUATE OPT-KODE
               WHEN "A"
                   IF OPT-NAVN NOT = SPACES
                       MOVE OPT-NAVN TO OP-NAVN IN WS-OPERATOR
                   END-IF
                   IF OPT-FILIAL NOT = SPACES
                       MOVE OPT-FILIAL TO OP-FILIAL IN WS-OPERATOR
                   END-IF
                   IF OPT-ROLLE NOT = SPACES
                       MOVE OPT-ROLLE TO OP-ROLLE IN WS-OPERATOR
                   END-IF
               WHEN "K"
                   IF OPT-KODEORD = SPACES
                       MOVE "personlig kode mangler" TO WS-FEJL-TEKST
                       PERFORM REJECT-TRANS
                   ELSE
                       MOVE OPT-KODEORD TO OP-KODEORD IN WS-OPERATOR
                       MOVE 0 TO OP-FEJL-ANTAL IN WS-OPERATOR
                       MOVE "N" TO OP-SPAERRET IN WS-OPERATOR
                   END-IF
               WHEN "S"
                   MOVE "J" TO OP-SPAERRET IN WS-OPERATOR
               WHEN "F"
                   MOVE 0 TO OP-FEJL-ANTAL IN WS-OPERATOR
                   MOVE "N" TO OP-SPAERRET IN WS-OPERATOR
           END-EVALUATE
           IF OPT-KODE NOT = "K" OR OPT-KODEORD NOT = SPACES
               MOVE WS-OPERATOR TO OT-RECORD(WS-OP-IX)
               ADD 1 TO WS-OPDATER-COUNT
           END-IF.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               OPT-KODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPT-BRUGERID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

       REWRITE-OPERATOR-REGISTER.
           OPEN OUTPUT operator-file-1
           IF OPERATOR-FILE-1-STATUS NOT = "00"
               DISPLAY "OPERATORVEDLIGEHOLD: cannot rewrite operator "
                   "register, status " OPERATOR-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPERATOR-COUNT
               MOVE OT-RECORD(WS-OP-IX) TO operator-record
               WRITE operator-record
           END-PERFORM

           CLOSE operator-file-1.
