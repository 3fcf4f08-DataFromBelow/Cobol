       identification division.
       program-id. OPERATORTJEK.

      *> Shared operator-register lookup, a callable in the style of
      *> KREDITOPSLAG. The first call loads the operator register
      *> (Operatorer.txt, OPERATOR.cpy) into a table; every call
      *> after that answers from the table. Given a user ID the
      *> routine returns whether the operator is registered, and
      *> the operator's name, branch, role and block flag.

       environment division.
       input-output section.
       file-control.
           select operator-file-1 assign to dynamic
                   WS-OPERATOR-FILENAME
               organization is line sequential
               file status is OPERATOR-FILE-1-STATUS.

       data division.
       file section.
       fd  operator-file-1.
       01  operator-record.
           copy "OPERATOR.cpy".

       working-storage section.
       01  END-OF-OPERATOR         PIC X VALUE "N".
       01  OPERATOR-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  WS-OPERATOR-FILENAME    PIC X(100)
                                    VALUE "Operatorer.txt".
       01  WS-LOADED               PIC X VALUE "N".

       01  WS-MAX-OPERATORER       PIC 9(3) VALUE 500.
       01  WS-OPERATOR-COUNT       PIC 9(3) VALUE 0.
       01  WS-OP-IX                PIC 9(3) VALUE 0.
       01  OPERATOR-TABEL.
           02  OPERATOR-ENTRY OCCURS 500 TIMES.
               03  OT-BRUGERID     pic x(8).
               03  OT-NAVN         pic x(30).
               03  OT-FILIAL       pic x(4).
               03  OT-ROLLE        pic x(8).
               03  OT-SPAERRET     pic x(1).

       linkage section.
       01  LS-BRUGERID             pic x(8).
       01  LS-FUNDET               pic x(1).
       01  LS-NAVN                 pic x(30).
       01  LS-FILIAL               pic x(4).
       01  LS-ROLLE                pic x(8).
       01  LS-SPAERRET             pic x(1).

       procedure division using LS-BRUGERID LS-FUNDET LS-NAVN
               LS-FILIAL LS-ROLLE LS-SPAERRET.
       MAIN-PROCEDURE.
           IF WS-LOADED = "N"
               PERFORM LOAD-OPERATOR-REGISTER
               MOVE "Y" TO WS-LOADED
           END-IF

           MOVE "N" TO LS-FUNDET
           MOVE SPACES TO LS-NAVN
           MOVE SPACES TO LS-FILIAL
           MOVE SPACES TO LS-ROLLE
           MOVE "N" TO LS-SPAERRET
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPERATOR-COUNT
                      OR LS-FUNDET = "Y"
               IF OT-BRUGERID(WS-OP-IX) = LS-BRUGERID
                  AND LS-BRUGERID NOT = SPACES
                   MOVE "Y" TO LS-FUNDET
                   MOVE OT-NAVN(WS-OP-IX) TO LS-NAVN
                   MOVE OT-FILIAL(WS-OP-IX) TO LS-FILIAL
                   MOVE OT-ROLLE(WS-OP-IX) TO LS-ROLLE
                   MOVE OT-SPAERRET(WS-OP-IX) TO LS-SPAERRET
               END-IF
           END-PERFORM

       goback.

      *> No register on disk means no operator is known.
       LOAD-OPERATOR-REGISTER.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT "OPERATOR_FIL"
               ON EXCEPTION
                   MOVE "Operatorer.txt" TO WS-OPERATOR-FILENAME
           END-ACCEPT

           OPEN INPUT operator-file-1
           IF OPERATOR-FILE-1-STATUS NOT = "00"
               DISPLAY "OPERATORTJEK: intet operatoerregister paa "
                   "disk - ingen operatoerer kendes"
           ELSE
               PERFORM UNTIL END-OF-OPERATOR = "Y"
                   READ operator-file-1
                       AT END
                           MOVE "Y" TO END-OF-OPERATOR
                       NOT AT END
                           PERFORM LOAD-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE operator-file-1
           END-IF.

       LOAD-ONE-OPERATOR.
           IF WS-OPERATOR-COUNT < WS-MAX-OPERATORER
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OP-BRUGERID TO OT-BRUGERID(WS-OPERATOR-COUNT)
               MOVE OP-NAVN TO OT-NAVN(WS-OPERATOR-COUNT)
               MOVE OP-FILIAL TO OT-FILIAL(WS-OPERATOR-COUNT)
               MOVE OP-ROLLE TO OT-ROLLE(WS-OPERATOR-COUNT)
               MOVE OP-SPAERRET TO OT-SPAERRET(WS-OPERATOR-COUNT)
           ELSE
               DISPLAY "OPERATORTJEK: operator table full, "
                   "skipping " OP-BRUGERID
           END-IF.
