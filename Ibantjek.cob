       identification division.
       program-id. IBANTJEK.

      *> Shared IBAN check, a callable in the style of KREDITOPSLAG.
      *> Given an account number of up to 34 positions the routine
      *> answers "Y" when it passes the ISO 13616 mod-97 test: the
      *> first four positions are moved to the end, every letter is
      *> replaced by its two-digit value (A = 10 ... Z = 35) and the
      *> resulting number must leave remainder 1 when divided by 97.
      *> A number shorter than five positions, or one holding
      *> anything but digits and upper-case letters, is invalid.
      *> IBANKONTROL and KONTOPOSTERING both check through here.

       data division.
       working-storage section.
       01  WS-ACCOUNT             PIC X(34).
       01  WS-LEN                 PIC 9(2) VALUE 0.
       01  WS-REARRANGED          PIC X(34) VALUE SPACES.
       01  WS-NUMERIC-STRING      PIC X(80) VALUE SPACES.
       01  WS-NS-PTR              PIC 9(3) VALUE 1.
       01  WS-NS-LEN              PIC 9(3) VALUE 0.
       01  WS-IX                  PIC 9(3) VALUE 0.
       01  WS-CHAR                PIC X(1).
       01  WS-CHAR-VALUE          PIC 9(2).
       01  WS-CHAR-VALUE-EDIT     PIC 99.
       01  WS-DIGIT               PIC 9(1).
       01  WS-REMAINDER           PIC 9(4) VALUE 0.

       linkage section.
       01  LS-KONTO               pic x(34).
       01  LS-GYLDIG              pic x(1).

       procedure division using LS-KONTO LS-GYLDIG.
       MAIN-PROCEDURE.
           MOVE "N" TO LS-GYLDIG
           IF LS-KONTO = SPACES
               GOBACK
           END-IF
           MOVE FUNCTION TRIM(LS-KONTO) TO WS-ACCOUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-KONTO)) TO WS-LEN
           IF WS-LEN < 5
               GOBACK
           END-IF

           MOVE SPACES TO WS-REARRANGED
           STRING WS-ACCOUNT(5:WS-LEN - 4) DELIMITED BY SIZE
               WS-ACCOUNT(1:4) DELIMITED BY SIZE
               INTO WS-REARRANGED
           END-STRING

           MOVE SPACES TO WS-NUMERIC-STRING
           MOVE 1 TO WS-NS-PTR
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-LEN
               MOVE WS-REARRANGED(WS-IX:1) TO WS-CHAR
               IF WS-CHAR IS ALPHABETIC-UPPER AND WS-CHAR NOT = SPACE
                   COMPUTE WS-CHAR-VALUE =
                       FUNCTION ORD(WS-CHAR) - FUNCTION ORD("A") + 10
                   MOVE WS-CHAR-VALUE TO WS-CHAR-VALUE-EDIT
                   STRING WS-CHAR-VALUE-EDIT DELIMITED BY SIZE
                       INTO WS-NUMERIC-STRING
                       WITH POINTER WS-NS-PTR
                   END-STRING
               ELSE
               IF WS-CHAR IS NUMERIC
                   STRING WS-CHAR DELIMITED BY SIZE
                       INTO WS-NUMERIC-STRING
                       WITH POINTER WS-NS-PTR
                   END-STRING
               ELSE
                   GOBACK
               END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NS-LEN = WS-NS-PTR - 1

           MOVE 0 TO WS-REMAINDER
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NS-LEN
               MOVE WS-NUMERIC-STRING(WS-IX:1) TO WS-DIGIT
               COMPUTE WS-REMAINDER =
                   FUNCTION MOD((WS-REMAINDER * 10) + WS-DIGIT, 97)
           END-PERFORM

           IF WS-REMAINDER = 1
               MOVE "Y" TO LS-GYLDIG
           END-IF

       goback.
