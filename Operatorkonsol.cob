      *> step's completion code, and loops back to the menu until
      *> the operator exits. Each called program is cancelled after
      *> use so a fresh call starts with fresh counters.
      *> Nobody gets the menu without signing on against the
      *> operator register (Operatorer.txt, OPERATOR.cpy): user ID
      *> and personal code, three tries per session, and a wrong
      *> code counts towards a lockout that is kept in the register
      *> (OPERATOR_MAX_FEJL, default 3) until OPERATORVEDLIGEHOLD
      *> issues a new code. The signed-on user ID is passed to every
      *> step as OPERATOR_ID, so changes and lookups are stamped
      *> with the person who made them.

       environment division.
       input-output section.
           select alarm-file-1 assign to dynamic WS-ALARM-FILENAME
               organization is line sequential
               file status is ALARM-FILE-1-STATUS.
           select operator-file-1 assign to dynamic
                   WS-OPERATOR-FILENAME
               organization is line sequential
               file status is OPERATOR-FILE-1-STATUS.

       data division.
       file section.
       fd  alarm-file-1.
       01  alarm-record           PIC X(120).
       fd  operator-file-1.
       01  operator-record.
           copy "OPERATOR.cpy".

       working-storage section.
       01  WS-VALG                PIC X(2) VALUE SPACES.
       01  END-OF-ALARM           PIC X VALUE "N".
       01  WS-ALARM-COUNT         PIC 9(5) VALUE 0.

      *> Operator register, held in a table while the console runs
      *> and written back whenever a sign-on changes a record.
       01  OPERATOR-FILE-1-STATUS PIC X(2) VALUE "00".
       01  WS-OPERATOR-FILENAME   PIC X(100)
                                   VALUE "Operatorer.txt".
       01  END-OF-OPERATOR        PIC X VALUE "N".
       01  WS-MAX-OPERATORER      PIC 9(3) VALUE 500.
       01  WS-OPERATOR-COUNT      PIC 9(3) VALUE 0.
       01  WS-OP-IX               PIC 9(3) VALUE 0.
       01  WS-OP-FUNDET           PIC 9(3) VALUE 0.
       01  OPERATOR-TABEL.
           02  OPERATOR-ENTRY OCCURS 500 TIMES.
               03  OT-RECORD       pic x(82).
       01  WS-OPERATOR.
           copy "OPERATOR.cpy".
       01  WS-MAX-FEJL            PIC 9 VALUE 3.
       01  WS-MAX-FEJL-X          PIC X(1) VALUE SPACES.
       01  WS-FORSOEG             PIC 9 VALUE 0.
       01  WS-LOGGET-PAA          PIC X VALUE "N".
       01  WS-BRUGERID-SVAR       PIC X(8) VALUE SPACES.
       01  WS-KODEORD-SVAR        PIC X(8) VALUE SPACES.

       procedure division.
       MAIN-PROCEDURE.
           PERFORM LOG-PAA
           IF WS-LOGGET-PAA NOT = "Y"
               DISPLAY "OPERATORKONSOL: adgang naegtet"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VIS-ALARMER
           PERFORM UNTIL WS-FAERDIG = "Y"
               PERFORM SHOW-MENU
                       CANCEL "BATCHSTYRING"
                   WHEN "11"
                       PERFORM KVITTER-ALARMER
                   WHEN "12"
                       MOVE "ADGANGSOPSLAG" TO WS-STEP-NAME
                       CALL "ADGANGSOPSLAG"
                       PERFORM SHOW-STEP-STATUS
                       CANCEL "ADGANGSOPSLAG"
                   WHEN "13"
                       MOVE "GODKENDELSE" TO WS-STEP-NAME
                       CALL "GODKENDELSE"
                       PERFORM SHOW-STEP-STATUS
                       CANCEL "GODKENDELSE"
                   WHEN "0"
                       MOVE "Y" TO WS-FAERDIG
                   WHEN OTHER
           DISPLAY " 9  Driftsoversigt"
           DISPLAY "10  Start batch-koerslen"
           DISPLAY "11  Kvitter alarmer"
           DISPLAY "12  Adgangslog for en kunde"
           DISPLAY "13  Godkend tilbageholdte transaktioner"
           DISPLAY " 0  Afslut"
           DISPLAY "Valg: " WITH NO ADVANCING.

      *> Sign-on. The register must be on disk - without it nobody
      *> can be identified and the console is refused.
       LOG-PAA.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT "OPERATOR_FIL"
               ON EXCEPTION
                   MOVE "Operatorer.txt" TO WS-OPERATOR-FILENAME
           END-ACCEPT
           ACCEPT WS-MAX-FEJL-X FROM ENVIRONMENT "OPERATOR_MAX_FEJL"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAX-FEJL-X
           END-ACCEPT
           IF WS-MAX-FEJL-X IS NUMERIC AND WS-MAX-FEJL-X NOT = "0"
               MOVE WS-MAX-FEJL-X TO WS-MAX-FEJL
           END-IF

           MOVE "N" TO WS-LOGGET-PAA
           PERFORM LOAD-OPERATOR-REGISTER
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "OPERATORKONSOL: intet operatoerregister - "
                   "ingen kan logge paa"
           ELSE
               MOVE 0 TO WS-FORSOEG
               PERFORM UNTIL WS-LOGGET-PAA = "Y" OR WS-FORSOEG >= 3
                   ADD 1 TO WS-FORSOEG
                   PERFORM PROEV-LOG-PAA
               END-PERFORM
           END-IF.

       LOAD-OPERATOR-REGISTER.
           MOVE 0 TO WS-OPERATOR-COUNT
           MOVE "N" TO END-OF-OPERATOR
           OPEN INPUT operator-file-1
           IF OPERATOR-FILE-1-STATUS = "00"
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
                               DISPLAY "OPERATORKONSOL: operator "
                                   "table full, skipping "
                                   OP-BRUGERID IN operator-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operator-file-1
           END-IF.

       PROEV-LOG-PAA.
           DISPLAY "Bruger-id: " WITH NO ADVANCING
           ACCEPT WS-BRUGERID-SVAR
           DISPLAY "Kode: " WITH NO ADVANCING
           ACCEPT WS-KODEORD-SVAR

           MOVE 0 TO WS-OP-FUNDET
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPERATOR-COUNT
                      OR WS-OP-FUNDET > 0
               MOVE OT-RECORD(WS-OP-IX) TO WS-OPERATOR
               IF OP-BRUGERID IN WS-OPERATOR = WS-BRUGERID-SVAR
                  AND WS-BRUGERID-SVAR NOT = SPACES
                   MOVE WS-OP-IX TO WS-OP-FUNDET
               END-IF
           END-PERFORM

           IF WS-OP-FUNDET = 0
               DISPLAY "OPERATORKONSOL: ukendt bruger-id eller "
                   "forkert kode"
           ELSE
               MOVE OT-RECORD(WS-OP-FUNDET) TO WS-OPERATOR
               IF OP-SPAERRET IN WS-OPERATOR = "J"
                   DISPLAY "OPERATORKONSOL: bruger " WS-BRUGERID-SVAR
                       " er spaerret - kontakt driftsledelsen"
                   MOVE 3 TO WS-FORSOEG
               ELSE
               IF OP-KODEORD IN WS-OPERATOR = WS-KODEORD-SVAR
                  AND WS-KODEORD-SVAR NOT = SPACES
                   MOVE 0 TO OP-FEJL-ANTAL IN WS-OPERATOR
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO OP-SIDSTE-DATO IN WS-OPERATOR
                   MOVE FUNCTION CURRENT-DATE(9:6)
                       TO OP-SIDSTE-TID IN WS-OPERATOR
                   MOVE WS-OPERATOR TO OT-RECORD(WS-OP-FUNDET)
                   PERFORM REWRITE-OPERATOR-REGISTER
                   SET ENVIRONMENT "OPERATOR_ID" TO WS-BRUGERID-SVAR
                   MOVE "Y" TO WS-LOGGET-PAA
                   DISPLAY "OPERATORKONSOL: velkommen "
                       OP-NAVN IN WS-OPERATOR
                   DISPLAY "  rolle " OP-ROLLE IN WS-OPERATOR
                       " filial " OP-FILIAL IN WS-OPERATOR
               ELSE
                   ADD 1 TO OP-FEJL-ANTAL IN WS-OPERATOR
                   IF OP-FEJL-ANTAL IN WS-OPERATOR >= WS-MAX-FEJL
                       MOVE "J" TO OP-SPAERRET IN WS-OPERATOR
                       DISPLAY "OPERATORKONSOL: bruger "
                           WS-BRUGERID-SVAR " er nu spaerret"
                       MOVE 3 TO WS-FORSOEG
                   ELSE
                       DISPLAY "OPERATORKONSOL: ukendt bruger-id "
                           "eller forkert kode"
                   END-IF
                   MOVE WS-OPERATOR TO OT-RECORD(WS-OP-FUNDET)
                   PERFORM REWRITE-OPERATOR-REGISTER
               END-IF
               END-IF
           END-IF.

       REWRITE-OPERATOR-REGISTER.
           OPEN OUTPUT operator-file-1
           IF OPERATOR-FILE-1-STATUS NOT = "00"
               DISPLAY "OPERATORKONSOL: operatoerregistret kunne "
                   "ikke opdateres, status " OPERATOR-FILE-1-STATUS
           ELSE
               PERFORM VARYING WS-OP-IX FROM 1 BY 1
                       UNTIL WS-OP-IX > WS-OPERATOR-COUNT
                   MOVE OT-RECORD(WS-OP-IX) TO operator-record
                   WRITE operator-record
               END-PERFORM
               CLOSE operator-file-1
           END-IF.

       PROMPT-MASKERING.
           DISPLAY "Maskeret visning (Y/N, tomt = Y): "
               WITH NO ADVANCING
