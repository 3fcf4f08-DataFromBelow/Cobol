       identification division.
       program-id. ADGANGSLOG.

      *> Shared read-access log writer, in the style of KOERSELLOG.
      *> Every inquiry that shows a customer calls this with its own
      *> name and the KundeID, and a line is appended to the common
      *> access log with the date, time and the operator signed on
      *> at OPERATORKONSOL (OPERATOR_ID; BATCH outside the console),
      *> so the bank can answer who has looked at a customer.

       environment division.
       input-output section.
       file-control.
           select adgang-file-1 assign to dynamic WS-ADGANG-FILENAME
               organization is line sequential
               file status is ADGANG-FILE-1-STATUS.

       data division.
       file section.
       fd  adgang-file-1.
       01  adgang-record.
           copy "ADGANGLOG.cpy".

       working-storage section.
       01  ADGANG-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  WS-ADGANG-FILENAME      PIC X(100)
                                    VALUE "Adgangslog.txt".
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.

       linkage section.
       01  LS-PROGRAM-NAVN         pic x(20).
       01  LS-KUNDEID              pic x(10).

       procedure division using LS-PROGRAM-NAVN LS-KUNDEID.
       MAIN-PROCEDURE.
           ACCEPT WS-ADGANG-FILENAME FROM ENVIRONMENT "ADGANGSLOG_FIL"
               ON EXCEPTION
                   MOVE "Adgangslog.txt" TO WS-ADGANG-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           OPEN EXTEND adgang-file-1
           IF ADGANG-FILE-1-STATUS = "35"
               OPEN OUTPUT adgang-file-1
           END-IF
           IF ADGANG-FILE-1-STATUS NOT = "00"
               DISPLAY "ADGANGSLOG: cannot open access log, "
                   "status " ADGANG-FILE-1-STATUS
           ELSE
               MOVE SPACES TO adgang-record
               MOVE FUNCTION CURRENT-DATE(1:8) TO AG-DATO
               MOVE FUNCTION CURRENT-DATE(9:6) TO AG-TID
               MOVE WS-BRUGERID TO AG-BRUGERID
               MOVE LS-PROGRAM-NAVN TO AG-PROGRAM
               MOVE LS-KUNDEID TO AG-KUNDEID
               WRITE adgang-record
               CLOSE adgang-file-1
           END-IF

       goback.
