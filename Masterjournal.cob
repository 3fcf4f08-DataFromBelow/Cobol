      *> after-image, new-record or deleted-record action, and the
      *> image is appended to the common master journal that
      *> MASTERGENOPRET rolls forward from the last promoted backup -
      *> or rolls back after an abended run. Each image is stamped
      *> with the signed-on operator (OPERATOR_ID, BATCH if none).

       environment division.
       input-output section.
       01  JOURNAL-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  WS-JOURNAL-FILENAME     PIC X(100)
                                    VALUE "MasterJournal.txt".
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.

       linkage section.
       01  LS-PROGRAM-NAVN         pic x(20).
                   MOVE "MasterJournal.txt" TO WS-JOURNAL-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           OPEN EXTEND journal-file-1
           IF JOURNAL-FILE-1-STATUS = "35"
               OPEN OUTPUT journal-file-1
               MOVE LS-AKTION TO MJ-AKTION
               MOVE LS-KUNDEDATA(1:10) TO MJ-KUNDEID
               MOVE LS-KUNDEDATA TO MJ-KUNDEDATA
               MOVE WS-BRUGERID TO MJ-BRUGERID
               WRITE journal-record
               CLOSE journal-file-1
           END-IF
