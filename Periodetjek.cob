       identification division.
       program-id. PERIODETJEK.

      *> Shared period check, a callable in the style of
      *> KREDITOPSLAG. The first call loads the period file
      *> (Perioder.txt, PERIODE.cpy) into a table; every call after
      *> that answers from the table. Given a booking date the
      *> routine answers whether its month is open - a month the
      *> file does not name is open - and returns the date the
      *> posting may be booked on: the date itself when the month is
      *> open, otherwise the first day of the first open month after
      *> it. A date that is not numeric is left to the caller's own
      *> checks and answered as open.

       environment division.
       input-output section.
       file-control.
           select periode-file-1 assign to dynamic WS-PERIODE-FILENAME
               organization is line sequential
               file status is PERIODE-FILE-1-STATUS.

       data division.
       file section.
       fd  periode-file-1.
       01  periode-record.
           copy "PERIODE.cpy".

       working-storage section.
       01  END-OF-PERIODE          PIC X VALUE "N".
       01  PERIODE-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  WS-PERIODE-FILENAME     PIC X(100)
                                    VALUE "Perioder.txt".

       01  WS-LOADED               PIC X VALUE "N".
       01  WS-MAANED               PIC 9(6) VALUE ZEROS.
       01  WS-MAANED-AAR           PIC 9(4) VALUE 0.
       01  WS-MAANED-MD            PIC 9(2) VALUE 0.
       01  WS-LUKKET               PIC X VALUE "N".

       01  WS-MAX-PERIODER         PIC 9(4) VALUE 1200.
       01  WS-PERIODE-COUNT        PIC 9(4) VALUE 0.
       01  WS-PM-IX                PIC 9(4) VALUE 0.
       01  WS-PM-FUNDET            PIC X VALUE "N".
       01  PERIODE-TABEL.
           02  PERIODE-ENTRY OCCURS 1200 TIMES.
               03  PM-MAANED       pic 9(6).
               03  PM-STATUS       pic x(1).

       linkage section.
       01  LS-DATO                 pic 9(8).
       01  LS-AABEN                pic x(1).
       01  LS-NY-DATO              pic 9(8).

       procedure division using LS-DATO LS-AABEN LS-NY-DATO.
       MAIN-PROCEDURE.
           IF WS-LOADED = "N"
               PERFORM LOAD-PERIODER
               MOVE "Y" TO WS-LOADED
           END-IF

           MOVE "Y" TO LS-AABEN
           MOVE LS-DATO TO LS-NY-DATO
           IF LS-DATO IS NOT NUMERIC
               GOBACK
           END-IF

           COMPUTE WS-MAANED = LS-DATO / 100
           PERFORM CHECK-MAANED
           IF WS-LUKKET = "N"
               GOBACK
           END-IF

      *> Closed: walk forward month by month to the first open one.
      *> Every closed month is in the table, so the walk ends.
           MOVE "N" TO LS-AABEN
           PERFORM UNTIL WS-LUKKET = "N"
               COMPUTE WS-MAANED-AAR = WS-MAANED / 100
               COMPUTE WS-MAANED-MD = WS-MAANED - WS-MAANED-AAR * 100
               IF WS-MAANED-MD >= 12
                   ADD 1 TO WS-MAANED-AAR
                   MOVE 1 TO WS-MAANED-MD
               ELSE
                   ADD 1 TO WS-MAANED-MD
               END-IF
               COMPUTE WS-MAANED = WS-MAANED-AAR * 100 + WS-MAANED-MD
               PERFORM CHECK-MAANED
           END-PERFORM
           COMPUTE LS-NY-DATO = WS-MAANED * 100 + 1

       goback.

       CHECK-MAANED.
           MOVE "N" TO WS-LUKKET
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PERIODE-COUNT
               IF PM-MAANED(WS-PM-IX) = WS-MAANED
                  AND PM-STATUS(WS-PM-IX) = "L"
                   MOVE "Y" TO WS-LUKKET
               END-IF
           END-PERFORM.

      *> No period file on disk means no month has been closed yet.
       LOAD-PERIODER.
           ACCEPT WS-PERIODE-FILENAME FROM ENVIRONMENT "PERIODE_FIL"
               ON EXCEPTION
                   MOVE "Perioder.txt" TO WS-PERIODE-FILENAME
           END-ACCEPT

           OPEN INPUT periode-file-1
           IF PERIODE-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-PERIODE = "Y"
                   READ periode-file-1
                       AT END
                           MOVE "Y" TO END-OF-PERIODE
                       NOT AT END
                           PERFORM NOTER-PERIODE
                   END-READ
               END-PERFORM
               CLOSE periode-file-1
           END-IF.

       NOTER-PERIODE.
           MOVE "N" TO WS-PM-FUNDET
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PERIODE-COUNT
                      OR WS-PM-FUNDET = "Y"
               IF PM-MAANED(WS-PM-IX) = PER-MAANED
                   MOVE "Y" TO WS-PM-FUNDET
                   MOVE PER-STATUS TO PM-STATUS(WS-PM-IX)
               END-IF
           END-PERFORM
           IF WS-PM-FUNDET = "N"
               IF WS-PERIODE-COUNT < WS-MAX-PERIODER
                   ADD 1 TO WS-PERIODE-COUNT
                   MOVE PER-MAANED TO PM-MAANED(WS-PERIODE-COUNT)
                   MOVE PER-STATUS TO PM-STATUS(WS-PERIODE-COUNT)
               ELSE
                   DISPLAY "PERIODETJEK: period table full, "
                       "month " PER-MAANED " dropped"
               END-IF
           END-IF.
