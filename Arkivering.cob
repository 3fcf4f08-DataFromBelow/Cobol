      *> GENSKABFRAARKIV brings a named KundeID back when the
      *> customer returns. Run KUNDEMASTERUDLAES afterwards so the
      *> sequential interchange copy shrinks with the master.
      *> A customer under legal hold (RETSHOLDOPSLAG) stays in the
      *> master whatever the criteria say; the run names each one
      *> with the hold's reason and review date, and they count
      *> among the remaining records.

       environment division.
       input-output section.
               03  ST-STATUS       pic x(10).

       01  WS-ARKIVER              PIC X VALUE "N".
       01  WS-RH-HOLD              PIC X VALUE "N".
       01  WS-RH-AARSAG            PIC X VALUE SPACES.
       01  WS-RH-AARSAG-TEKST      PIC X(30) VALUE SPACES.
       01  WS-RH-REVIEW-DATO       PIC 9(8) VALUE ZEROS.
       01  WS-RETSHOLD-COUNT       PIC 9(7) VALUE 0.
       01  WS-LAEST-COUNT          PIC 9(7) VALUE 0.
       01  WS-ARKIVERET-COUNT      PIC 9(7) VALUE 0.
       01  WS-REST-COUNT           PIC 9(7) VALUE 0.
               FUNCTION TRIM(WS-ARKIV-FILENAME)
           DISPLAY "Kunder gennemgaaet  : " WS-LAEST-COUNT
           DISPLAY "Kunder arkiveret    : " WS-ARKIVERET-COUNT
           DISPLAY "Retshold, beholdt   : " WS-RETSHOLD-COUNT
           DISPLAY "Kunder tilbage      : " WS-REST-COUNT
           IF WS-LAEST-COUNT = WS-ARKIVERET-COUNT + WS-REST-COUNT
               DISPLAY "Kontrol: PASS - ingen kunder tabt"
                  AND ST-STATUS(WS-STATUS-IX) = "LUKKET"
                   MOVE "Y" TO WS-ARKIVER
               END-IF
           END-PERFORM
           IF WS-ARKIVER = "Y"
               PERFORM CHECK-RETSHOLD
           END-IF.

       CHECK-RETSHOLD.
           CALL "RETSHOLDOPSLAG" USING KundeID IN master-record
               WS-TODAY WS-RH-HOLD WS-RH-AARSAG WS-RH-AARSAG-TEKST
               WS-RH-REVIEW-DATO
           IF WS-RH-HOLD = "J"
               MOVE "N" TO WS-ARKIVER
               ADD 1 TO WS-RETSHOLD-COUNT
               DISPLAY "ARKIVERING: KundeID " KundeID IN master-record
                   " under retshold " WS-RH-AARSAG " "
                   FUNCTION TRIM(WS-RH-AARSAG-TEKST)
                   " review " WS-RH-REVIEW-DATO
                   " - arkiveres ikke"
           END-IF.

      *> The record is only purged when the archive write has landed;
      *> a failed write leaves the customer in the master and makes
