       identification division.
       program-id. RETSHOLDOPSLAG.

      *> Shared legal-hold lookup, a callable in the style of
      *> VAERGEOPSLAG. The first call loads the holds in force from
      *> the legal-hold register (RetsHold.txt, RETSHOLD.cpy) into a
      *> table; every call after that answers from the table. Given
      *> a KundeID and a date the routine returns "J" when a hold
      *> covers the customer on that date - started on or before it
      *> and not lifted before it - with the hold's reason code,
      *> reason text and review date; "N" otherwise. No register on
      *> disk means no holds.

       environment division.
       input-output section.
       file-control.
           select hold-file-1 assign to dynamic WS-HOLD-FILENAME
               organization is line sequential
               file status is HOLD-FILE-1-STATUS.

       data division.
       file section.
       fd  hold-file-1.
       01  hold-record.
           copy "RETSHOLD.cpy".

       working-storage section.
       01  END-OF-HOLD             PIC X VALUE "N".
       01  HOLD-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  WS-HOLD-FILENAME        PIC X(100)
                                    VALUE "RetsHold.txt".

       01  WS-LOADED               PIC X VALUE "N".
       01  WS-TODAY                PIC 9(8) VALUE ZEROS.

       01  WS-MAX-HOLDS            PIC 9(5) VALUE 2000.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE 0.
       01  WS-RH-IX                PIC 9(5) VALUE 0.
       01  HOLD-TABEL.
           02  HOLD-ENTRY OCCURS 2000 TIMES.
               03  HT-KUNDEID      pic x(10).
               03  HT-AARSAG       pic x(1).
               03  HT-AARSAG-TEKST pic x(30).
               03  HT-START        pic 9(8).
               03  HT-REVIEW       pic 9(8).
               03  HT-SLUT         pic 9(8).

       linkage section.
       01  LS-KUNDEID              pic x(10).
       01  LS-DATO                 pic 9(8).
       01  LS-HOLD                 pic x(1).
       01  LS-AARSAG               pic x(1).
       01  LS-AARSAG-TEKST         pic x(30).
       01  LS-REVIEW-DATO          pic 9(8).

       procedure division using LS-KUNDEID LS-DATO LS-HOLD
               LS-AARSAG LS-AARSAG-TEKST LS-REVIEW-DATO.
       MAIN-PROCEDURE.
           IF WS-LOADED = "N"
               PERFORM LOAD-HOLD-REGISTER
               MOVE "Y" TO WS-LOADED
           END-IF

           MOVE "N" TO LS-HOLD
           MOVE SPACES TO LS-AARSAG
           MOVE SPACES TO LS-AARSAG-TEKST
           MOVE ZEROS TO LS-REVIEW-DATO
           PERFORM VARYING WS-RH-IX FROM 1 BY 1
                   UNTIL WS-RH-IX > WS-HOLD-COUNT
                      OR LS-HOLD = "J"
               IF HT-KUNDEID(WS-RH-IX) = LS-KUNDEID
                  AND HT-START(WS-RH-IX) <= LS-DATO
                  AND (HT-SLUT(WS-RH-IX) = 0
                       OR HT-SLUT(WS-RH-IX) > LS-DATO)
                   MOVE "J" TO LS-HOLD
                   MOVE HT-AARSAG(WS-RH-IX) TO LS-AARSAG
                   MOVE HT-AARSAG-TEKST(WS-RH-IX) TO LS-AARSAG-TEKST
                   MOVE HT-REVIEW(WS-RH-IX) TO LS-REVIEW-DATO
               END-IF
           END-PERFORM

       goback.

       LOAD-HOLD-REGISTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT "RETSHOLD_FIL"
               ON EXCEPTION
                   MOVE "RetsHold.txt" TO WS-HOLD-FILENAME
           END-ACCEPT

           OPEN INPUT hold-file-1
           IF HOLD-FILE-1-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-HOLD = "Y"
                   READ hold-file-1
                       AT END
                           MOVE "Y" TO END-OF-HOLD
                       NOT AT END
                           PERFORM LOAD-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE hold-file-1
           END-IF.

      *> Holds lifted before today are history only and stay out
      *> of the table.
       LOAD-ONE-HOLD.
           IF RH-SLUT-DATO IS NOT NUMERIC
               MOVE ZEROS TO RH-SLUT-DATO
           END-IF
           IF RH-SLUT-DATO NOT = 0 AND RH-SLUT-DATO < WS-TODAY
               CONTINUE
           ELSE
               IF WS-HOLD-COUNT < WS-MAX-HOLDS
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE RH-KUNDEID TO HT-KUNDEID(WS-HOLD-COUNT)
                   MOVE RH-AARSAG TO HT-AARSAG(WS-HOLD-COUNT)
                   MOVE RH-AARSAG-TEKST
                       TO HT-AARSAG-TEKST(WS-HOLD-COUNT)
                   MOVE RH-START-DATO TO HT-START(WS-HOLD-COUNT)
                   MOVE RH-REVIEW-DATO TO HT-REVIEW(WS-HOLD-COUNT)
                   MOVE RH-SLUT-DATO TO HT-SLUT(WS-HOLD-COUNT)
               ELSE
                   DISPLAY "RETSHOLDOPSLAG: hold table full, "
                       "entry dropped"
               END-IF
           END-IF.
