       identification division.
       program-id. GODKENDELSESALDER.

      *> Daily report over the four-eyes approval file
      *> (Godkendelser.txt, GODKEND.cpy). Every item still waiting
      *> for a second operator is aged in bank days from the day
      *> GODKENDELSESFILTER held it back - a bank day being Monday
      *> to Friday without a holiday line in the bank calendar
      *> (BANKDAG.cpy), as BETALINGSFRIGIVELSE counts them. The
      *> items that have waited more than one bank day are listed
      *> one by one with the keying operator so the branch can get
      *> them settled; the count goes to the run log as rejected.

       environment division.
       input-output section.
       file-control.
           select godkend-file-1 assign to dynamic WS-GODKEND-FILENAME
               organization is line sequential
               file status is GODKEND-FILE-1-STATUS.
           select kalender-file-1 assign to dynamic
                   WS-KALENDER-FILENAME
               organization is line sequential
               file status is KALENDER-FILE-1-STATUS.

       data division.
       file section.
       fd  godkend-file-1.
       01  godkend-record.
           copy "GODKEND.cpy".
       fd  kalender-file-1.
       01  kalender-record.
           copy "BANKDAG.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "GODKENDELSESALDER".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-GODKEND          PIC X VALUE "N".
       01  END-OF-KALENDER         PIC X VALUE "N".
       01  GODKEND-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  KALENDER-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  WS-GODKEND-FILENAME     PIC X(100)
                                    VALUE "Godkendelser.txt".
       01  WS-KALENDER-FILENAME    PIC X(100)
                                    VALUE "Bankkalender.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT            PIC S9(9) VALUE 0.

       01  WS-MAX-HELLIGDAGE       PIC 9(3) VALUE 200.
       01  WS-HELLIG-COUNT         PIC 9(3) VALUE 0.
       01  WS-HELLIG-IX            PIC 9(3) VALUE 0.
       01  HELLIGDAG-TABEL.
           02  HELLIGDAG-ENTRY OCCURS 200 TIMES.
               03  HD-DATO         pic 9(8).
       01  WS-PROEVE-INT           PIC S9(9) VALUE 0.
       01  WS-PROEVE-DATO          PIC 9(8) VALUE ZEROS.
       01  WS-PROEVE-DOW           PIC 9(1) VALUE 0.
       01  WS-BANKDAG              PIC X VALUE "N".
       01  WS-BANKDAGE             PIC 9(5) VALUE 0.
       01  WS-ALDER-EDIT           PIC ZZZZ9.

       01  WS-LAEST-COUNT          PIC 9(7) VALUE 0.
       01  WS-VENTER-COUNT         PIC 9(7) VALUE 0.
       01  WS-FORSINKET-COUNT      PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-GODKEND-FILENAME FROM ENVIRONMENT "GODKEND_FIL"
               ON EXCEPTION
                   MOVE "Godkendelser.txt" TO WS-GODKEND-FILENAME
           END-ACCEPT

           ACCEPT WS-KALENDER-FILENAME
                   FROM ENVIRONMENT "BANKKALENDER_FIL"
               ON EXCEPTION
                   MOVE "Bankkalender.txt" TO WS-KALENDER-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           DISPLAY "=========================================="
           DISPLAY "GODKENDELSESALDER - ventende godkendelser "
               WS-TODAY
           DISPLAY "=========================================="

           PERFORM LOAD-KALENDER

           OPEN INPUT godkend-file-1
           IF GODKEND-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSESALDER: ingen godkendelser paa "
                   "disk (status " GODKEND-FILE-1-STATUS
                   ") - intet venter"
           ELSE
               PERFORM UNTIL END-OF-GODKEND = "Y"
                   READ godkend-file-1
                       AT END
                           MOVE "Y" TO END-OF-GODKEND
                       NOT AT END
                           ADD 1 TO WS-LAEST-COUNT
                           IF GD-STATUS = "V"
                               PERFORM ALDER-ONE-POST
                           END-IF
                   END-READ
                   IF GODKEND-FILE-1-STATUS NOT = "00"
                      AND GODKEND-FILE-1-STATUS NOT = "10"
                       DISPLAY "GODKENDELSESALDER: read error, "
                           "status " GODKEND-FILE-1-STATUS
                       MOVE "Y" TO END-OF-GODKEND
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-PERFORM
               CLOSE godkend-file-1
           END-IF

           DISPLAY "--------------------------------------------"
           DISPLAY "Poster laest              : " WS-LAEST-COUNT
           DISPLAY "Venter paa godkendelse    : " WS-VENTER-COUNT
           DISPLAY "Heraf over en bankdag     : " WS-FORSINKET-COUNT
           DISPLAY "=========================================="

           MOVE WS-LAEST-COUNT TO WS-KLOG-LAEST
           MOVE WS-VENTER-COUNT TO WS-KLOG-SKREVET
           MOVE WS-FORSINKET-COUNT TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> Bank days after the day the item was held back, up to and
      *> including today; counting stops once it passes one.
       ALDER-ONE-POST.
           ADD 1 TO WS-VENTER-COUNT
           MOVE 0 TO WS-BANKDAGE
           COMPUTE WS-PROEVE-INT =
               FUNCTION INTEGER-OF-DATE(GD-NR-DATO) + 1
           PERFORM UNTIL WS-PROEVE-INT > WS-TODAY-INT
                      OR WS-BANKDAGE > 1
               COMPUTE WS-PROEVE-DATO =
                   FUNCTION DATE-OF-INTEGER(WS-PROEVE-INT)
               PERFORM CHECK-BANKDAG
               IF WS-BANKDAG = "Y"
                   ADD 1 TO WS-BANKDAGE
               END-IF
               ADD 1 TO WS-PROEVE-INT
           END-PERFORM

           IF WS-BANKDAGE > 1
               ADD 1 TO WS-FORSINKET-COUNT
               COMPUTE WS-ALDER-EDIT = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(GD-NR-DATO)
               DISPLAY GD-NR " " GD-KILDE " " GD-AARSAG " "
                   GD-KUNDEID " " WS-ALDER-EDIT " dage "
                   "indtastet af " GD-INDTASTER
           END-IF.

       LOAD-KALENDER.
           OPEN INPUT kalender-file-1
           IF KALENDER-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSESALDER: ingen bankkalender paa "
                   "disk - kun weekender regnes som lukkedage"
           ELSE
               PERFORM UNTIL END-OF-KALENDER = "Y"
                   READ kalender-file-1 INTO kalender-record
                       AT END
                           MOVE "Y" TO END-OF-KALENDER
                       NOT AT END
                           IF BD-HELLIGDAG = "J"
                               IF WS-HELLIG-COUNT < WS-MAX-HELLIGDAGE
                                   ADD 1 TO WS-HELLIG-COUNT
                                   MOVE BD-DATO TO
                                       HD-DATO(WS-HELLIG-COUNT)
                               ELSE
                                   DISPLAY "GODKENDELSESALDER: "
                                       "holiday table full, entry "
                                       "skipped"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kalender-file-1
           END-IF.

      *> Bank day: Monday to Friday and not a listed holiday.
      *> Day-of-week from the date's integer form: 1 Monday ... 6
      *> Saturday, 0 Sunday.
       CHECK-BANKDAG.
           MOVE "Y" TO WS-BANKDAG
           COMPUTE WS-PROEVE-DOW = FUNCTION REM(
               FUNCTION INTEGER-OF-DATE(WS-PROEVE-DATO), 7)
           IF WS-PROEVE-DOW = 6 OR WS-PROEVE-DOW = 0
               MOVE "N" TO WS-BANKDAG
           END-IF
           PERFORM VARYING WS-HELLIG-IX FROM 1 BY 1
                   UNTIL WS-HELLIG-IX > WS-HELLIG-COUNT
               IF HD-DATO(WS-HELLIG-IX) = WS-PROEVE-DATO
                   MOVE "N" TO WS-BANKDAG
               END-IF
           END-PERFORM.
