       identification division.
       program-id. MELLEMREGNINGSALDER.

      *> Daily ageing report for the posting suspense position
      *> (Mellemregning.txt, MELLEMREG.cpy). Every open item is aged
      *> in calendar days from the day KONTOPOSTERING booked it and
      *> counted per Valutakode in three buckets: 0-2 days, 3-10
      *> days and over 10 days. Amounts are gross - a rejected debit
      *> and a rejected credit both count as money the branch still
      *> has to place. The items over 10 days are listed one by one
      *> with their reject reason so the branch can chase them;
      *> SLAALARM raises the operator alarm on the same bucket.

       environment division.
       input-output section.
       file-control.
           select mellem-file-1 assign to dynamic WS-MELLEM-FILENAME
               organization is line sequential
               file status is MELLEM-FILE-1-STATUS.

       data division.
       file section.
       fd  mellem-file-1.
       01  mellem-record.
           copy "MELLEMREG.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "MELLEMREGNINGSALDER".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MELLEM           PIC X VALUE "N".
       01  MELLEM-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  WS-MELLEM-FILENAME      PIC X(100)
                                    VALUE "Mellemregning.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT            PIC S9(9) VALUE 0.
       01  WS-ALDER                PIC S9(9) VALUE 0.
       01  WS-ALDER-EDIT           PIC ZZZZ9.
       01  WS-SPAND                PIC 9 VALUE 0.
       01  WS-MR-POSTERING.
           copy "POSTTRANS.cpy".

       01  WS-MAX-VALUTA           PIC 9(3) VALUE 50.
       01  WS-VALUTA-COUNT         PIC 9(3) VALUE 0.
       01  WS-VAL-IX               PIC 9(3) VALUE 0.
       01  WS-VAL-FOUND            PIC X VALUE "N".
       01  WS-SP-IX                PIC 9 VALUE 0.
       01  ALDER-TABEL.
           02  ALDER-ENTRY OCCURS 50 TIMES.
               03  AT-KODE         pic x(3).
               03  AT-SPAND OCCURS 3 TIMES.
                   04  AT-ANTAL    pic 9(7).
                   04  AT-BELOEB   pic s9(11)v99.

       01  WS-SPAND-TEKST.
           02  FILLER              PIC X(10) VALUE "0-2 dage  ".
           02  FILLER              PIC X(10) VALUE "3-10 dage ".
           02  FILLER              PIC X(10) VALUE "over 10   ".
       01  WS-SPAND-TEKST-R REDEFINES WS-SPAND-TEKST.
           02  WS-SPAND-NAVN       PIC X(10) OCCURS 3 TIMES.

       01  WS-LAEST-COUNT          PIC 9(7) VALUE 0.
       01  WS-AABEN-COUNT          PIC 9(7) VALUE 0.
       01  WS-GAMMEL-COUNT         PIC 9(7) VALUE 0.
       01  WS-AABEN-BELOEB         PIC S9(11)V99 VALUE ZEROS.
       01  WS-GAMMEL-BELOEB        PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-MELLEM-FILENAME
                   FROM ENVIRONMENT "MELLEMREGNING_FIL"
               ON EXCEPTION
                   MOVE "Mellemregning.txt" TO WS-MELLEM-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           DISPLAY "=========================================="
           DISPLAY "MELLEMREGNINGSALDER - aldersfordeling "
               "mellemregning " WS-TODAY
           DISPLAY "=========================================="

           OPEN INPUT mellem-file-1
           IF MELLEM-FILE-1-STATUS NOT = "00"
               DISPLAY "MELLEMREGNINGSALDER: ingen mellemregning paa "
                   "disk (status " MELLEM-FILE-1-STATUS
                   ") - ingen aabne poster"
           ELSE
               PERFORM UNTIL END-OF-MELLEM = "Y"
                   READ mellem-file-1
                       AT END
                           MOVE "Y" TO END-OF-MELLEM
                       NOT AT END
                           ADD 1 TO WS-LAEST-COUNT
                           IF MR-STATUS = "A"
                               PERFORM ALDER-ONE-POST
                           END-IF
                   END-READ
                   IF MELLEM-FILE-1-STATUS NOT = "00"
                      AND MELLEM-FILE-1-STATUS NOT = "10"
                       DISPLAY "MELLEMREGNINGSALDER: read error, "
                           "status " MELLEM-FILE-1-STATUS
                       MOVE "Y" TO END-OF-MELLEM
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-PERFORM
               CLOSE mellem-file-1
           END-IF

           DISPLAY "--------------------------------------------"
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               PERFORM VARYING WS-SP-IX FROM 1 BY 1
                       UNTIL WS-SP-IX > 3
                   MOVE AT-BELOEB(WS-VAL-IX WS-SP-IX)
                       TO WS-BELOEB-EDIT
                   DISPLAY AT-KODE(WS-VAL-IX) "  "
                       WS-SPAND-NAVN(WS-SP-IX) " "
                       AT-ANTAL(WS-VAL-IX WS-SP-IX) " poster  "
                       WS-BELOEB-EDIT
               END-PERFORM
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "Poster laest         : " WS-LAEST-COUNT
           DISPLAY "Aabne poster         : " WS-AABEN-COUNT
           MOVE WS-AABEN-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Aabent beloeb        : " WS-BELOEB-EDIT
           DISPLAY "Heraf over 10 dage   : " WS-GAMMEL-COUNT
           MOVE WS-GAMMEL-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Beloeb over 10 dage  : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           MOVE WS-LAEST-COUNT TO WS-KLOG-LAEST
           MOVE WS-AABEN-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AABEN-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       ALDER-ONE-POST.
           MOVE MR-POSTDATA TO WS-MR-POSTERING
           COMPUTE WS-ALDER = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(MR-NR-DATO)
           IF WS-ALDER <= 2
               MOVE 1 TO WS-SPAND
           ELSE
           IF WS-ALDER <= 10
               MOVE 2 TO WS-SPAND
           ELSE
               MOVE 3 TO WS-SPAND
           END-IF
           END-IF

           PERFORM FIND-VALUTA
           IF WS-VAL-IX <= WS-VALUTA-COUNT
               ADD 1 TO AT-ANTAL(WS-VAL-IX WS-SPAND)
               ADD POST-BELOEB IN WS-MR-POSTERING
                   TO AT-BELOEB(WS-VAL-IX WS-SPAND)
           END-IF
           ADD 1 TO WS-AABEN-COUNT
           ADD POST-BELOEB IN WS-MR-POSTERING TO WS-AABEN-BELOEB

           IF WS-SPAND = 3
               ADD 1 TO WS-GAMMEL-COUNT
               ADD POST-BELOEB IN WS-MR-POSTERING TO WS-GAMMEL-BELOEB
               MOVE WS-ALDER TO WS-ALDER-EDIT
               MOVE POST-BELOEB IN WS-MR-POSTERING TO WS-BELOEB-EDIT
               DISPLAY MR-NR " " MR-AARSAG " " WS-ALDER-EDIT
                   " dage " MR-VALUTA " "
                   POST-DK IN WS-MR-POSTERING WS-BELOEB-EDIT " "
                   POST-KUNDEID IN WS-MR-POSTERING " "
                   POST-KONTONUMMER IN WS-MR-POSTERING
           END-IF.

       FIND-VALUTA.
           MOVE "N" TO WS-VAL-FOUND
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
                      OR WS-VAL-FOUND = "Y"
               IF AT-KODE(WS-VAL-IX) = MR-VALUTA
                   MOVE "Y" TO WS-VAL-FOUND
               END-IF
           END-PERFORM
           IF WS-VAL-FOUND = "Y"
               SUBTRACT 1 FROM WS-VAL-IX
           ELSE
               IF WS-VALUTA-COUNT < WS-MAX-VALUTA
                   ADD 1 TO WS-VALUTA-COUNT
                   MOVE WS-VALUTA-COUNT TO WS-VAL-IX
                   MOVE MR-VALUTA TO AT-KODE(WS-VAL-IX)
                   PERFORM VARYING WS-SP-IX FROM 1 BY 1
                           UNTIL WS-SP-IX > 3
                       MOVE ZEROS TO AT-ANTAL(WS-VAL-IX WS-SP-IX)
                       MOVE ZEROS TO AT-BELOEB(WS-VAL-IX WS-SP-IX)
                   END-PERFORM
               ELSE
                   DISPLAY "MELLEMREGNINGSALDER: currency table "
                       "full, skipping " MR-VALUTA
               END-IF
           END-IF.
