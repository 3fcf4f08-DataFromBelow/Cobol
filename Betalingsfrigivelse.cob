       identification division.
       program-id. BETALINGSFRIGIVELSE.

      *> Bank-day release of future-dated one-off payments, run on
      *> the DAGLIG line of the schedule plan ahead of KONTOPOSTERING
      *> (after BETALINGSVEDLIGEHOLD). On a day that is not a bank day
      *> (BANKDAG.cpy calendar, weekends) nothing is released, so a
      *> payment due on a weekend or holiday goes out on the next bank
      *> day. The run first settles the payments released last time,
      *> once the posting journal shows KONTOPOSTERING has run since:
      *> a payment not on the posting reject file is paid; one refused
      *> for lack of funds (P006/P007) is released again today until
      *> it has been retried BETALING_GENFORSOEG times (default 3) and
      *> is then given up; one rejected for any other reason is given
      *> up at once. Every given-up payment leaves a notice on the
      *> notice file for the branch to send the customer. Then every
      *> waiting payment whose due date has come is appended to the
      *> posting transaction file as a BETL debit. Finished payments
      *> are kept BETALING_OPBEVAR_DAGE days (default 90) for the
      *> customer inquiry, then dropped from the warehouse.

       environment division.
       input-output section.
       file-control.
           select betaling-file-1 assign to dynamic
                   WS-BETALING-FILENAME
               organization is line sequential
               file status is BETALING-FILE-1-STATUS.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.
           select journal-file-1 assign to dynamic WS-JOURNAL-FILENAME
               organization is line sequential
               file status is JOURNAL-FILE-1-STATUS.
           select kalender-file-1 assign to dynamic
                   WS-KALENDER-FILENAME
               organization is line sequential
               file status is KALENDER-FILE-1-STATUS.
           select meddel-file-1 assign to dynamic WS-MEDDEL-FILENAME
               organization is line sequential
               file status is MEDDEL-FILE-1-STATUS.

       data division.
       file section.
       fd  betaling-file-1.
       01  betaling-record.
           copy "BETALING.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "POSTTRANS.cpy".
       fd  fejl-file-1.
       01  fejl-record.
           copy "POSTFEJL.cpy".
       fd  journal-file-1.
       01  journal-record          PIC X(100).
       fd  kalender-file-1.
       01  kalender-record.
           copy "BANKDAG.cpy".
       fd  meddel-file-1.
       01  meddel-record           PIC X(120).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20)
                                  VALUE "BETALINGSFRIGIVELSE".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-BETALING         PIC X VALUE "N".
       01  END-OF-FEJL             PIC X VALUE "N".
       01  END-OF-KALENDER         PIC X VALUE "N".
       01  BETALING-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  JOURNAL-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  KALENDER-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  MEDDEL-FILE-1-STATUS    PIC X(2) VALUE "00".

       01  WS-BETALING-FILENAME    PIC X(100)
                                    VALUE "Betalingsoversigt.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "PosteringsTrans.txt".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "PosteringsFejl.txt".
       01  WS-JOURNAL-FILENAME     PIC X(100)
                                    VALUE "Posteringsjournal.txt".
       01  WS-KALENDER-FILENAME    PIC X(100)
                                    VALUE "Bankkalender.txt".
       01  WS-MEDDEL-FILENAME      PIC X(100)
                                    VALUE "BetalingsMeddelelser.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT            PIC S9(9) VALUE 0.
       01  WS-GENFORSOEG           PIC 9(2) VALUE 3.
       01  WS-GENFORSOEG-X         PIC X(3) VALUE SPACES.
       01  WS-OPBEVAR-DAGE         PIC 9(3) VALUE 90.
       01  WS-OPBEVAR-DAGE-X       PIC X(3) VALUE SPACES.
       01  WS-OPBEVAR-DATO         PIC 9(8) VALUE ZEROS.
       01  WS-OPBEVAR-INT          PIC S9(9) VALUE 0.

      *> Date of the last posting run, from the posting journal's
      *> header line; zero when no journal is on disk.
       01  WS-SIDSTE-KOERSEL       PIC 9(8) VALUE ZEROS.
       01  WS-JOURNAL-HOVED.
           02  JH-TAG              PIC X(18).
           02  JH-DATO             PIC X(8).
           02  FILLER              PIC X(74).
       01  WS-FEJL-POST.
           copy "POSTTRANS.cpy".

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
       01  WS-EFFEKTIV-DATO        PIC 9(8) VALUE ZEROS.

       01  WS-MAX-BETALINGER       PIC 9(5) VALUE 5000.
       01  WS-BET-COUNT            PIC 9(5) VALUE 0.
       01  WS-BET-IX               PIC 9(5) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-BET-FUNDET           PIC X VALUE "N".
       01  BETALING-TABEL.
           02  BETALING-ENTRY OCCURS 5000 TIMES.
               03  BT-DATA         pic x(124).
               03  BT-SVAR         pic x(4).
               03  BT-SLET         pic x(1).

       01  WS-MEDDEL-AARSAG        PIC X(30) VALUE SPACES.
       01  WS-MEDDEL-LINJE         PIC X(120) VALUE SPACES.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-BETALING-COUNT       PIC 9(7) VALUE 0.
       01  WS-FRIGIVET-COUNT       PIC 9(7) VALUE 0.
       01  WS-GENFORSOEG-COUNT     PIC 9(7) VALUE 0.
       01  WS-BETALT-COUNT         PIC 9(7) VALUE 0.
       01  WS-OPGIVET-COUNT        PIC 9(7) VALUE 0.
       01  WS-SLETTET-COUNT        PIC 9(7) VALUE 0.
       01  WS-FRIGIVET-BELOEB      PIC S9(11)V99 VALUE ZEROS.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-BETALING-FILENAME FROM ENVIRONMENT "BETALING_FIL"
               ON EXCEPTION
                   MOVE "Betalingsoversigt.txt"
                       TO WS-BETALING-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "POSTERING_FIL"
               ON EXCEPTION
                   MOVE "PosteringsTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME FROM ENVIRONMENT "POSTERING_FEJL_FIL"
               ON EXCEPTION
                   MOVE "PosteringsFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-JOURNAL-FILENAME
                   FROM ENVIRONMENT "POSTERING_JOURNAL_FIL"
               ON EXCEPTION
                   MOVE "Posteringsjournal.txt" TO WS-JOURNAL-FILENAME
           END-ACCEPT

           ACCEPT WS-KALENDER-FILENAME
                   FROM ENVIRONMENT "BANKKALENDER_FIL"
               ON EXCEPTION
                   MOVE "Bankkalender.txt" TO WS-KALENDER-FILENAME
           END-ACCEPT

           ACCEPT WS-MEDDEL-FILENAME
                   FROM ENVIRONMENT "BETALING_MEDDELELSE_FIL"
               ON EXCEPTION
                   MOVE "BetalingsMeddelelser.txt"
                       TO WS-MEDDEL-FILENAME
           END-ACCEPT

           ACCEPT WS-GENFORSOEG-X FROM ENVIRONMENT "BETALING_GENFORSOEG"
               ON EXCEPTION
                   MOVE SPACES TO WS-GENFORSOEG-X
           END-ACCEPT
           IF WS-GENFORSOEG-X NOT = SPACES
               COMPUTE WS-GENFORSOEG =
                   FUNCTION NUMVAL(WS-GENFORSOEG-X)
           END-IF

           ACCEPT WS-OPBEVAR-DAGE-X
                   FROM ENVIRONMENT "BETALING_OPBEVAR_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPBEVAR-DAGE-X
           END-ACCEPT
           IF WS-OPBEVAR-DAGE-X NOT = SPACES
               COMPUTE WS-OPBEVAR-DAGE =
                   FUNCTION NUMVAL(WS-OPBEVAR-DAGE-X)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-OPBEVAR-INT = WS-TODAY-INT - WS-OPBEVAR-DAGE
           COMPUTE WS-OPBEVAR-DATO =
               FUNCTION DATE-OF-INTEGER(WS-OPBEVAR-INT)

           PERFORM LOAD-KALENDER
           MOVE WS-TODAY TO WS-PROEVE-DATO
           PERFORM CHECK-BANKDAG
           IF WS-BANKDAG = "N"
               DISPLAY "BETALINGSFRIGIVELSE: " WS-TODAY " er ikke en "
                   "bankdag - ingen betalinger frigives"
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           PERFORM LOAD-BETALINGER
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "BETALINGSFRIGIVELSE: flere betalinger end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-BETALING-FILENAME) " er uroert"
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           PERFORM LAES-SIDSTE-KOERSEL
           PERFORM LAES-POSTERINGSFEJL

           OPEN EXTEND trans-file-1
           IF TRANS-FILE-1-STATUS = "35"
               OPEN OUTPUT trans-file-1
           END-IF
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSFRIGIVELSE: cannot open posting "
                   "transaction file, status " TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN EXTEND meddel-file-1
           IF MEDDEL-FILE-1-STATUS = "35"
               OPEN OUTPUT meddel-file-1
           END-IF
           IF MEDDEL-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSFRIGIVELSE: cannot open notice "
                   "file, status " MEDDEL-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           PERFORM VARYING WS-BET-IX FROM 1 BY 1
                   UNTIL WS-BET-IX > WS-BET-COUNT
               PERFORM BEHANDL-ONE-BETALING
           END-PERFORM

           CLOSE trans-file-1
           CLOSE meddel-file-1

           PERFORM REWRITE-BETALINGER

           DISPLAY "=========================================="
           DISPLAY "BETALINGSFRIGIVELSE - enkeltbetalinger " WS-TODAY
           DISPLAY "Betalinger paa fil   : " WS-BETALING-COUNT
           DISPLAY "Sidste posteringsk.  : " WS-SIDSTE-KOERSEL
           DISPLAY "Betalt               : " WS-BETALT-COUNT
           DISPLAY "Opgivet (meddelelse) : " WS-OPGIVET-COUNT
           DISPLAY "Frigivet i dag       : " WS-FRIGIVET-COUNT
           DISPLAY "  heraf genforsoeg   : " WS-GENFORSOEG-COUNT
           MOVE WS-FRIGIVET-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Frigivet beloeb      : " WS-BELOEB-EDIT
           DISPLAY "Afsluttede fjernet   : " WS-SLETTET-COUNT
           DISPLAY "=========================================="

           PERFORM SKRIV-KOERSELLOG

       goback.

       SKRIV-KOERSELLOG.
           MOVE WS-BETALING-COUNT TO WS-KLOG-LAEST
           MOVE WS-FRIGIVET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-OPGIVET-COUNT TO WS-KLOG-AFVIST
           MOVE WS-FRIGIVET-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE.

       LOAD-KALENDER.
           OPEN INPUT kalender-file-1
           IF KALENDER-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSFRIGIVELSE: ingen bankkalender paa "
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
                                   DISPLAY "BETALINGSFRIGIVELSE: "
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

      *> The due date moved forward to the first bank day on or
      *> after it.
       BEREGN-EFFEKTIV-DATO.
           MOVE BET-FORFALD-DATO TO WS-PROEVE-DATO
           PERFORM CHECK-BANKDAG
           PERFORM UNTIL WS-BANKDAG = "Y"
               COMPUTE WS-PROEVE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROEVE-DATO) + 1
               COMPUTE WS-PROEVE-DATO =
                   FUNCTION DATE-OF-INTEGER(WS-PROEVE-INT)
               PERFORM CHECK-BANKDAG
           END-PERFORM
           MOVE WS-PROEVE-DATO TO WS-EFFEKTIV-DATO.

       LOAD-BETALINGER.
           OPEN INPUT betaling-file-1
           IF BETALING-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSFRIGIVELSE: ingen betalingsoversigt "
                   "paa disk - intet at frigive"
           ELSE
               PERFORM UNTIL END-OF-BETALING = "Y"
                   READ betaling-file-1
                       AT END
                           MOVE "Y" TO END-OF-BETALING
                       NOT AT END
                           ADD 1 TO WS-BETALING-COUNT
                           IF WS-BET-COUNT < WS-MAX-BETALINGER
                               ADD 1 TO WS-BET-COUNT
                               MOVE betaling-record
                                   TO BT-DATA(WS-BET-COUNT)
                               MOVE SPACES TO BT-SVAR(WS-BET-COUNT)
                               MOVE "N" TO BT-SLET(WS-BET-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE betaling-file-1
           END-IF.

       LAES-SIDSTE-KOERSEL.
           OPEN INPUT journal-file-1
           IF JOURNAL-FILE-1-STATUS = "00"
               READ journal-file-1 INTO WS-JOURNAL-HOVED
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JH-TAG = "POSTERINGSJOURNAL "
                          AND JH-DATO IS NUMERIC
                           MOVE JH-DATO TO WS-SIDSTE-KOERSEL
                       END-IF
               END-READ
               CLOSE journal-file-1
           END-IF.

      *> Each BETL reject is pinned to one released payment with the
      *> same account, amount and release date that has no answer
      *> yet.
       LAES-POSTERINGSFEJL.
           OPEN INPUT fejl-file-1
           IF FEJL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-FEJL = "Y"
                   READ fejl-file-1
                       AT END
                           MOVE "Y" TO END-OF-FEJL
                       NOT AT END
                           MOVE PF-POSTDATA TO WS-FEJL-POST
                           IF POST-TYPEKODE IN WS-FEJL-POST = "BETL"
                               PERFORM NOTER-AFVISNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fejl-file-1
           END-IF.

       NOTER-AFVISNING.
           MOVE "N" TO WS-BET-FUNDET
           PERFORM VARYING WS-BET-IX FROM 1 BY 1
                   UNTIL WS-BET-IX > WS-BET-COUNT
                      OR WS-BET-FUNDET = "Y"
               MOVE BT-DATA(WS-BET-IX) TO betaling-record
               IF BET-STATUS = "F"
                  AND BT-SVAR(WS-BET-IX) = SPACES
                  AND BET-KONTONUMMER =
                      POST-KONTONUMMER IN WS-FEJL-POST
                  AND BET-BELOEB = POST-BELOEB IN WS-FEJL-POST
                  AND BET-FRIGIVET-DATO = POST-DATO IN WS-FEJL-POST
                   MOVE "Y" TO WS-BET-FUNDET
                   MOVE PF-AARSAG TO BT-SVAR(WS-BET-IX)
               END-IF
           END-PERFORM.

       BEHANDL-ONE-BETALING.
           MOVE BT-DATA(WS-BET-IX) TO betaling-record
           IF BET-STATUS = "F"
              AND BET-FRIGIVET-DATO <= WS-SIDSTE-KOERSEL
               PERFORM AFGOER-FRIGIVET
           END-IF
           IF BET-STATUS = "V"
               PERFORM BEREGN-EFFEKTIV-DATO
               IF WS-EFFEKTIV-DATO <= WS-TODAY
                   PERFORM FRIGIV-BETALING
               END-IF
           END-IF
           IF (BET-STATUS = "B" OR BET-STATUS = "A"
               OR BET-STATUS = "O")
              AND BET-AFSLUT-DATO < WS-OPBEVAR-DATO
               MOVE "J" TO BT-SLET(WS-BET-IX)
               ADD 1 TO WS-SLETTET-COUNT
           END-IF
           MOVE betaling-record TO BT-DATA(WS-BET-IX).

       AFGOER-FRIGIVET.
           EVALUATE TRUE
               WHEN BT-SVAR(WS-BET-IX) = SPACES
                   MOVE "B" TO BET-STATUS
                   MOVE WS-TODAY TO BET-AFSLUT-DATO
                   ADD 1 TO WS-BETALT-COUNT
               WHEN BT-SVAR(WS-BET-IX) = "P006"
                 OR BT-SVAR(WS-BET-IX) = "P007"
                   IF BET-FORSOEG > WS-GENFORSOEG
                       MOVE "manglende daekning" TO WS-MEDDEL-AARSAG
                       PERFORM OPGIV-BETALING
                   ELSE
                       MOVE "V" TO BET-STATUS
                       ADD 1 TO WS-GENFORSOEG-COUNT
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-MEDDEL-AARSAG
                   STRING "afvist i posteringen, aarsag "
                           DELIMITED BY SIZE
                       BT-SVAR(WS-BET-IX) DELIMITED BY SIZE
                       INTO WS-MEDDEL-AARSAG
                   END-STRING
                   PERFORM OPGIV-BETALING
           END-EVALUATE.

       OPGIV-BETALING.
           MOVE "O" TO BET-STATUS
           MOVE WS-TODAY TO BET-AFSLUT-DATO
           ADD 1 TO WS-OPGIVET-COUNT
           MOVE SPACES TO WS-MEDDEL-LINJE
           MOVE BET-BELOEB TO WS-BELOEB-EDIT
           STRING WS-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BET-KUNDEID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BET-KONTONUMMER DELIMITED BY SIZE
               " BETALING " DELIMITED BY SIZE
               BET-ID DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " ANNULLERET - " DELIMITED BY SIZE
               WS-MEDDEL-AARSAG DELIMITED BY SIZE
               INTO WS-MEDDEL-LINJE
           END-STRING
           WRITE meddel-record FROM WS-MEDDEL-LINJE.

       FRIGIV-BETALING.
           MOVE SPACES TO trans-record
           MOVE BET-KUNDEID TO POST-KUNDEID IN trans-record
           MOVE BET-KONTONUMMER TO POST-KONTONUMMER IN trans-record
           MOVE WS-TODAY TO POST-DATO IN trans-record
           MOVE BET-BELOEB TO POST-BELOEB IN trans-record
           MOVE "D" TO POST-DK IN trans-record
           MOVE BET-TEKST TO POST-TEKST IN trans-record
           MOVE BET-MODKONTO TO POST-MODKONTO IN trans-record
           MOVE "BETL" TO POST-TYPEKODE IN trans-record
           MOVE WS-TODAY TO POST-VALOER-DATO IN trans-record
           WRITE trans-record
           MOVE "F" TO BET-STATUS
           MOVE WS-TODAY TO BET-FRIGIVET-DATO
           ADD 1 TO BET-FORSOEG
           ADD 1 TO WS-FRIGIVET-COUNT
           ADD BET-BELOEB TO WS-FRIGIVET-BELOEB.

       REWRITE-BETALINGER.
           OPEN OUTPUT betaling-file-1
           IF BETALING-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSFRIGIVELSE: cannot rewrite payment "
                   "warehouse, status " BETALING-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BET-IX FROM 1 BY 1
                       UNTIL WS-BET-IX > WS-BET-COUNT
                   IF BT-SLET(WS-BET-IX) = "N"
                       WRITE betaling-record FROM BT-DATA(WS-BET-IX)
                   END-IF
               END-PERFORM
               CLOSE betaling-file-1
           END-IF.
