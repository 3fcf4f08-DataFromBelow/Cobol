       identification division.
       program-id. VALOERKONTROL.

      *> Value-date control. Reads the posting history and lists
      *> every posting booked inside the control window (VALOER_FRA /
      *> VALOER_TIL, default today) whose value date lies more than
      *> VALOER_MAX_BANKDAGE bank days (default 2) from its booking
      *> date, back-valued or forward-valued. Bank days are counted
      *> on the bank-day calendar BATCHSTYRING uses: Monday to
      *> Friday without a holiday line. History rows without a value
      *> date are value-dated on their booking date and never
      *> listed. Runs on the DAGLIG line of the schedule plan after
      *> KONTOPOSTERING.

       environment division.
       input-output section.
       file-control.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select kalender-file-1 assign to dynamic
                   WS-KALENDER-FILENAME
               organization is line sequential
               file status is KALENDER-FILE-1-STATUS.
           select liste-file-1 assign to dynamic WS-LISTE-FILENAME
               organization is line sequential
               file status is LISTE-FILE-1-STATUS.

       data division.
       file section.
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  kalender-file-1.
       01  kalender-record.
           copy "BANKDAG.cpy".
       fd  liste-file-1.
       01  liste-record            PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "VALOERKONTROL".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-POST             PIC X VALUE "N".
       01  END-OF-KALENDER         PIC X VALUE "N".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  KALENDER-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  LISTE-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-KALENDER-FILENAME    PIC X(100)
                                    VALUE "Bankkalender.txt".
       01  WS-LISTE-FILENAME       PIC X(100)
                                    VALUE "ValoerAfvigelser.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-FRA-DATO             PIC 9(8) VALUE ZEROS.
       01  WS-TIL-DATO             PIC 9(8) VALUE ZEROS.
       01  WS-FRA-DATO-X           PIC X(8) VALUE SPACES.
       01  WS-TIL-DATO-X           PIC X(8) VALUE SPACES.
       01  WS-MAX-BANKDAGE         PIC 9(3) VALUE 2.
       01  WS-MAX-BANKDAGE-X       PIC X(3) VALUE SPACES.

       01  WS-MAX-HELLIGDAGE       PIC 9(3) VALUE 200.
       01  WS-HELLIG-COUNT         PIC 9(3) VALUE 0.
       01  WS-HELLIG-IX            PIC 9(3) VALUE 0.
       01  HELLIGDAG-TABEL.
           02  HELLIGDAG-ENTRY OCCURS 200 TIMES.
               03  HD-DATO         pic 9(8).

      *> Bank days are counted from the earlier of the two dates
      *> (exclusive) to the later (inclusive); the count stops as
      *> soon as it passes the limit.
       01  WS-VALOER               PIC 9(8) VALUE ZEROS.
       01  WS-RETNING              PIC X(5) VALUE SPACES.
       01  WS-START-INT            PIC S9(9) VALUE 0.
       01  WS-SLUT-INT             PIC S9(9) VALUE 0.
       01  WS-PROEVE-INT           PIC S9(9) VALUE 0.
       01  WS-PROEVE-DATO          PIC 9(8) VALUE ZEROS.
       01  WS-PROEVE-DOW           PIC 9(1) VALUE 0.
       01  WS-BANKDAG              PIC X VALUE "N".
       01  WS-BANKDAG-COUNT        PIC 9(3) VALUE 0.

       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-KONTROL-COUNT        PIC 9(7) VALUE 0.
       01  WS-AFVIG-COUNT          PIC 9(7) VALUE 0.
       01  WS-AFVIG-BELOEB         PIC S9(11)V99 VALUE ZEROS.

       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LISTE-LINJE          PIC X(100) VALUE SPACES.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-HISTORIK-FILENAME
                   FROM ENVIRONMENT "POSTERING_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "Posteringshistorik.txt"
                       TO WS-HISTORIK-FILENAME
           END-ACCEPT

           ACCEPT WS-KALENDER-FILENAME
                   FROM ENVIRONMENT "BANKKALENDER_FIL"
               ON EXCEPTION
                   MOVE "Bankkalender.txt" TO WS-KALENDER-FILENAME
           END-ACCEPT

           ACCEPT WS-LISTE-FILENAME FROM ENVIRONMENT "VALOER_LISTE_FIL"
               ON EXCEPTION
                   MOVE "ValoerAfvigelser.txt" TO WS-LISTE-FILENAME
           END-ACCEPT

           ACCEPT WS-MAX-BANKDAGE-X
                   FROM ENVIRONMENT "VALOER_MAX_BANKDAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAX-BANKDAGE-X
           END-ACCEPT
           IF WS-MAX-BANKDAGE-X NOT = SPACES
               COMPUTE WS-MAX-BANKDAGE =
                   FUNCTION NUMVAL(WS-MAX-BANKDAGE-X)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-FRA-DATO
           MOVE WS-TODAY TO WS-TIL-DATO
           ACCEPT WS-FRA-DATO-X FROM ENVIRONMENT "VALOER_FRA"
               ON EXCEPTION
                   MOVE SPACES TO WS-FRA-DATO-X
           END-ACCEPT
           IF WS-FRA-DATO-X NOT = SPACES
               MOVE WS-FRA-DATO-X TO WS-FRA-DATO
           END-IF
           ACCEPT WS-TIL-DATO-X FROM ENVIRONMENT "VALOER_TIL"
               ON EXCEPTION
                   MOVE SPACES TO WS-TIL-DATO-X
           END-ACCEPT
           IF WS-TIL-DATO-X NOT = SPACES
               MOVE WS-TIL-DATO-X TO WS-TIL-DATO
           END-IF

           PERFORM LOAD-KALENDER

           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "VALOERKONTROL: cannot open posting history, "
                   "status " HISTORIK-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT liste-file-1
               IF LISTE-FILE-1-STATUS NOT = "00"
                   DISPLAY "VALOERKONTROL: cannot open report, status "
                       LISTE-FILE-1-STATUS
                   CLOSE historik-file-1
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-LISTE-HOVED
                   PERFORM UNTIL END-OF-POST = "Y"
                       READ historik-file-1 INTO historik-record
                           AT END
                               MOVE "Y" TO END-OF-POST
                           NOT AT END
                               ADD 1 TO WS-POST-COUNT
                               PERFORM KONTROLLER-ONE-POSTERING
                       END-READ
                       IF HISTORIK-FILE-1-STATUS NOT = "00"
                          AND HISTORIK-FILE-1-STATUS NOT = "10"
                           DISPLAY "VALOERKONTROL: read error, status "
                               HISTORIK-FILE-1-STATUS
                           MOVE "Y" TO END-OF-POST
                           MOVE 20 TO RETURN-CODE
                       END-IF
                   END-PERFORM
                   CLOSE historik-file-1
                   CLOSE liste-file-1
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "VALOERKONTROL - valoerdato mod bogfoeringsdato"
           DISPLAY "Bogfoert " WS-FRA-DATO " - " WS-TIL-DATO
               ", graense " WS-MAX-BANKDAGE " bankdage"
           DISPLAY "Posteringer laest  : " WS-POST-COUNT
           DISPLAY "Kontrolleret       : " WS-KONTROL-COUNT
           DISPLAY "Over graensen      : " WS-AFVIG-COUNT
           DISPLAY "=========================================="

           MOVE WS-POST-COUNT TO WS-KLOG-LAEST
           MOVE WS-AFVIG-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIG-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       LOAD-KALENDER.
           OPEN INPUT kalender-file-1
           IF KALENDER-FILE-1-STATUS NOT = "00"
               DISPLAY "VALOERKONTROL: ingen bankkalender paa disk - "
                   "kun weekender regnes som lukkedage"
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
                                   DISPLAY "VALOERKONTROL: holiday "
                                       "table full, entry skipped"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kalender-file-1
           END-IF.

       KONTROLLER-ONE-POSTERING.
           IF POST-DATO IN historik-record >= WS-FRA-DATO
              AND POST-DATO IN historik-record <= WS-TIL-DATO
              AND POST-VALOER-DATO IN historik-record IS NUMERIC
              AND POST-VALOER-DATO IN historik-record NOT = 0
              AND POST-VALOER-DATO IN historik-record
                  NOT = POST-DATO IN historik-record
               ADD 1 TO WS-KONTROL-COUNT
               MOVE POST-VALOER-DATO IN historik-record TO WS-VALOER
               IF WS-VALOER < POST-DATO IN historik-record
                   MOVE "TILB." TO WS-RETNING
                   COMPUTE WS-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-VALOER)
                   COMPUTE WS-SLUT-INT = FUNCTION INTEGER-OF-DATE(
                       POST-DATO IN historik-record)
               ELSE
                   MOVE "FREM " TO WS-RETNING
                   COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(
                       POST-DATO IN historik-record)
                   COMPUTE WS-SLUT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-VALOER)
               END-IF
               PERFORM TAEL-BANKDAGE
               IF WS-BANKDAG-COUNT > WS-MAX-BANKDAGE
                   PERFORM WRITE-AFVIGELSE
               END-IF
           END-IF.

       TAEL-BANKDAGE.
           MOVE 0 TO WS-BANKDAG-COUNT
           PERFORM VARYING WS-PROEVE-INT FROM WS-START-INT BY 1
                   UNTIL WS-PROEVE-INT >= WS-SLUT-INT
                      OR WS-BANKDAG-COUNT > WS-MAX-BANKDAGE
               COMPUTE WS-PROEVE-DATO =
                   FUNCTION DATE-OF-INTEGER(WS-PROEVE-INT + 1)
               PERFORM CHECK-BANKDAG
               IF WS-BANKDAG = "Y"
                   ADD 1 TO WS-BANKDAG-COUNT
               END-IF
           END-PERFORM.

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

       WRITE-LISTE-HOVED.
           MOVE SPACES TO WS-LISTE-LINJE
           STRING "VALOERAFVIGELSER BOGFOERT " DELIMITED BY SIZE
               WS-FRA-DATO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TIL-DATO DELIMITED BY SIZE
               " OVER " DELIMITED BY SIZE
               WS-MAX-BANKDAGE DELIMITED BY SIZE
               " BANKDAGE" DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE.

       WRITE-AFVIGELSE.
           ADD 1 TO WS-AFVIG-COUNT
           ADD POST-BELOEB IN historik-record TO WS-AFVIG-BELOEB
           MOVE SPACES TO WS-LISTE-LINJE
           MOVE POST-BELOEB IN historik-record TO WS-BELOEB-EDIT
           STRING POST-KUNDEID IN historik-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POST-KONTONUMMER IN historik-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POST-DATO IN historik-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RETNING DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POST-DK IN historik-record DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POST-TYPEKODE IN historik-record DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE.
