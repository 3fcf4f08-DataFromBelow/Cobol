       identification division.
       program-id. RETSHOLDGENNEMSYN.

      *> Monthly list of legal holds past their review date. Reads
      *> the legal-hold register (RetsHold.txt, RETSHOLD.cpy) and
      *> lists every hold still in force - not lifted, or lifted
      *> with a future end date - whose review date has passed, with
      *> its reason, requester, start and review dates, the number
      *> of days overdue and who changed it last, so the requester
      *> can be asked to renew (RETSHOLDVEDLIGEHOLD "R") or lift
      *> ("L") it. The customer's name is taken from the customer
      *> master when it is on disk. Runs on the MAANED line of the
      *> schedule plan. A hold without a review date is listed too;
      *> it has never been set up properly. No register on disk
      *> means no holds and an empty list.

       environment division.
       input-output section.
       file-control.
           select hold-file-1 assign to dynamic WS-HOLD-FILENAME
               organization is line sequential
               file status is HOLD-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select liste-file-1 assign to dynamic WS-LISTE-FILENAME
               organization is line sequential
               file status is LISTE-FILE-1-STATUS.

       data division.
       file section.
       fd  hold-file-1.
       01  hold-record.
           copy "RETSHOLD.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  liste-file-1.
       01  liste-record            PIC X(160).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "RETSHOLDGENNEMSYN".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-HOLD             PIC X VALUE "N".
       01  HOLD-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  LISTE-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-HOLD-FILENAME        PIC X(100)
                                    VALUE "RetsHold.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-LISTE-FILENAME       PIC X(100)
                                    VALUE "RetsHoldGennemsyn.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-MASTER-AKTIV         PIC X VALUE "N".
       01  WS-NAVN                 PIC X(41) VALUE SPACES.
       01  WS-DAGE                 PIC 9(5) VALUE 0.
       01  WS-LISTE-LINJE          PIC X(160) VALUE SPACES.

       01  WS-HOLD-COUNT           PIC 9(7) VALUE 0.
       01  WS-I-KRAFT-COUNT        PIC 9(7) VALUE 0.
       01  WS-OVERSKREDET-COUNT    PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT "RETSHOLD_FIL"
               ON EXCEPTION
                   MOVE "RetsHold.txt" TO WS-HOLD-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-LISTE-FILENAME
                   FROM ENVIRONMENT "RETSHOLD_GENNEMSYN_FIL"
               ON EXCEPTION
                   MOVE "RetsHoldGennemsyn.txt" TO WS-LISTE-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN OUTPUT liste-file-1
           IF LISTE-FILE-1-STATUS NOT = "00"
               DISPLAY "RETSHOLDGENNEMSYN: cannot open list, status "
                   LISTE-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO WS-LISTE-LINJE
           STRING "RETSHOLD OVER REVIEW-DATO PR. " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE
           MOVE SPACES TO WS-LISTE-LINJE
           STRING "KUNDEID    " DELIMITED BY SIZE
               "NAVN                                      "
                   DELIMITED BY SIZE
               "A AARSAG                         ANMODER              "
                   DELIMITED BY SIZE
               "START    REVIEW   DAGE  BRUGER"
                   DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AKTIV
           END-IF

           OPEN INPUT hold-file-1
           IF HOLD-FILE-1-STATUS NOT = "00"
               DISPLAY "RETSHOLDGENNEMSYN: no legal-hold register, "
                   "nothing to review"
           ELSE
               PERFORM UNTIL END-OF-HOLD = "Y"
                   READ hold-file-1
                       AT END
                           MOVE "Y" TO END-OF-HOLD
                       NOT AT END
                           ADD 1 TO WS-HOLD-COUNT
                           PERFORM VURDER-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE hold-file-1
           END-IF

           IF WS-MASTER-AKTIV = "Y"
               CLOSE master-file-1
           END-IF

           MOVE SPACES TO WS-LISTE-LINJE
           STRING "I ALT " DELIMITED BY SIZE
               WS-OVERSKREDET-COUNT DELIMITED BY SIZE
               " RETSHOLD OVER REVIEW-DATO AF " DELIMITED BY SIZE
               WS-I-KRAFT-COUNT DELIMITED BY SIZE
               " I KRAFT" DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE
           CLOSE liste-file-1

           DISPLAY "=========================================="
           DISPLAY "RETSHOLDGENNEMSYN - retshold til review "
               WS-TODAY
           DISPLAY "Linjer i registret  : " WS-HOLD-COUNT
           DISPLAY "Retshold i kraft    : " WS-I-KRAFT-COUNT
           DISPLAY "Over review-dato    : " WS-OVERSKREDET-COUNT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-HOLD-COUNT TO WS-KLOG-LAEST
           MOVE WS-OVERSKREDET-COUNT TO WS-KLOG-SKREVET
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       VURDER-ONE-HOLD.
           IF RH-SLUT-DATO IS NOT NUMERIC
               MOVE ZEROS TO RH-SLUT-DATO
           END-IF
           IF RH-REVIEW-DATO IS NOT NUMERIC
               MOVE ZEROS TO RH-REVIEW-DATO
           END-IF
           IF RH-SLUT-DATO = 0 OR RH-SLUT-DATO > WS-TODAY
               ADD 1 TO WS-I-KRAFT-COUNT
               IF RH-REVIEW-DATO < WS-TODAY
                   ADD 1 TO WS-OVERSKREDET-COUNT
                   PERFORM SKRIV-LISTE-POST
               END-IF
           END-IF.

       SKRIV-LISTE-POST.
           MOVE SPACES TO WS-NAVN
           IF WS-MASTER-AKTIV = "Y"
               MOVE RH-KUNDEID TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       MOVE "(findes ikke i kundemaster)" TO WS-NAVN
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(Fornavn IN master-record)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(Efternavn IN master-record)
                               DELIMITED BY SIZE
                           INTO WS-NAVN
                       END-STRING
               END-READ
           END-IF

           MOVE 0 TO WS-DAGE
           IF RH-REVIEW-DATO NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(RH-REVIEW-DATO) = 0
                   COMPUTE WS-DAGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(RH-REVIEW-DATO)
               END-IF
           END-IF

           MOVE SPACES TO WS-LISTE-LINJE
           STRING RH-KUNDEID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RH-AARSAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RH-AARSAG-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RH-ANMODER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RH-START-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RH-REVIEW-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RH-BRUGERID DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE.
