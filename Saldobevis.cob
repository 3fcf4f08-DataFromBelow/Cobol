       identification division.
       program-id. SALDOBEVIS.

      *> Nightly account ledger proof. For every account the opening
      *> balance on PrimoSaldi.txt (PRIMOSALDO.cpy, written by the
      *> year-end close) plus the net of the account's postings on
      *> the live history must give the balance the account holds
      *> today: KONTO-SALDO on the account master, or Balance on the
      *> customer master for an account the account master does not
      *> carry. For a primary account the two masters must also
      *> agree with each other. Every posting is credited to an
      *> account by the rule KONTOPOSTERING books by: its own
      *> KontoNummer when that account is on the account master,
      *> otherwise the customer's primary KontoNummer.
      *> The four sources are released to one sort keyed on
      *> KontoNummer and proven account by account. Every account
      *> that does not agree is listed with its difference and the
      *> date of its last posting; an account without a carry-forward
      *> record starts from zero. Any difference ends the step with
      *> return code 24, so the batch chain stops and DRIFTOVERSIGT
      *> and SLAALARM show the step red.

       environment division.
       input-output section.
       file-control.
           select primo-file-1 assign to dynamic WS-PRIMO-FILENAME
               organization is line sequential
               file status is PRIMO-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select sort-file-1 assign to "SaldobevisSRT.tmp".

       data division.
       file section.
       fd  primo-file-1.
       01  primo-record.
           copy "PRIMOSALDO.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
      *> SW-TYPE: P carry-forward, H posting, S account master
      *>          balance, M customer master balance
       sd  sort-file-1.
       01  sort-record.
           02  SW-KONTO          pic x(20).
           02  SW-TYPE           pic x(1).
           02  SW-KUNDEID        pic x(10).
           02  SW-BELOEB         pic s9(11)v99.
           02  SW-DATO           pic 9(8).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "SALDOBEVIS".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-PRIMO            PIC X VALUE "N".
       01  END-OF-POST             PIC X VALUE "N".
       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  END-OF-SORT             PIC X VALUE "N".
       01  PRIMO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-PRIMO-FILENAME       PIC X(100)
                                    VALUE "PrimoSaldi.txt".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-PRIMO-AKTIV          PIC X VALUE "N".
       01  WS-HISTORIK-AKTIV       PIC X VALUE "N".
       01  WS-KONTO-AKTIV          PIC X VALUE "N".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-POST-NETTO           PIC S9(11)V99 VALUE ZEROS.
       01  WS-POST-KONTO           PIC X(20) VALUE SPACES.
       01  WS-MASTER-FOUND         PIC X VALUE "N".

      *> The account being proven while the sorted work file is read.
       01  WS-FIRST-IN-GROUP       PIC X VALUE "Y".
       01  WS-AKT-KONTO            PIC X(20) VALUE SPACES.
       01  WS-AKT-KUNDEID          PIC X(10) VALUE SPACES.
       01  WS-AKT-PRIMO            PIC S9(11)V99 VALUE ZEROS.
       01  WS-AKT-HAR-PRIMO        PIC X VALUE "N".
       01  WS-AKT-POSTERET         PIC S9(11)V99 VALUE ZEROS.
       01  WS-AKT-SIDSTE-DATO      PIC 9(8) VALUE ZEROS.
       01  WS-AKT-KONTOSALDO       PIC S9(11)V99 VALUE ZEROS.
       01  WS-AKT-HAR-KONTO        PIC X VALUE "N".
       01  WS-AKT-KUNDESALDO       PIC S9(11)V99 VALUE ZEROS.
       01  WS-AKT-HAR-KUNDE        PIC X VALUE "N".
       01  WS-AKT-SALDO            PIC S9(11)V99 VALUE ZEROS.
       01  WS-AKT-DIFFERENCE       PIC S9(11)V99 VALUE ZEROS.
       01  WS-AKT-SPEJL-DIFF       PIC S9(11)V99 VALUE ZEROS.

       01  WS-PRIMO-COUNT          PIC 9(7) VALUE 0.
       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-UKENDT-COUNT         PIC 9(7) VALUE 0.
       01  WS-KONTO-COUNT          PIC 9(7) VALUE 0.
       01  WS-STEMMER-COUNT        PIC 9(7) VALUE 0.
       01  WS-DIFF-COUNT           PIC 9(7) VALUE 0.
       01  WS-SPEJL-COUNT          PIC 9(7) VALUE 0.
       01  WS-UDEN-PRIMO-COUNT     PIC 9(7) VALUE 0.
       01  WS-DIFF-TOTAL           PIC S9(11)V99 VALUE ZEROS.
       01  WS-UKENDT-BELOEB        PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-3        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRIMO-MARKER         PIC X(13) VALUE SPACES.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-PRIMO-FILENAME FROM ENVIRONMENT "PRIMO_SALDO_FIL"
               ON EXCEPTION
                   MOVE "PrimoSaldi.txt" TO WS-PRIMO-FILENAME
           END-ACCEPT

           ACCEPT WS-HISTORIK-FILENAME
                   FROM ENVIRONMENT "POSTERING_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "Posteringshistorik.txt"
                       TO WS-HISTORIK-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM OPEN-FILES

           DISPLAY "=========================================="
           DISPLAY "SALDOBEVIS - kontoafstemning " WS-TODAY
           DISPLAY "=========================================="

           SORT sort-file-1
               ON ASCENDING KEY SW-KONTO OF sort-record
               ON ASCENDING KEY SW-TYPE OF sort-record
               INPUT PROCEDURE IS RELEASE-BEVIS-RECORDS
               OUTPUT PROCEDURE IS PROEV-KONTI
           IF SORT-RETURN NOT = 0
               DISPLAY "SALDOBEVIS: sort failed, sort-return "
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM CLOSE-FILES

           DISPLAY "--------------------------------------------"
           DISPLAY "Primosaldi laest      : " WS-PRIMO-COUNT
           DISPLAY "Posteringer laest     : " WS-POST-COUNT
           DISPLAY "Konti afstemt         : " WS-KONTO-COUNT
           DISPLAY "Konti der stemmer     : " WS-STEMMER-COUNT
           DISPLAY "Konti med difference  : " WS-DIFF-COUNT
           DISPLAY "Heraf kunde/konto     : " WS-SPEJL-COUNT
           DISPLAY "Konti uden primosaldo : " WS-UDEN-PRIMO-COUNT
           MOVE WS-DIFF-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Difference i alt      : " WS-BELOEB-EDIT
           DISPLAY "Posteringer uden konto: " WS-UKENDT-COUNT
           MOVE WS-UKENDT-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Beloeb uden konto     : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           IF WS-DIFF-COUNT > 0 OR WS-UKENDT-COUNT > 0
               DISPLAY "SALDOBEVIS: kontiene stemmer ikke med "
                   "primo og posteringer - koerslen stoppes"
               IF RETURN-CODE < 24
                   MOVE 24 TO RETURN-CODE
               END-IF
           END-IF

           MOVE WS-KONTO-COUNT TO WS-KLOG-LAEST
           MOVE WS-STEMMER-COUNT TO WS-KLOG-SKREVET
           COMPUTE WS-KLOG-AFVIST = WS-DIFF-COUNT + WS-UKENDT-COUNT
           MOVE WS-DIFF-TOTAL TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> The customer master is required; a missing carry-forward
      *> file, history or account master only means that source has
      *> nothing to contribute (before the first year-end close, or
      *> before the account master is loaded).
       OPEN-FILES.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "SALDOBEVIS: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT primo-file-1
           IF PRIMO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-PRIMO-AKTIV
           ELSE
               DISPLAY "SALDOBEVIS: ingen primosaldo-fil paa disk "
                   "(status " PRIMO-FILE-1-STATUS ") - alle konti "
                   "afstemmes fra nul"
           END-IF

           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-HISTORIK-AKTIV
           ELSE
               DISPLAY "SALDOBEVIS: ingen posteringshistorik paa "
                   "disk (status " HISTORIK-FILE-1-STATUS ")"
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           ELSE
               DISPLAY "SALDOBEVIS: ingen kontomaster paa disk "
                   "(status " KONTO-FILE-1-STATUS ") - konti "
                   "afstemmes mod kundemasterens saldo"
           END-IF.

       CLOSE-FILES.
           CLOSE master-file-1
           IF WS-PRIMO-AKTIV = "Y"
               CLOSE primo-file-1
           END-IF
           IF WS-HISTORIK-AKTIV = "Y"
               CLOSE historik-file-1
           END-IF
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF.

      *> Both masters are read through in key order first; the
      *> history pass after them reads the masters at random to
      *> credit each posting to its account.
       RELEASE-BEVIS-RECORDS.
           IF WS-PRIMO-AKTIV = "Y"
               PERFORM RELEASE-PRIMOSALDI
           END-IF
           PERFORM RELEASE-KUNDESALDI
           IF WS-KONTO-AKTIV = "Y"
               PERFORM RELEASE-KONTOSALDI
           END-IF
           IF WS-HISTORIK-AKTIV = "Y"
               PERFORM RELEASE-POSTERINGER
           END-IF.

       RELEASE-PRIMOSALDI.
           PERFORM UNTIL END-OF-PRIMO = "Y"
               READ primo-file-1
                   AT END
                       MOVE "Y" TO END-OF-PRIMO
                   NOT AT END
                       ADD 1 TO WS-PRIMO-COUNT
                       MOVE PS-KONTONUMMER TO SW-KONTO
                       MOVE "P" TO SW-TYPE
                       MOVE PS-KUNDEID TO SW-KUNDEID
                       MOVE PS-SALDO TO SW-BELOEB
                       MOVE PS-DATO TO SW-DATO
                       RELEASE sort-record
               END-READ
               IF PRIMO-FILE-1-STATUS NOT = "00"
                  AND PRIMO-FILE-1-STATUS NOT = "10"
                   DISPLAY "SALDOBEVIS: read error on carry-forward "
                       "file, status " PRIMO-FILE-1-STATUS
                   MOVE "Y" TO END-OF-PRIMO
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-PERFORM.

       RELEASE-KUNDESALDI.
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       IF KontoNummer IN master-record NOT = SPACES
                           MOVE KontoNummer IN master-record
                               TO SW-KONTO
                           MOVE "M" TO SW-TYPE
                           MOVE KundeID IN master-record
                               TO SW-KUNDEID
                           MOVE Balance IN master-record
                               TO SW-BELOEB
                           MOVE ZEROS TO SW-DATO
                           RELEASE sort-record
                       END-IF
               END-READ
               IF MASTER-FILE-1-STATUS NOT = "00"
                  AND MASTER-FILE-1-STATUS NOT = "10"
                   DISPLAY "SALDOBEVIS: read error on master, status "
                       MASTER-FILE-1-STATUS
                   MOVE "Y" TO END-OF-MASTER
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-PERFORM.

       RELEASE-KONTOSALDI.
           PERFORM UNTIL END-OF-KONTO = "Y"
               READ konto-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KONTO
                   NOT AT END
                       MOVE KONTO-NUMMER IN konto-record TO SW-KONTO
                       MOVE "S" TO SW-TYPE
                       MOVE KONTO-KUNDEID IN konto-record
                           TO SW-KUNDEID
                       MOVE KONTO-SALDO IN konto-record TO SW-BELOEB
                       MOVE ZEROS TO SW-DATO
                       RELEASE sort-record
               END-READ
               IF KONTO-FILE-1-STATUS NOT = "00"
                  AND KONTO-FILE-1-STATUS NOT = "10"
                   DISPLAY "SALDOBEVIS: read error on account master, "
                       "status " KONTO-FILE-1-STATUS
                   MOVE "Y" TO END-OF-KONTO
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-PERFORM.

       RELEASE-POSTERINGER.
           PERFORM UNTIL END-OF-POST = "Y"
               READ historik-file-1
                   AT END
                       MOVE "Y" TO END-OF-POST
                   NOT AT END
                       ADD 1 TO WS-POST-COUNT
                       PERFORM RELEASE-ONE-POSTERING
               END-READ
               IF HISTORIK-FILE-1-STATUS NOT = "00"
                  AND HISTORIK-FILE-1-STATUS NOT = "10"
                   DISPLAY "SALDOBEVIS: read error on history, status "
                       HISTORIK-FILE-1-STATUS
                   MOVE "Y" TO END-OF-POST
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-PERFORM.

       RELEASE-ONE-POSTERING.
           IF POST-DK IN historik-record = "D"
               COMPUTE WS-POST-NETTO =
                   POST-BELOEB IN historik-record * -1
           ELSE
               MOVE POST-BELOEB IN historik-record TO WS-POST-NETTO
           END-IF

           PERFORM FIND-POST-KONTO
           IF WS-POST-KONTO = SPACES
               ADD 1 TO WS-UKENDT-COUNT
               ADD WS-POST-NETTO TO WS-UKENDT-BELOEB
               MOVE WS-POST-NETTO TO WS-BELOEB-EDIT
               DISPLAY "SALDOBEVIS: postering "
                   POST-LOEBENR IN historik-record " "
                   POST-DATO IN historik-record
                   " kan ikke henfoeres til en konto - KundeID "
                   POST-KUNDEID IN historik-record " KontoNummer "
                   POST-KONTONUMMER IN historik-record
                   WS-BELOEB-EDIT
           ELSE
               MOVE WS-POST-KONTO TO SW-KONTO
               MOVE "H" TO SW-TYPE
               MOVE POST-KUNDEID IN historik-record TO SW-KUNDEID
               MOVE WS-POST-NETTO TO SW-BELOEB
               MOVE POST-DATO IN historik-record TO SW-DATO
               RELEASE sort-record
           END-IF.

      *> The posting's own KontoNummer when the account master holds
      *> it, otherwise the primary KontoNummer of the customer the
      *> posting names (by KundeID, or by KontoNummer when the
      *> KundeID is blank) - the account KONTOPOSTERING booked it to.
       FIND-POST-KONTO.
           MOVE SPACES TO WS-POST-KONTO
           IF WS-KONTO-AKTIV = "Y"
              AND POST-KONTONUMMER IN historik-record NOT = SPACES
               MOVE POST-KONTONUMMER IN historik-record
                   TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KONTO-NUMMER IN konto-record
                           TO WS-POST-KONTO
               END-READ
           END-IF

           IF WS-POST-KONTO = SPACES
               MOVE "N" TO WS-MASTER-FOUND
               IF POST-KUNDEID IN historik-record NOT = SPACES
                   MOVE POST-KUNDEID IN historik-record
                       TO KundeID IN master-record
                   READ master-file-1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-MASTER-FOUND
                   END-READ
               ELSE
                   MOVE POST-KONTONUMMER IN historik-record
                       TO KontoNummer IN master-record
                   READ master-file-1
                       KEY IS KontoNummer IN master-record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-MASTER-FOUND
                   END-READ
               END-IF
               IF WS-MASTER-FOUND = "Y"
                   MOVE KontoNummer IN master-record TO WS-POST-KONTO
               END-IF
           END-IF.

       PROEV-KONTI.
           PERFORM UNTIL END-OF-SORT = "Y"
               RETURN sort-file-1
                   AT END
                       MOVE "Y" TO END-OF-SORT
                   NOT AT END
                       PERFORM TAG-ONE-BEVIS-RECORD
               END-RETURN
           END-PERFORM
           IF WS-FIRST-IN-GROUP = "N"
               PERFORM PROEV-ONE-KONTO
           END-IF.

       TAG-ONE-BEVIS-RECORD.
           IF WS-FIRST-IN-GROUP = "N"
              AND SW-KONTO NOT = WS-AKT-KONTO
               PERFORM PROEV-ONE-KONTO
               MOVE "Y" TO WS-FIRST-IN-GROUP
           END-IF
           IF WS-FIRST-IN-GROUP = "Y"
               MOVE "N" TO WS-FIRST-IN-GROUP
               MOVE SW-KONTO TO WS-AKT-KONTO
               MOVE SW-KUNDEID TO WS-AKT-KUNDEID
               MOVE ZEROS TO WS-AKT-PRIMO
               MOVE ZEROS TO WS-AKT-POSTERET
               MOVE ZEROS TO WS-AKT-SIDSTE-DATO
               MOVE ZEROS TO WS-AKT-KONTOSALDO
               MOVE ZEROS TO WS-AKT-KUNDESALDO
               MOVE "N" TO WS-AKT-HAR-PRIMO
               MOVE "N" TO WS-AKT-HAR-KONTO
               MOVE "N" TO WS-AKT-HAR-KUNDE
           END-IF

           EVALUATE SW-TYPE
               WHEN "P"
                   ADD SW-BELOEB TO WS-AKT-PRIMO
                   MOVE "Y" TO WS-AKT-HAR-PRIMO
               WHEN "H"
                   ADD SW-BELOEB TO WS-AKT-POSTERET
                   IF SW-DATO > WS-AKT-SIDSTE-DATO
                       MOVE SW-DATO TO WS-AKT-SIDSTE-DATO
                   END-IF
               WHEN "S"
                   ADD SW-BELOEB TO WS-AKT-KONTOSALDO
                   MOVE "Y" TO WS-AKT-HAR-KONTO
                   MOVE SW-KUNDEID TO WS-AKT-KUNDEID
               WHEN "M"
                   ADD SW-BELOEB TO WS-AKT-KUNDESALDO
                   MOVE "Y" TO WS-AKT-HAR-KUNDE
                   MOVE SW-KUNDEID TO WS-AKT-KUNDEID
           END-EVALUATE.

      *> The ledger is proven against the account master when it
      *> holds the account and against the customer master
      *> otherwise; postings to an account neither master knows are
      *> proven against zero.
       PROEV-ONE-KONTO.
           ADD 1 TO WS-KONTO-COUNT
           IF WS-AKT-HAR-PRIMO = "N"
               ADD 1 TO WS-UDEN-PRIMO-COUNT
           END-IF

           IF WS-AKT-HAR-KONTO = "Y"
               MOVE WS-AKT-KONTOSALDO TO WS-AKT-SALDO
           ELSE
           IF WS-AKT-HAR-KUNDE = "Y"
               MOVE WS-AKT-KUNDESALDO TO WS-AKT-SALDO
           ELSE
               MOVE ZEROS TO WS-AKT-SALDO
           END-IF
           END-IF
           COMPUTE WS-AKT-DIFFERENCE = WS-AKT-PRIMO + WS-AKT-POSTERET
               - WS-AKT-SALDO

           MOVE ZEROS TO WS-AKT-SPEJL-DIFF
           IF WS-AKT-HAR-KONTO = "Y" AND WS-AKT-HAR-KUNDE = "Y"
               COMPUTE WS-AKT-SPEJL-DIFF = WS-AKT-KONTOSALDO
                   - WS-AKT-KUNDESALDO
           END-IF

           IF WS-AKT-DIFFERENCE = 0 AND WS-AKT-SPEJL-DIFF = 0
               ADD 1 TO WS-STEMMER-COUNT
           ELSE
               ADD 1 TO WS-DIFF-COUNT
               PERFORM PRINT-DIFFERENCE
           END-IF.

       PRINT-DIFFERENCE.
           IF WS-AKT-HAR-PRIMO = "Y"
               MOVE SPACES TO WS-PRIMO-MARKER
           ELSE
               MOVE "(ingen primo)" TO WS-PRIMO-MARKER
           END-IF
           DISPLAY "DIFFERENCE konto " WS-AKT-KONTO
               " KundeID " WS-AKT-KUNDEID

           MOVE WS-AKT-PRIMO TO WS-BELOEB-EDIT
           MOVE WS-AKT-POSTERET TO WS-BELOEB-EDIT-2
           DISPLAY "  primo       " WS-BELOEB-EDIT " "
               WS-PRIMO-MARKER
           DISPLAY "  posteringer " WS-BELOEB-EDIT-2
               "  sidste posteringsdato " WS-AKT-SIDSTE-DATO

           MOVE WS-AKT-SALDO TO WS-BELOEB-EDIT
           MOVE WS-AKT-DIFFERENCE TO WS-BELOEB-EDIT-2
           DISPLAY "  saldo       " WS-BELOEB-EDIT
               "  difference " WS-BELOEB-EDIT-2
           IF WS-AKT-DIFFERENCE < 0
               SUBTRACT WS-AKT-DIFFERENCE FROM WS-DIFF-TOTAL
           ELSE
               ADD WS-AKT-DIFFERENCE TO WS-DIFF-TOTAL
           END-IF

           IF WS-AKT-SPEJL-DIFF NOT = 0
               ADD 1 TO WS-SPEJL-COUNT
               MOVE WS-AKT-KONTOSALDO TO WS-BELOEB-EDIT
               MOVE WS-AKT-KUNDESALDO TO WS-BELOEB-EDIT-2
               MOVE WS-AKT-SPEJL-DIFF TO WS-BELOEB-EDIT-3
               DISPLAY "  kontomaster " WS-BELOEB-EDIT
                   "  kundemaster " WS-BELOEB-EDIT-2
                   "  forskel " WS-BELOEB-EDIT-3
               IF WS-AKT-SPEJL-DIFF < 0
                   SUBTRACT WS-AKT-SPEJL-DIFF FROM WS-DIFF-TOTAL
               ELSE
                   ADD WS-AKT-SPEJL-DIFF TO WS-DIFF-TOTAL
               END-IF
           END-IF.
