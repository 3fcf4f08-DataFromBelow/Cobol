       identification division.
       program-id. KREDITUDLOEB.

      *> Monthly list of credit limits due to expire. Reads the
      *> credit-limit register, selects every limit whose expiry date
      *> falls inside the warning window (KREDIT_VARSEL_DAGE, default
      *> 31 days) plus the limits that have already expired but are
      *> still on file, and writes a worklist sorted by the granting
      *> branch so each branch gets its own section to renew or
      *> wind down. The owning KundeID is taken from the account
      *> master when it is on disk. Limits without an end date are
      *> never listed. Runs on the MAANED line of the schedule plan.

       environment division.
       input-output section.
       file-control.
           select ramme-file-1 assign to dynamic WS-RAMME-FILENAME
               organization is line sequential
               file status is RAMME-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is random
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select arbejd-file-1 assign to "KreditUdloebUSRT.txt"
               organization is line sequential
               file status is ARBEJD-FILE-1-STATUS.
           select sort-file-1 assign to "KreditUdloebSRT.tmp".
           select liste-file-1 assign to dynamic WS-LISTE-FILENAME
               organization is line sequential
               file status is LISTE-FILE-1-STATUS.

       data division.
       file section.
       fd  ramme-file-1.
       01  ramme-record.
           copy "KREDITRAMME.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  arbejd-file-1.
       01  arbejd-record.
           02  ARB-FILIALKODE      PIC X(4).
           02  FILLER              PIC X(1).
           02  ARB-KONTONUMMER     PIC X(20).
           02  FILLER              PIC X(1).
           02  ARB-KUNDEID         PIC X(10).
           02  FILLER              PIC X(1).
           02  ARB-BELOEB          PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(1).
           02  ARB-UDLOEB          PIC 9(8).
           02  FILLER              PIC X(1).
           02  ARB-AARSAG          PIC X(10).
       sd  sort-file-1.
       01  sort-record-1.
           02  SRT-FILIALKODE      PIC X(4).
           02  FILLER              PIC X(67).
       fd  liste-file-1.
       01  liste-record            PIC X(80).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KREDITUDLOEB".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-RAMME            PIC X VALUE "N".
       01  END-OF-SORT             PIC X VALUE "N".
       01  RAMME-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  ARBEJD-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  LISTE-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-RAMME-FILENAME       PIC X(100)
                                    VALUE "Kreditrammer.txt".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-LISTE-FILENAME       PIC X(100)
                                    VALUE "KreditUdloebsListe.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT            PIC S9(9) VALUE 0.
       01  WS-VARSEL-INT           PIC S9(9) VALUE 0.
       01  WS-VARSEL-DATO          PIC 9(8) VALUE ZEROS.
       01  WS-VARSEL-DAGE          PIC 9(3) VALUE 31.
       01  WS-VARSEL-DAGE-X        PIC X(3) VALUE SPACES.

       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-AARSAG               PIC X(10) VALUE SPACES.
       01  WS-FIRST-IN-GROUP       PIC X VALUE "Y".
       01  WS-CURRENT-FILIAL       PIC X(4) VALUE SPACES.
       01  WS-LISTE-LINJE          PIC X(80) VALUE SPACES.

       01  WS-RAMME-COUNT          PIC 9(7) VALUE 0.
       01  WS-FORFALDER-COUNT      PIC 9(7) VALUE 0.
       01  WS-UDLOEBET-COUNT       PIC 9(7) VALUE 0.
       01  WS-FORFALDER-BELOEB     PIC S9(11)V99 VALUE ZEROS.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-RAMME-FILENAME FROM ENVIRONMENT "KREDITRAMME_FIL"
               ON EXCEPTION
                   MOVE "Kreditrammer.txt" TO WS-RAMME-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-LISTE-FILENAME
                   FROM ENVIRONMENT "KREDIT_UDLOEB_FIL"
               ON EXCEPTION
                   MOVE "KreditUdloebsListe.txt" TO WS-LISTE-FILENAME
           END-ACCEPT

           ACCEPT WS-VARSEL-DAGE-X FROM ENVIRONMENT "KREDIT_VARSEL_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-VARSEL-DAGE-X
           END-ACCEPT
           IF WS-VARSEL-DAGE-X NOT = SPACES
               COMPUTE WS-VARSEL-DAGE =
                   FUNCTION NUMVAL(WS-VARSEL-DAGE-X)
           END-IF
           IF WS-VARSEL-DAGE = 0
               MOVE 31 TO WS-VARSEL-DAGE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-VARSEL-INT = WS-TODAY-INT + WS-VARSEL-DAGE
           COMPUTE WS-VARSEL-DATO =
               FUNCTION DATE-OF-INTEGER(WS-VARSEL-INT)

           PERFORM BYG-ARBEJDSLISTE
           PERFORM SORTER-OG-SKRIV-LISTE

           DISPLAY "=========================================="
           DISPLAY "KREDITUDLOEB - udloebende kreditrammer " WS-TODAY
           DISPLAY "Kreditrammer laest   : " WS-RAMME-COUNT
           DISPLAY "Udloeber inden "  WS-VARSEL-DATO ": "
               WS-FORFALDER-COUNT
           DISPLAY "Allerede udloebet    : " WS-UDLOEBET-COUNT
           DISPLAY "=========================================="

           MOVE WS-RAMME-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-FORFALDER-COUNT
               + WS-UDLOEBET-COUNT
           MOVE WS-FORFALDER-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       BYG-ARBEJDSLISTE.
           OPEN INPUT ramme-file-1
           IF RAMME-FILE-1-STATUS NOT = "00"
               DISPLAY "KREDITUDLOEB: cannot open credit-limit "
                   "register, status " RAMME-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           END-IF

           OPEN OUTPUT arbejd-file-1
           IF ARBEJD-FILE-1-STATUS NOT = "00"
               DISPLAY "KREDITUDLOEB: cannot open work file, status "
                   ARBEJD-FILE-1-STATUS
               CLOSE ramme-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-RAMME = "Y"
               READ ramme-file-1 INTO ramme-record
                   AT END
                       MOVE "Y" TO END-OF-RAMME
                   NOT AT END
                       ADD 1 TO WS-RAMME-COUNT
                       PERFORM VURDER-ONE-RAMME
               END-READ
           END-PERFORM

           CLOSE ramme-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF
           CLOSE arbejd-file-1.

       VURDER-ONE-RAMME.
           MOVE SPACES TO WS-AARSAG
           IF KRR-UDLOEB-DATO NOT = 0
               EVALUATE TRUE
                   WHEN KRR-UDLOEB-DATO < WS-TODAY
                       MOVE "UDLOEBET" TO WS-AARSAG
                       ADD 1 TO WS-UDLOEBET-COUNT
                   WHEN KRR-UDLOEB-DATO <= WS-VARSEL-DATO
                       MOVE "FORFALDER" TO WS-AARSAG
                       ADD 1 TO WS-FORFALDER-COUNT
                       ADD KRR-BELOEB TO WS-FORFALDER-BELOEB
               END-EVALUATE
           END-IF
           IF WS-AARSAG NOT = SPACES
               PERFORM WRITE-ARBEJDS-POST
           END-IF.

       WRITE-ARBEJDS-POST.
           MOVE SPACES TO arbejd-record
           MOVE KRR-FILIALKODE TO ARB-FILIALKODE
           MOVE KRR-KONTONUMMER TO ARB-KONTONUMMER
           MOVE KRR-BELOEB TO ARB-BELOEB
           MOVE KRR-UDLOEB-DATO TO ARB-UDLOEB
           MOVE WS-AARSAG TO ARB-AARSAG
           IF WS-KONTO-AKTIV = "Y"
               MOVE KRR-KONTONUMMER TO KONTO-NUMMER
               READ konto-file-1
                   INVALID KEY
                       MOVE "??????????" TO ARB-KUNDEID
                   NOT INVALID KEY
                       MOVE KONTO-KUNDEID TO ARB-KUNDEID
               END-READ
           END-IF
           WRITE arbejd-record.

       SORTER-OG-SKRIV-LISTE.
           SORT sort-file-1
               ON ASCENDING KEY SRT-FILIALKODE
               USING arbejd-file-1
               OUTPUT PROCEDURE IS SKRIV-UDLOEBS-LISTE
           IF SORT-RETURN NOT = 0
               DISPLAY "KREDITUDLOEB: sort by branch failed, "
                   "sort-return " SORT-RETURN
               MOVE 16 TO RETURN-CODE
           END-IF.

       SKRIV-UDLOEBS-LISTE.
           OPEN OUTPUT liste-file-1
           IF LISTE-FILE-1-STATUS NOT = "00"
               DISPLAY "KREDITUDLOEB: cannot open worklist, status "
                   LISTE-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM UNTIL END-OF-SORT = "Y"
               RETURN sort-file-1 INTO arbejd-record
                   AT END
                       MOVE "Y" TO END-OF-SORT
                   NOT AT END
                       IF LISTE-FILE-1-STATUS = "00"
                           PERFORM SKRIV-LISTE-POST
                       END-IF
               END-RETURN
           END-PERFORM
           IF LISTE-FILE-1-STATUS = "00"
               CLOSE liste-file-1
           END-IF.

       SKRIV-LISTE-POST.
           IF WS-FIRST-IN-GROUP = "Y"
              OR ARB-FILIALKODE NOT = WS-CURRENT-FILIAL
               MOVE "N" TO WS-FIRST-IN-GROUP
               MOVE ARB-FILIALKODE TO WS-CURRENT-FILIAL
               MOVE SPACES TO WS-LISTE-LINJE
               STRING "FILIAL " DELIMITED BY SIZE
                   ARB-FILIALKODE DELIMITED BY SIZE
                   " ------------------------------"
                       DELIMITED BY SIZE
                   INTO WS-LISTE-LINJE
               END-STRING
               WRITE liste-record FROM WS-LISTE-LINJE
           END-IF
           WRITE liste-record FROM arbejd-record.
