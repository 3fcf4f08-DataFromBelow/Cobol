       identification division.
       program-id. INDBETALINGINDLAES.

      *> Daily ingest of incoming transfers from other banks. Reads
      *> the bare body of the clearing's incoming-payment
      *> notification FEEDPORT published (Indbetalingsfeed.txt,
      *> INDBFEED.cpy) and resolves every beneficiary account on the
      *> account master, else on the customer master, falling back
      *> to the account-number alias table (KontoAlias.txt) for an
      *> account that has been renumbered. A payment for an active
      *> account - one whose owner is not GDPR-anonymised - is
      *> appended to the posting transaction file as an INDB credit
      *> carrying the payer's name as posting text, the settlement
      *> date as value date and the payer's account, name and
      *> message in the counterparty block, for KONTOPOSTERING to
      *> apply. A payment that cannot be matched waits on the
      *> unapplied-items file (UanvendteIndbetalinger.txt,
      *> UANVENDT.cpy) and is matched again every day; once it has
      *> waited INDBETALING_RETUR_DAGE days (default 10) it is sent
      *> back to the payer on the return batch
      *> (IndbetalingRetur.txt, CLEARING.cpy layout). A reference
      *> already on the unapplied-items file is not taken twice.
      *> Applied and returned items are kept
      *> INDBETALING_OPBEVAR_DAGE days (default 90), then dropped.
      *> Runs on the DAGLIG line of the schedule plan after FEEDPORT
      *> and before KONTOPOSTERING.

       environment division.
       input-output section.
       file-control.
           select feed-file-1 assign to dynamic WS-FEED-FILENAME
               organization is line sequential
               file status is FEED-FILE-1-STATUS.
           select uanvendt-file-1 assign to dynamic
                   WS-UANVENDT-FILENAME
               organization is line sequential
               file status is UANVENDT-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is random
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select alias-file-1 assign to dynamic WS-ALIAS-FILENAME
               organization is line sequential
               file status is ALIAS-FILE-1-STATUS.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select retur-file-1 assign to dynamic WS-RETUR-FILENAME
               organization is line sequential
               file status is RETUR-FILE-1-STATUS.

       data division.
       file section.
       fd  feed-file-1.
       01  feed-record.
           copy "INDBFEED.cpy".
       fd  uanvendt-file-1.
       01  uanvendt-record.
           copy "UANVENDT.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  alias-file-1.
       01  alias-record.
           copy "KONTOALIAS.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "POSTTRANS.cpy".
       fd  retur-file-1.
       01  retur-record.
           copy "CLEARING.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "INDBETALINGINDLAES".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-FEED             PIC X VALUE "N".
       01  END-OF-UANVENDT         PIC X VALUE "N".
       01  END-OF-ALIAS            PIC X VALUE "N".
       01  FEED-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  UANVENDT-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  ALIAS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  RETUR-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-FEED-FILENAME        PIC X(100)
                                    VALUE "Indbetalingsfeed.txt".
       01  WS-UANVENDT-FILENAME    PIC X(100)
                                    VALUE "UanvendteIndbetalinger.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-ALIAS-FILENAME       PIC X(100)
                                    VALUE "KontoAlias.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "PosteringsTrans.txt".
       01  WS-RETUR-FILENAME       PIC X(100)
                                    VALUE "IndbetalingRetur.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT            PIC S9(9) VALUE 0.
       01  WS-RETUR-DAGE           PIC 9(3) VALUE 10.
       01  WS-RETUR-DAGE-X         PIC X(3) VALUE SPACES.
       01  WS-RETUR-DATO           PIC 9(8) VALUE ZEROS.
       01  WS-OPBEVAR-DAGE         PIC 9(3) VALUE 90.
       01  WS-OPBEVAR-DAGE-X       PIC X(3) VALUE SPACES.
       01  WS-OPBEVAR-DATO         PIC 9(8) VALUE ZEROS.
       01  WS-DATO-INT             PIC S9(9) VALUE 0.
       01  WS-LINJE-OK             PIC X VALUE "Y".

      *> Beneficiary resolution: the account master first, the
      *> customer master's KontoNummer next, then the alias table.
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-KONTO-FUNDET         PIC X VALUE "N".
       01  WS-SOEG-KONTO           PIC X(20) VALUE SPACES.
       01  WS-MODTAGER-FUNDET      PIC X VALUE "N".
       01  WS-MODT-KUNDEID         PIC X(10) VALUE SPACES.
       01  WS-MODT-KONTO           PIC X(20) VALUE SPACES.
       01  WS-MAX-ALIAS            PIC 9(5) VALUE 2000.
       01  WS-ALIAS-COUNT          PIC 9(5) VALUE 0.
       01  WS-AL-IX                PIC 9(5) VALUE 0.
       01  WS-ALIAS-FUNDET         PIC X VALUE "N".
       01  WS-ALIAS-NY-KONTO       PIC X(20) VALUE SPACES.
       01  ALIAS-TABEL.
           02  ALIAS-ENTRY OCCURS 2000 TIMES.
               03  AL-GAMMEL       pic x(20).
               03  AL-NY           pic x(20).

      *> The unapplied-items file is held in a table and written
      *> back whole at the end of the run.
       01  WS-MAX-UANVENDTE        PIC 9(5) VALUE 5000.
       01  WS-UT-COUNT             PIC 9(5) VALUE 0.
       01  WS-UT-START-COUNT       PIC 9(5) VALUE 0.
       01  WS-UT-IX                PIC 9(5) VALUE 0.
       01  WS-UT-FUNDET            PIC X VALUE "N".
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  UANVENDT-TABEL.
           02  UANVENDT-ENTRY OCCURS 5000 TIMES.
               03  UT-DATA         pic x(177).
               03  UT-SLET         pic x(1).
       01  WS-UT-REFERENCE         PIC X(16) VALUE SPACES.

       01  WS-RETUR-BATCHNR        PIC 9(6) VALUE 0.
       01  WS-RETUR-BELOEB         PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LAEST-COUNT          PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-KENDT-COUNT          PIC 9(7) VALUE 0.
       01  WS-POSTERET-COUNT       PIC 9(7) VALUE 0.
       01  WS-GENMATCH-COUNT       PIC 9(7) VALUE 0.
       01  WS-ALIAS-MATCH-COUNT    PIC 9(7) VALUE 0.
       01  WS-NY-UANVENDT-COUNT    PIC 9(7) VALUE 0.
       01  WS-VENTER-COUNT         PIC 9(7) VALUE 0.
       01  WS-RETUR-COUNT          PIC 9(7) VALUE 0.
       01  WS-SLETTET-COUNT        PIC 9(7) VALUE 0.
       01  WS-POSTERET-BELOEB      PIC S9(11)V99 VALUE ZEROS.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-FEED-FILENAME
                   FROM ENVIRONMENT "INDBETALING_FEED_FIL"
               ON EXCEPTION
                   MOVE "Indbetalingsfeed.txt" TO WS-FEED-FILENAME
           END-ACCEPT

           ACCEPT WS-UANVENDT-FILENAME
                   FROM ENVIRONMENT "INDBETALING_UANVENDT_FIL"
               ON EXCEPTION
                   MOVE "UanvendteIndbetalinger.txt"
                       TO WS-UANVENDT-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-ALIAS-FILENAME FROM ENVIRONMENT "KONTO_ALIAS_FIL"
               ON EXCEPTION
                   MOVE "KontoAlias.txt" TO WS-ALIAS-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "POSTERING_FIL"
               ON EXCEPTION
                   MOVE "PosteringsTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-RETUR-FILENAME
                   FROM ENVIRONMENT "INDBETALING_RETUR_FIL"
               ON EXCEPTION
                   MOVE "IndbetalingRetur.txt" TO WS-RETUR-FILENAME
           END-ACCEPT

           ACCEPT WS-RETUR-DAGE-X
                   FROM ENVIRONMENT "INDBETALING_RETUR_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-RETUR-DAGE-X
           END-ACCEPT
           IF WS-RETUR-DAGE-X NOT = SPACES
               COMPUTE WS-RETUR-DAGE =
                   FUNCTION NUMVAL(WS-RETUR-DAGE-X)
           END-IF

           ACCEPT WS-OPBEVAR-DAGE-X
                   FROM ENVIRONMENT "INDBETALING_OPBEVAR_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPBEVAR-DAGE-X
           END-ACCEPT
           IF WS-OPBEVAR-DAGE-X NOT = SPACES
               COMPUTE WS-OPBEVAR-DAGE =
                   FUNCTION NUMVAL(WS-OPBEVAR-DAGE-X)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RETUR-BATCHNR
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-DATO-INT = WS-TODAY-INT - WS-RETUR-DAGE
           COMPUTE WS-RETUR-DATO =
               FUNCTION DATE-OF-INTEGER(WS-DATO-INT)
           COMPUTE WS-DATO-INT = WS-TODAY-INT - WS-OPBEVAR-DAGE
           COMPUTE WS-OPBEVAR-DATO =
               FUNCTION DATE-OF-INTEGER(WS-DATO-INT)

           PERFORM LOAD-UANVENDTE
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "INDBETALINGINDLAES: flere uanvendte "
                   "indbetalinger end tabellen kan rumme - koerslen "
                   "afbrydes, " FUNCTION TRIM(WS-UANVENDT-FILENAME)
                   " er uroert"
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           PERFORM OPEN-FILES
           PERFORM LOAD-ALIAS-TABEL

      *> Yesterday's unapplied items first, so an item is matched or
      *> returned before tonight's notification adds to the table.
           MOVE WS-UT-COUNT TO WS-UT-START-COUNT
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-START-COUNT
               PERFORM BEHANDL-ONE-UANVENDT
           END-PERFORM

           OPEN INPUT feed-file-1
           IF FEED-FILE-1-STATUS NOT = "00"
               DISPLAY "INDBETALINGINDLAES: ingen indbetalingsfeed "
                   "paa disk (status " FEED-FILE-1-STATUS
                   ") - kun uanvendte poster behandlet"
           ELSE
               PERFORM UNTIL END-OF-FEED = "Y"
                   READ feed-file-1
                       AT END
                           MOVE "Y" TO END-OF-FEED
                       NOT AT END
                           ADD 1 TO WS-LAEST-COUNT
                           PERFORM INDLAES-ONE-INDBETALING
                   END-READ
                   IF FEED-FILE-1-STATUS NOT = "00"
                      AND FEED-FILE-1-STATUS NOT = "10"
                       DISPLAY "INDBETALINGINDLAES: read error, "
                           "status " FEED-FILE-1-STATUS
                       MOVE "Y" TO END-OF-FEED
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-PERFORM
               CLOSE feed-file-1
           END-IF

           PERFORM WRITE-RETUR-TRAILER
           CLOSE retur-file-1
           CLOSE trans-file-1
           CLOSE master-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF

           PERFORM REWRITE-UANVENDTE

           DISPLAY "=========================================="
           DISPLAY "INDBETALINGINDLAES - indgaaende betalinger "
               WS-TODAY
           DISPLAY "Feed-linjer laest    : " WS-LAEST-COUNT
           DISPLAY "Afvist (ugyldige)    : " WS-AFVIST-COUNT
           DISPLAY "Allerede uanvendt    : " WS-KENDT-COUNT
           DISPLAY "Posteret (INDB)      : " WS-POSTERET-COUNT
           DISPLAY "  heraf via alias    : " WS-ALIAS-MATCH-COUNT
           DISPLAY "  heraf genmatchet   : " WS-GENMATCH-COUNT
           MOVE WS-POSTERET-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Posteret beloeb      : " WS-BELOEB-EDIT
           DISPLAY "Nye uanvendte        : " WS-NY-UANVENDT-COUNT
           DISPLAY "Venter fortsat       : " WS-VENTER-COUNT
           DISPLAY "Returneret i dag     : " WS-RETUR-COUNT
           MOVE WS-RETUR-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Returneret beloeb    : " WS-BELOEB-EDIT
           DISPLAY "Afsluttede fjernet   : " WS-SLETTET-COUNT
           DISPLAY "=========================================="

           PERFORM SKRIV-KOERSELLOG

       goback.

       SKRIV-KOERSELLOG.
           MOVE WS-LAEST-COUNT TO WS-KLOG-LAEST
           MOVE WS-POSTERET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE WS-POSTERET-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE.

       OPEN-FILES.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "INDBETALINGINDLAES: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           END-IF

           OPEN EXTEND trans-file-1
           IF TRANS-FILE-1-STATUS = "35"
               OPEN OUTPUT trans-file-1
           END-IF
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "INDBETALINGINDLAES: cannot open posting "
                   "transaction file, status " TRANS-FILE-1-STATUS
               CLOSE master-file-1
               IF WS-KONTO-AKTIV = "Y"
                   CLOSE konto-file-1
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN OUTPUT retur-file-1
           IF RETUR-FILE-1-STATUS NOT = "00"
               DISPLAY "INDBETALINGINDLAES: cannot open return "
                   "batch, status " RETUR-FILE-1-STATUS
               CLOSE master-file-1
               CLOSE trans-file-1
               IF WS-KONTO-AKTIV = "Y"
                   CLOSE konto-file-1
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF
           MOVE SPACES TO retur-record
           MOVE "HDR" TO CL-TAG
           MOVE WS-TODAY TO CL-HDR-DATO
           MOVE WS-RETUR-BATCHNR TO CL-HDR-BATCHNR
           WRITE retur-record.

       LOAD-UANVENDTE.
           OPEN INPUT uanvendt-file-1
           IF UANVENDT-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-UANVENDT = "Y"
                   READ uanvendt-file-1
                       AT END
                           MOVE "Y" TO END-OF-UANVENDT
                       NOT AT END
                           IF WS-UT-COUNT < WS-MAX-UANVENDTE
                               ADD 1 TO WS-UT-COUNT
                               MOVE uanvendt-record
                                   TO UT-DATA(WS-UT-COUNT)
                               MOVE "N" TO UT-SLET(WS-UT-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE uanvendt-file-1
           END-IF.

       LOAD-ALIAS-TABEL.
           OPEN INPUT alias-file-1
           IF ALIAS-FILE-1-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-ALIAS = "Y"
                   READ alias-file-1 INTO alias-record
                       AT END
                           MOVE "Y" TO END-OF-ALIAS
                       NOT AT END
                           IF WS-ALIAS-COUNT < WS-MAX-ALIAS
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE ALIAS-GAMMEL TO
                                   AL-GAMMEL(WS-ALIAS-COUNT)
                               MOVE ALIAS-NY TO
                                   AL-NY(WS-ALIAS-COUNT)
                           ELSE
                               DISPLAY "INDBETALINGINDLAES: alias "
                                   "table full, entry skipped"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alias-file-1
           END-IF.

      *> An unapplied item is matched again; one that still finds no
      *> account goes back to the payer once it has waited long
      *> enough.
       BEHANDL-ONE-UANVENDT.
           MOVE UT-DATA(WS-UT-IX) TO uanvendt-record
           IF UAN-STATUS = "U"
               MOVE UAN-KONTONUMMER TO WS-SOEG-KONTO
               PERFORM FIND-MODTAGER
               IF WS-MODTAGER-FUNDET = "Y"
                   PERFORM SKRIV-INDBETALING
                   MOVE "A" TO UAN-STATUS
                   MOVE WS-TODAY TO UAN-AFSLUT-DATO
                   ADD 1 TO WS-GENMATCH-COUNT
               ELSE
               IF UAN-MODTAGET-DATO <= WS-RETUR-DATO
                   PERFORM SKRIV-RETUR
                   MOVE "R" TO UAN-STATUS
                   MOVE WS-TODAY TO UAN-AFSLUT-DATO
               ELSE
                   ADD 1 TO WS-VENTER-COUNT
               END-IF
               END-IF
           ELSE
               IF UAN-AFSLUT-DATO < WS-OPBEVAR-DATO
                   MOVE "J" TO UT-SLET(WS-UT-IX)
                   ADD 1 TO WS-SLETTET-COUNT
               END-IF
           END-IF
           MOVE uanvendt-record TO UT-DATA(WS-UT-IX).

       INDLAES-ONE-INDBETALING.
           MOVE "Y" TO WS-LINJE-OK
           IF IFEED-REFERENCE = SPACES
              OR IFEED-KONTONUMMER = SPACES
              OR IFEED-BELOEB IS NOT NUMERIC
              OR IFEED-DATO IS NOT NUMERIC
               MOVE "N" TO WS-LINJE-OK
           ELSE
               IF IFEED-BELOEB = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(IFEED-DATO) NOT = 0
                   MOVE "N" TO WS-LINJE-OK
               END-IF
           END-IF

           IF WS-LINJE-OK = "N"
               ADD 1 TO WS-AFVIST-COUNT
               DISPLAY "INDBETALINGINDLAES: ugyldig feed-linje, "
                   "reference " IFEED-REFERENCE " konto "
                   IFEED-KONTONUMMER
           ELSE
               MOVE IFEED-REFERENCE TO WS-UT-REFERENCE
               PERFORM FIND-UANVENDT
               IF WS-UT-FUNDET = "Y"
                   ADD 1 TO WS-KENDT-COUNT
               ELSE
                   PERFORM OPRET-INDBETALING
               END-IF
           END-IF.

       OPRET-INDBETALING.
           MOVE SPACES TO uanvendt-record
           MOVE IFEED-REFERENCE TO UAN-REFERENCE
           MOVE IFEED-KONTONUMMER TO UAN-KONTONUMMER
           MOVE IFEED-BELOEB TO UAN-BELOEB
           MOVE IFEED-VALUTA TO UAN-VALUTA
           IF UAN-VALUTA = SPACES
               MOVE "DKK" TO UAN-VALUTA
           END-IF
           MOVE IFEED-DATO TO UAN-VALOER-DATO
           MOVE IFEED-AFSENDER-KONTO TO UAN-AFSENDER-KONTO
           MOVE IFEED-AFSENDER-NAVN TO UAN-AFSENDER-NAVN
           MOVE IFEED-TEKST TO UAN-TEKST
           MOVE WS-TODAY TO UAN-MODTAGET-DATO
           MOVE "U" TO UAN-STATUS
           MOVE ZEROS TO UAN-AFSLUT-DATO

           MOVE UAN-KONTONUMMER TO WS-SOEG-KONTO
           PERFORM FIND-MODTAGER
           IF WS-MODTAGER-FUNDET = "Y"
               PERFORM SKRIV-INDBETALING
           ELSE
               IF WS-UT-COUNT < WS-MAX-UANVENDTE
                   ADD 1 TO WS-UT-COUNT
                   MOVE uanvendt-record TO UT-DATA(WS-UT-COUNT)
                   MOVE "N" TO UT-SLET(WS-UT-COUNT)
                   ADD 1 TO WS-NY-UANVENDT-COUNT
                   DISPLAY "INDBETALINGINDLAES: reference "
                       UAN-REFERENCE " konto " UAN-KONTONUMMER
                       " ukendt - sat som uanvendt"
               ELSE
                   DISPLAY "INDBETALINGINDLAES: table full - "
                       "reference " UAN-REFERENCE " konto "
                       UAN-KONTONUMMER " kan ikke parkeres"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-UANVENDT.
           MOVE "N" TO WS-UT-FUNDET
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-COUNT
                      OR WS-UT-FUNDET = "Y"
               IF UT-DATA(WS-UT-IX)(1:16) = WS-UT-REFERENCE
                   MOVE "Y" TO WS-UT-FUNDET
               END-IF
           END-PERFORM.

      *> The account as given, else its renumbered successor.
       FIND-MODTAGER.
           PERFORM FORSOEG-MATCH
           IF WS-MODTAGER-FUNDET = "N"
               PERFORM FIND-ALIAS
               IF WS-ALIAS-FUNDET = "Y"
                   MOVE WS-ALIAS-NY-KONTO TO WS-SOEG-KONTO
                   PERFORM FORSOEG-MATCH
                   IF WS-MODTAGER-FUNDET = "Y"
                       ADD 1 TO WS-ALIAS-MATCH-COUNT
                   END-IF
               END-IF
           END-IF.

       FORSOEG-MATCH.
           MOVE "N" TO WS-MODTAGER-FUNDET
           MOVE "N" TO WS-KONTO-FUNDET
           MOVE SPACES TO WS-MODT-KUNDEID
           MOVE SPACES TO WS-MODT-KONTO
           IF WS-KONTO-AKTIV = "Y"
               MOVE WS-SOEG-KONTO TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KONTO-FUNDET
               END-READ
           END-IF
           IF WS-KONTO-FUNDET = "Y"
               MOVE KONTO-KUNDEID IN konto-record
                   TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-AKTIV-EJER
               END-READ
               IF WS-MODTAGER-FUNDET = "Y"
                   MOVE KONTO-NUMMER IN konto-record TO WS-MODT-KONTO
               END-IF
           ELSE
               MOVE WS-SOEG-KONTO TO KontoNummer IN master-record
               READ master-file-1
                   KEY IS KontoNummer IN master-record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-AKTIV-EJER
               END-READ
               IF WS-MODTAGER-FUNDET = "Y"
                   MOVE KontoNummer IN master-record TO WS-MODT-KONTO
               END-IF
           END-IF.

       CHECK-AKTIV-EJER.
           IF SLETTET-MARKERING IN master-record NOT = "J"
               MOVE "Y" TO WS-MODTAGER-FUNDET
               MOVE KundeID IN master-record TO WS-MODT-KUNDEID
           END-IF.

       FIND-ALIAS.
           MOVE "N" TO WS-ALIAS-FUNDET
           MOVE SPACES TO WS-ALIAS-NY-KONTO
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > WS-ALIAS-COUNT
                      OR WS-ALIAS-FUNDET = "Y"
               IF AL-GAMMEL(WS-AL-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-ALIAS-FUNDET
                   MOVE AL-NY(WS-AL-IX) TO WS-ALIAS-NY-KONTO
               END-IF
           END-PERFORM.

      *> The credit for the matched account, from the item in
      *> uanvendt-record.
       SKRIV-INDBETALING.
           MOVE SPACES TO trans-record
           MOVE WS-MODT-KUNDEID TO POST-KUNDEID IN trans-record
           MOVE WS-MODT-KONTO TO POST-KONTONUMMER IN trans-record
           MOVE WS-TODAY TO POST-DATO IN trans-record
           MOVE UAN-BELOEB TO POST-BELOEB IN trans-record
           MOVE "K" TO POST-DK IN trans-record
           MOVE UAN-AFSENDER-NAVN TO POST-TEKST IN trans-record
           MOVE "INDB" TO POST-TYPEKODE IN trans-record
           MOVE UAN-VALOER-DATO TO POST-VALOER-DATO IN trans-record
           MOVE UAN-AFSENDER-KONTO TO POST-MODT-IBAN IN trans-record
           MOVE UAN-AFSENDER-NAVN TO POST-MODT-NAVN IN trans-record
           MOVE UAN-TEKST TO POST-MODT-MEDD IN trans-record
           WRITE trans-record
           ADD 1 TO WS-POSTERET-COUNT
           ADD UAN-BELOEB TO WS-POSTERET-BELOEB.

      *> The return order pays the amount back to the payer's
      *> account: an IBAN when it opens with the country code,
      *> otherwise reg.nr. and account number.
       SKRIV-RETUR.
           MOVE SPACES TO retur-record
           MOVE "ORD" TO CL-TAG
           MOVE ZEROS TO CL-ORD-LOEBENR
           MOVE UAN-KONTONUMMER TO CL-ORD-KONTONUMMER
           MOVE UAN-BELOEB TO CL-ORD-BELOEB
           MOVE UAN-VALUTA TO CL-ORD-VALUTA
           MOVE WS-TODAY TO CL-ORD-VALOER-DATO
           IF UAN-AFSENDER-KONTO(1:2) IS ALPHABETIC-UPPER
               MOVE UAN-AFSENDER-KONTO TO CL-ORD-MODT-IBAN
           ELSE
               MOVE UAN-AFSENDER-KONTO(1:4) TO CL-ORD-MODT-REGNR
               MOVE UAN-AFSENDER-KONTO(5:10) TO CL-ORD-MODT-KONTO
           END-IF
           MOVE UAN-AFSENDER-NAVN TO CL-ORD-MODT-NAVN
           STRING "RETUR " DELIMITED BY SIZE
               UAN-REFERENCE DELIMITED BY SIZE
               " MODTAGER UKENDT" DELIMITED BY SIZE
               INTO CL-ORD-MODT-MEDD
           END-STRING
           WRITE retur-record
           ADD 1 TO WS-RETUR-COUNT
           ADD UAN-BELOEB TO WS-RETUR-BELOEB.

       WRITE-RETUR-TRAILER.
           MOVE SPACES TO retur-record
           MOVE "TRL" TO CL-TAG
           MOVE WS-RETUR-COUNT TO CL-TRL-ANTAL
           MOVE WS-RETUR-BELOEB TO CL-TRL-BELOEB
           MOVE ZEROS TO CL-TRL-HASH
           WRITE retur-record.

       REWRITE-UANVENDTE.
           OPEN OUTPUT uanvendt-file-1
           IF UANVENDT-FILE-1-STATUS NOT = "00"
               DISPLAY "INDBETALINGINDLAES: cannot rewrite unapplied "
                   "items, status " UANVENDT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-UT-IX FROM 1 BY 1
                       UNTIL WS-UT-IX > WS-UT-COUNT
                   IF UT-SLET(WS-UT-IX) = "N"
                       WRITE uanvendt-record FROM UT-DATA(WS-UT-IX)
                   END-IF
               END-PERFORM
               CLOSE uanvendt-file-1
           END-IF.
