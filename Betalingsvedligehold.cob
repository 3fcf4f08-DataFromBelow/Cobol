       identification division.
       program-id. BETALINGSVEDLIGEHOLD.

      *> Payment-warehouse maintenance (betalingsoversigt), validated
      *> the same way KUNDEVEDLIGEHOLD validates customer
      *> maintenance. The day's add/cancel transactions (BETTRANS.cpy)
      *> are checked and applied to the warehouse of single future-
      *> dated payments: an add needs a new payment id, a KundeID in
      *> the customer master, a positive amount and a valid due date
      *> no earlier than today (a blank account defaults to the
      *> customer's primary account); a cancel needs a waiting
      *> payment with the same id and KundeID. A payment already
      *> released to the posting run can no longer be cancelled.
      *> Rejected transactions go to the error report. The warehouse
      *> is rewritten from the table on the way out. Each error line
      *> names the operator who ran the maintenance (OPERATOR_ID,
      *> BATCH if none).

       environment division.
       input-output section.
       file-control.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select betaling-file-1 assign to dynamic
                   WS-BETALING-FILENAME
               organization is line sequential
               file status is BETALING-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.

       data division.
       file section.
       fd  trans-file-1.
       01  trans-record.
           copy "BETTRANS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  betaling-file-1.
       01  betaling-record.
           copy "BETALING.cpy".
       fd  fejl-file-1.
       01  fejl-record             PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20)
                                  VALUE "BETALINGSVEDLIGEHOLD".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-TRANS            PIC X VALUE "N".
       01  END-OF-BETALING         PIC X VALUE "N".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  BETALING-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".

       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "BetalingsTrans.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-BETALING-FILENAME    PIC X(100)
                                    VALUE "Betalingsoversigt.txt".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "BetalingsFejl.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-BET-FUNDET           PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(100) VALUE SPACES.

       01  WS-MAX-BETALINGER       PIC 9(5) VALUE 5000.
       01  WS-BET-COUNT            PIC 9(5) VALUE 0.
       01  WS-BET-IX               PIC 9(5) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  BETALING-TABEL.
           02  BETALING-ENTRY OCCURS 5000 TIMES.
               03  BT-DATA         pic x(124).
               03  BT-DATA-R REDEFINES BT-DATA.
                   04  BT-ID       pic x(10).
                   04  BT-KUNDEID  pic x(10).
                   04  FILLER      pic x(77).
                   04  BT-STATUS   pic x(1).
                   04  FILLER      pic x(26).

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-OPRETTET-COUNT       PIC 9(7) VALUE 0.
       01  WS-ANNULLERET-COUNT     PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-OPRETTET-BELOEB      PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-TRANS-FILENAME
                   FROM ENVIRONMENT "BETALING_TRANS_FIL"
               ON EXCEPTION
                   MOVE "BetalingsTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-BETALING-FILENAME FROM ENVIRONMENT "BETALING_FIL"
               ON EXCEPTION
                   MOVE "Betalingsoversigt.txt"
                       TO WS-BETALING-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME
                   FROM ENVIRONMENT "BETALING_FEJL_FIL"
               ON EXCEPTION
                   MOVE "BetalingsFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-BETALINGER

      *> The warehouse is rewritten from the table; a table smaller
      *> than the file would silently drop payments, so the run
      *> aborts with the file untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "BETALINGSVEDLIGEHOLD: flere betalinger end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-BETALING-FILENAME) " er uroert"
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           PERFORM OPEN-FILES

           PERFORM UNTIL END-OF-TRANS = "Y"
               READ trans-file-1 INTO trans-record
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM APPLY-ONE-TRANS
               END-READ
           END-PERFORM

           PERFORM CLOSE-FILES
           PERFORM REWRITE-BETALINGER

           DISPLAY "=========================================="
           DISPLAY "BETALINGSVEDLIGEHOLD - betalingsoversigt"
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Betalinger oprettet : " WS-OPRETTET-COUNT
           DISPLAY "Betalinger annull.  : " WS-ANNULLERET-COUNT
           DISPLAY "Afvist              : " WS-AFVIST-COUNT
           MOVE WS-OPRETTET-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Oprettet beloeb     : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           PERFORM SKRIV-KOERSELLOG

       goback.

       SKRIV-KOERSELLOG.
           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-OPRETTET-COUNT
               + WS-ANNULLERET-COUNT
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE WS-OPRETTET-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE.

      *> No warehouse on disk yet is an empty warehouse.
       LOAD-BETALINGER.
           OPEN INPUT betaling-file-1
           IF BETALING-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-BETALING = "Y"
                   READ betaling-file-1
                       AT END
                           MOVE "Y" TO END-OF-BETALING
                       NOT AT END
                           IF WS-BET-COUNT < WS-MAX-BETALINGER
                               ADD 1 TO WS-BET-COUNT
                               MOVE betaling-record
                                   TO BT-DATA(WS-BET-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE betaling-file-1
           END-IF.

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSVEDLIGEHOLD: cannot open trans, "
                   "status " TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSVEDLIGEHOLD: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSVEDLIGEHOLD: cannot open error "
                   "report, status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM FIND-BETALING
           EVALUATE TRUE
               WHEN BTR-ID = SPACES
                   MOVE "betalings-id mangler" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN BTR-KUNDEID = SPACES
                   MOVE "KundeID mangler" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN BTR-KODE = "O"
                   PERFORM OPRET-BETALING
               WHEN BTR-KODE = "A"
                   PERFORM ANNULLER-BETALING
               WHEN OTHER
                   MOVE "kode skal vaere O eller A" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
           END-EVALUATE.

       FIND-BETALING.
           MOVE "N" TO WS-BET-FUNDET
           PERFORM VARYING WS-BET-IX FROM 1 BY 1
                   UNTIL WS-BET-IX > WS-BET-COUNT
                      OR WS-BET-FUNDET = "Y"
               IF BT-ID(WS-BET-IX) = BTR-ID
                   MOVE "Y" TO WS-BET-FUNDET
               END-IF
           END-PERFORM
           IF WS-BET-FUNDET = "Y"
               SUBTRACT 1 FROM WS-BET-IX
           END-IF.

       OPRET-BETALING.
           PERFORM CHECK-MASTER-KUNDE
           EVALUATE TRUE
               WHEN WS-BET-FUNDET = "Y"
                   MOVE "betalings-id findes allerede"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-MASTER-FOUND = "N"
                   MOVE "KundeID findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN SLETTET-MARKERING IN master-record = "J"
                   MOVE "kunden er anonymiseret" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN BTR-BELOEB IS NOT NUMERIC
                   MOVE "ugyldigt beloeb" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN BTR-BELOEB = 0
                   MOVE "ugyldigt beloeb" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN BTR-FORFALD-DATO IS NOT NUMERIC
                   MOVE "ugyldig forfaldsdato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN FUNCTION TEST-DATE-YYYYMMDD(BTR-FORFALD-DATO)
                       NOT = 0
                   MOVE "ugyldig forfaldsdato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN BTR-FORFALD-DATO < WS-TODAY
                   MOVE "forfaldsdato er passeret" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-BET-COUNT >= WS-MAX-BETALINGER
                   MOVE "betalingstabellen er fuld" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   PERFORM REGISTRER-BETALING
           END-EVALUATE.

       REGISTRER-BETALING.
           MOVE SPACES TO betaling-record
           MOVE BTR-ID TO BET-ID
           MOVE BTR-KUNDEID TO BET-KUNDEID
           IF BTR-KONTONUMMER = SPACES
               MOVE KontoNummer IN master-record TO BET-KONTONUMMER
           ELSE
               MOVE BTR-KONTONUMMER TO BET-KONTONUMMER
           END-IF
           MOVE BTR-BELOEB TO BET-BELOEB
           MOVE BTR-FORFALD-DATO TO BET-FORFALD-DATO
           MOVE BTR-TEKST TO BET-TEKST
           MOVE BTR-MODKONTO TO BET-MODKONTO
           MOVE "V" TO BET-STATUS
           MOVE ZEROS TO BET-FORSOEG
           MOVE ZEROS TO BET-FRIGIVET-DATO
           MOVE ZEROS TO BET-AFSLUT-DATO
           MOVE WS-TODAY TO BET-OPRETTET
           ADD 1 TO WS-BET-COUNT
           MOVE betaling-record TO BT-DATA(WS-BET-COUNT)
           ADD 1 TO WS-OPRETTET-COUNT
           ADD BTR-BELOEB TO WS-OPRETTET-BELOEB.

       ANNULLER-BETALING.
           EVALUATE TRUE
               WHEN WS-BET-FUNDET = "N"
                   MOVE "betalingen findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN BT-KUNDEID(WS-BET-IX) NOT = BTR-KUNDEID
                   MOVE "betalingen tilhoerer en anden kunde"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN BT-STATUS(WS-BET-IX) NOT = "V"
                   MOVE "betalingen venter ikke - kan ikke annull."
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   MOVE BT-DATA(WS-BET-IX) TO betaling-record
                   MOVE "A" TO BET-STATUS
                   MOVE WS-TODAY TO BET-AFSLUT-DATO
                   MOVE betaling-record TO BT-DATA(WS-BET-IX)
                   ADD 1 TO WS-ANNULLERET-COUNT
           END-EVALUATE.

       CHECK-MASTER-KUNDE.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE BTR-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               BTR-KODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BTR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BTR-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

       CLOSE-FILES.
           CLOSE trans-file-1
           CLOSE master-file-1
           CLOSE fejl-file-1.

       REWRITE-BETALINGER.
           OPEN OUTPUT betaling-file-1
           IF BETALING-FILE-1-STATUS NOT = "00"
               DISPLAY "BETALINGSVEDLIGEHOLD: cannot rewrite payment "
                   "warehouse, status " BETALING-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BET-IX FROM 1 BY 1
                       UNTIL WS-BET-IX > WS-BET-COUNT
                   WRITE betaling-record FROM BT-DATA(WS-BET-IX)
               END-PERFORM
               CLOSE betaling-file-1
           END-IF.
