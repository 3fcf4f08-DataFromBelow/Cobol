       identification division.
       program-id. MELLEMKLARERING.

      *> Suspense clearance (mellemregning), validated the same way
      *> BETALINGSVEDLIGEHOLD validates payment maintenance. The
      *> day's clearance transactions (MRKLAR.cpy) name an open
      *> suspense item and the KundeID and account the branch has
      *> traced it to; the account must be the customer's primary
      *> account or one of the customer's accounts on the account
      *> master, and the customer must not be GDPR-anonymised. A
      *> cleared item goes back on the posting transaction file as
      *> the original posting on the right account, booked today
      *> with its original value date, for KONTOPOSTERING to apply
      *> on the same day; the item is marked "K" so GLEKSPORT takes
      *> it off the suspense position on the same GL date. An item
      *> rejected for an unknown posting type is posted as DIV and
      *> one rejected for an invalid value date is value-dated on
      *> its original booking date. Rejected transactions go to the
      *> error report. Cleared items are kept
      *> MELLEMREG_OPBEVAR_DAGE days (default 90), then dropped when
      *> the suspense file is rewritten from the table on the way
      *> out. Runs on the DAGLIG line before KONTOPOSTERING.

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
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is random
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select mellem-file-1 assign to dynamic WS-MELLEM-FILENAME
               organization is line sequential
               file status is MELLEM-FILE-1-STATUS.
           select post-file-1 assign to dynamic WS-POST-FILENAME
               organization is line sequential
               file status is POST-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.

       data division.
       file section.
       fd  trans-file-1.
       01  trans-record.
           copy "MRKLAR.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  mellem-file-1.
       01  mellem-record.
           copy "MELLEMREG.cpy".
       fd  post-file-1.
       01  post-record.
           copy "POSTTRANS.cpy".
       fd  fejl-file-1.
       01  fejl-record             PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "MELLEMKLARERING".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-TRANS            PIC X VALUE "N".
       01  END-OF-MELLEM           PIC X VALUE "N".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MELLEM-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  POST-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".

       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "MellemregningKlar.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-MELLEM-FILENAME      PIC X(100)
                                    VALUE "Mellemregning.txt".
       01  WS-POST-FILENAME        PIC X(100)
                                    VALUE "PosteringsTrans.txt".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "MellemregningFejl.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-DATO-INT             PIC S9(9) VALUE 0.
       01  WS-OPBEVAR-DAGE         PIC 9(3) VALUE 90.
       01  WS-OPBEVAR-DAGE-X       PIC X(3) VALUE SPACES.
       01  WS-OPBEVAR-DATO         PIC 9(8) VALUE ZEROS.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-KONTO-OK             PIC X VALUE "N".
       01  WS-KLAR-KONTO           PIC X(20) VALUE SPACES.
       01  WS-MR-FUNDET            PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(100) VALUE SPACES.

       01  WS-MAX-POSTER           PIC 9(5) VALUE 5000.
       01  WS-MR-COUNT             PIC 9(5) VALUE 0.
       01  WS-MR-IX                PIC 9(5) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  MELLEM-TABEL.
           02  MELLEM-ENTRY OCCURS 5000 TIMES.
               03  MT-DATA         pic x(366).
               03  MT-DATA-R REDEFINES MT-DATA.
                   04  MT-NR       pic x(13).
                   04  FILLER      pic x(1).
                   04  MT-STATUS   pic x(1).
                   04  FILLER      pic x(351).
               03  MT-SLET         pic x(1).

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-KLARERET-COUNT       PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-SLETTET-COUNT        PIC 9(7) VALUE 0.
       01  WS-KLARERET-BELOEB      PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-TRANS-FILENAME
                   FROM ENVIRONMENT "MELLEMREG_KLAR_FIL"
               ON EXCEPTION
                   MOVE "MellemregningKlar.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-MELLEM-FILENAME
                   FROM ENVIRONMENT "MELLEMREGNING_FIL"
               ON EXCEPTION
                   MOVE "Mellemregning.txt" TO WS-MELLEM-FILENAME
           END-ACCEPT

           ACCEPT WS-POST-FILENAME FROM ENVIRONMENT "POSTERING_FIL"
               ON EXCEPTION
                   MOVE "PosteringsTrans.txt" TO WS-POST-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME
                   FROM ENVIRONMENT "MELLEMREG_FEJL_FIL"
               ON EXCEPTION
                   MOVE "MellemregningFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-OPBEVAR-DAGE-X
                   FROM ENVIRONMENT "MELLEMREG_OPBEVAR_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPBEVAR-DAGE-X
           END-ACCEPT
           IF WS-OPBEVAR-DAGE-X NOT = SPACES
               COMPUTE WS-OPBEVAR-DAGE =
                   FUNCTION NUMVAL(WS-OPBEVAR-DAGE-X)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-DATO-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-OPBEVAR-DAGE
           COMPUTE WS-OPBEVAR-DATO =
               FUNCTION DATE-OF-INTEGER(WS-DATO-INT)

           PERFORM LOAD-MELLEMREGNING

      *> The suspense file is rewritten from the table; a table
      *> smaller than the file would silently drop money, so the
      *> run aborts with the file untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "MELLEMKLARERING: flere mellemregningsposter "
                   "end tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-MELLEM-FILENAME) " er uroert"
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
           PERFORM REWRITE-MELLEMREGNING

           DISPLAY "=========================================="
           DISPLAY "MELLEMKLARERING - klarering af mellemregning"
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Poster klareret     : " WS-KLARERET-COUNT
           DISPLAY "Afvist              : " WS-AFVIST-COUNT
           MOVE WS-KLARERET-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Klareret beloeb     : " WS-BELOEB-EDIT
           DISPLAY "Afsluttede fjernet  : " WS-SLETTET-COUNT
           DISPLAY "=========================================="

           PERFORM SKRIV-KOERSELLOG

       goback.

       SKRIV-KOERSELLOG.
           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           MOVE WS-KLARERET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE WS-KLARERET-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE.

      *> No suspense file on disk is an empty suspense position.
      *> Cleared items past the retention period are flagged for
      *> dropping as they are loaded.
       LOAD-MELLEMREGNING.
           OPEN INPUT mellem-file-1
           IF MELLEM-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-MELLEM = "Y"
                   READ mellem-file-1
                       AT END
                           MOVE "Y" TO END-OF-MELLEM
                       NOT AT END
                           IF WS-MR-COUNT < WS-MAX-POSTER
                               ADD 1 TO WS-MR-COUNT
                               MOVE mellem-record
                                   TO MT-DATA(WS-MR-COUNT)
                               MOVE "N" TO MT-SLET(WS-MR-COUNT)
                               IF MR-STATUS = "K"
                                  AND MR-AFSLUT-DATO < WS-OPBEVAR-DATO
                                   MOVE "J" TO MT-SLET(WS-MR-COUNT)
                                   ADD 1 TO WS-SLETTET-COUNT
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mellem-file-1
           END-IF.

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "MELLEMKLARERING: cannot open trans, "
                   "status " TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "MELLEMKLARERING: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "MELLEMKLARERING: cannot open error "
                   "report, status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               IF WS-KONTO-AKTIV = "Y"
                   CLOSE konto-file-1
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN EXTEND post-file-1
           IF POST-FILE-1-STATUS = "35"
               OPEN OUTPUT post-file-1
           END-IF
           IF POST-FILE-1-STATUS NOT = "00"
               DISPLAY "MELLEMKLARERING: cannot open posting "
                   "transaction file, status " POST-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               CLOSE fejl-file-1
               IF WS-KONTO-AKTIV = "Y"
                   CLOSE konto-file-1
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM FIND-MELLEMPOST
           PERFORM CHECK-MASTER-KUNDE
           EVALUATE TRUE
               WHEN MK-NR = SPACES
                   MOVE "postnummer mangler" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-MR-FUNDET = "N"
                   MOVE "mellemregningsposten findes ikke"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN MT-STATUS(WS-MR-IX) NOT = "A"
                   MOVE "posten er allerede klareret"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-MASTER-FOUND = "N"
                   MOVE "KundeID findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN SLETTET-MARKERING IN master-record = "J"
                   MOVE "kunden er anonymiseret" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   PERFORM CHECK-KLAR-KONTO
                   IF WS-KONTO-OK = "N"
                       MOVE "kontoen tilhoerer ikke kunden"
                           TO WS-FEJL-TEKST
                       PERFORM REJECT-TRANS
                   ELSE
                       PERFORM KLARER-POST
                   END-IF
           END-EVALUATE.

       FIND-MELLEMPOST.
           MOVE "N" TO WS-MR-FUNDET
           PERFORM VARYING WS-MR-IX FROM 1 BY 1
                   UNTIL WS-MR-IX > WS-MR-COUNT
                      OR WS-MR-FUNDET = "Y"
               IF MT-NR(WS-MR-IX) = MK-NR
                   MOVE "Y" TO WS-MR-FUNDET
               END-IF
           END-PERFORM
           IF WS-MR-FUNDET = "Y"
               SUBTRACT 1 FROM WS-MR-IX
           END-IF.

       CHECK-MASTER-KUNDE.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE MK-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

      *> A blank account means the primary account; any other must
      *> be the primary account or belong to the customer on the
      *> account master.
       CHECK-KLAR-KONTO.
           MOVE "N" TO WS-KONTO-OK
           IF MK-KONTONUMMER = SPACES
              OR MK-KONTONUMMER = KontoNummer IN master-record
               MOVE KontoNummer IN master-record TO WS-KLAR-KONTO
               MOVE "Y" TO WS-KONTO-OK
           ELSE
               IF WS-KONTO-AKTIV = "Y"
                   MOVE MK-KONTONUMMER TO KONTO-NUMMER IN konto-record
                   READ konto-file-1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF KONTO-KUNDEID IN konto-record
                                   = MK-KUNDEID
                               MOVE MK-KONTONUMMER TO WS-KLAR-KONTO
                               MOVE "Y" TO WS-KONTO-OK
                           END-IF
                   END-READ
               END-IF
           END-IF.

       KLARER-POST.
           MOVE MT-DATA(WS-MR-IX) TO mellem-record
           MOVE MR-POSTDATA TO post-record
           MOVE MK-KUNDEID TO POST-KUNDEID IN post-record
           MOVE WS-KLAR-KONTO TO POST-KONTONUMMER IN post-record
           IF MR-AARSAG = "P010"
               MOVE POST-DATO IN post-record
                   TO POST-VALOER-DATO IN post-record
           END-IF
           MOVE WS-TODAY TO POST-DATO IN post-record
           IF MR-AARSAG = "P001"
               MOVE "DIV " TO POST-TYPEKODE IN post-record
           END-IF
           MOVE ZEROS TO POST-LOEBENR IN post-record
           WRITE post-record

           MOVE "K" TO MR-STATUS
           MOVE WS-TODAY TO MR-AFSLUT-DATO
           MOVE MK-KUNDEID TO MR-KLAR-KUNDEID
           MOVE WS-KLAR-KONTO TO MR-KLAR-KONTO
           MOVE mellem-record TO MT-DATA(WS-MR-IX)
           ADD 1 TO WS-KLARERET-COUNT
           ADD POST-BELOEB IN post-record TO WS-KLARERET-BELOEB.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               MK-NR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MK-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

       CLOSE-FILES.
           CLOSE trans-file-1
           CLOSE master-file-1
           CLOSE fejl-file-1
           CLOSE post-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF.

       REWRITE-MELLEMREGNING.
           OPEN OUTPUT mellem-file-1
           IF MELLEM-FILE-1-STATUS NOT = "00"
               DISPLAY "MELLEMKLARERING: cannot rewrite suspense "
                   "file, status " MELLEM-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-MR-IX FROM 1 BY 1
                       UNTIL WS-MR-IX > WS-MR-COUNT
                   IF MT-SLET(WS-MR-IX) = "N"
                       WRITE mellem-record FROM MT-DATA(WS-MR-IX)
                   END-IF
               END-PERFORM
               CLOSE mellem-file-1
           END-IF.
