       identification division.
       program-id. GODKENDELSESFILTER.

      *> Four-eyes gate in front of the nightly maintenance and
      *> posting runs. Reads the day's customer-maintenance
      *> transactions (KUNDTRANS.cpy), address changes (ADRTRANS.cpy)
      *> and postings (POSTTRANS.cpy) and holds back the sensitive
      *> ones on the approval file (Godkendelser.txt, GODKEND.cpy):
      *>   - an account-number change ("K"),
      *>   - a channel change to digital post ("C" with "D"),
      *>   - an address change on a customer with an account whose
      *>     balance is over GG-SALDO-GRAENSE for its currency,
      *>   - a keyed posting over GG-POST-GRAENSE for the currency
      *>     of the account it books to. The postings the bank's own
      *>     runs generate (RENT, GEBY, SALD, FAST, BSAF, BETL, INDB,
      *>     KORT and KONT) are not keyed and pass straight through -
      *>     KONT is cash that has already changed hands at the till.
      *>     A GEBY or RENT credit stamped with an operator rather
      *>     than BATCH is a complaint refund (KLAGEVEDLIGEHOLD),
      *>     keyed like any other posting, and is held the same way.
      *> Everything else is written back to the transaction file
      *> unchanged. An item a second operator has approved at the
      *> console (GODKENDELSE) is added to its transaction file on
      *> the next run and marked udfoert; a rejected item is never
      *> applied. The step runs after the transaction generators and
      *> before KUNDEVEDLIGEHOLD, ADRESSEOPDATERING and
      *> KONTOPOSTERING. A rerun the same day does not hold back a
      *> transaction twice, nor hold back again an item it has just
      *> released. Settled items older than GODKEND_OPBEVAR_DAGE
      *> (default 90) are dropped from the approval file.

       environment division.
       input-output section.
       file-control.
           select godkend-file-1 assign to dynamic WS-GODKEND-FILENAME
               organization is line sequential
               file status is GODKEND-FILE-1-STATUS.
           select graense-file-1 assign to dynamic WS-GRAENSE-FILENAME
               organization is line sequential
               file status is GRAENSE-FILE-1-STATUS.
           select trans-file-1 assign to dynamic WS-FIL-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select ny-file-1 assign to dynamic WS-NY-FILENAME
               organization is line sequential
               file status is NY-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
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

       data division.
       file section.
       fd  godkend-file-1.
       01  godkend-record.
           copy "GODKEND.cpy".
       fd  graense-file-1.
       01  graense-record.
           copy "GODKGRAENSE.cpy".
       fd  trans-file-1.
       01  trans-record            pic x(300).
       fd  ny-file-1.
       01  ny-record               pic x(300).
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "GODKENDELSESFILTER".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-GODKEND          PIC X VALUE "N".
       01  END-OF-GRAENSE          PIC X VALUE "N".
       01  END-OF-TRANS            PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  GODKEND-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  GRAENSE-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  NY-FILE-1-STATUS        PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-GODKEND-FILENAME     PIC X(100)
                                    VALUE "Godkendelser.txt".
       01  WS-GRAENSE-FILENAME     PIC X(100)
                                    VALUE "GodkendelsesGraenser.txt".
       01  WS-KUNDE-FILENAME       PIC X(100)
                                    VALUE "KundeTransaktioner.txt".
       01  WS-ADRESSE-FILENAME     PIC X(100)
                                    VALUE "AdresseTransaktioner.txt".
       01  WS-POSTERING-FILENAME   PIC X(100)
                                    VALUE "PosteringsTrans.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-FIL-FILENAME         PIC X(100) VALUE SPACES.
       01  WS-NY-FILENAME          PIC X(100)
                                    VALUE "GodkendelsesfilterNY.tmp".
       01  WS-KONTO-AKTIV          PIC X VALUE "N".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-OPBEVAR-X            PIC X(5) VALUE SPACES.
       01  WS-OPBEVAR-DAGE         PIC 9(5) VALUE 90.
       01  WS-SLET-FOER-DATO       PIC 9(8) VALUE ZEROS.
       01  WS-NAESTE-SEQ           PIC 9(5) VALUE 0.

      *> The source being filtered and the verdict on one record.
       01  WS-KILDE                PIC X(4) VALUE SPACES.
       01  WS-AARSAG               PIC X(4) VALUE SPACES.
       01  WS-GD-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-INDTASTER            PIC X(8) VALUE SPACES.
      *> "Y" for a posting keyed by hand, which the limit applies to.
       01  WS-TASTET               PIC X VALUE "Y".
       01  WS-TIDLIGERE            PIC X VALUE SPACES.
       01  WS-FIL-AENDRET          PIC X VALUE "N".
       01  WS-FIL-OK               PIC X VALUE "Y".
       01  WS-AFBRUD               PIC X VALUE "N".
       01  WS-KOPI-RC              PIC 9(5) VALUE 0.
       01  WS-TRANSDATA            PIC X(300) VALUE SPACES.

       01  WS-KUND-TRANS.
           copy "KUNDTRANS.cpy".
       01  WS-ADR-TRANS.
           copy "ADRTRANS.cpy".
       01  WS-POST-TRANS.
           copy "POSTTRANS.cpy".
       01  WS-GODKEND-POST.
           copy "GODKEND.cpy".

      *> The approval file is held in the table and rewritten from
      *> it on the way out; a file larger than the table aborts the
      *> run with every file untouched.
       01  WS-MAX-GODKEND          PIC 9(5) VALUE 5000.
       01  WS-GODKEND-COUNT        PIC 9(5) VALUE 0.
       01  WS-GD-IX                PIC 9(5) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  GODKEND-TABEL.
           02  GODKEND-ENTRY OCCURS 5000 TIMES.
               03  GT-RECORD       pic x(380).

       01  WS-MAX-GRAENSE          PIC 9(3) VALUE 50.
       01  WS-GRAENSE-COUNT        PIC 9(3) VALUE 0.
       01  WS-GR-IX                PIC 9(3) VALUE 0.
       01  WS-GR-FUNDET            PIC X VALUE "N".
       01  WS-VALUTA               PIC X(3) VALUE SPACES.
       01  WS-SALDO                PIC S9(7)V99 VALUE ZEROS.
       01  GRAENSE-TABEL.
           02  GRAENSE-ENTRY OCCURS 50 TIMES.
               03  GR-VALUTA       pic x(3).
               03  GR-POST         pic 9(7)v99.
               03  GR-SALDO        pic 9(7)v99.

       01  WS-LAEST-COUNT          PIC 9(7) VALUE 0.
       01  WS-SKREVET-COUNT        PIC 9(7) VALUE 0.
       01  WS-PARKERET-COUNT       PIC 9(7) VALUE 0.
       01  WS-VENTER-COUNT         PIC 9(7) VALUE 0.
       01  WS-FRIGIVET-COUNT       PIC 9(7) VALUE 0.
       01  WS-SLETTET-COUNT        PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-GODKEND-FILENAME FROM ENVIRONMENT "GODKEND_FIL"
               ON EXCEPTION
                   MOVE "Godkendelser.txt" TO WS-GODKEND-FILENAME
           END-ACCEPT

           ACCEPT WS-GRAENSE-FILENAME
                   FROM ENVIRONMENT "GODKEND_GRAENSE_FIL"
               ON EXCEPTION
                   MOVE "GodkendelsesGraenser.txt"
                       TO WS-GRAENSE-FILENAME
           END-ACCEPT

           ACCEPT WS-KUNDE-FILENAME
                   FROM ENVIRONMENT "KUNDE_VEDLIGEHOLD_FIL"
               ON EXCEPTION
                   MOVE "KundeTransaktioner.txt" TO WS-KUNDE-FILENAME
           END-ACCEPT

           ACCEPT WS-ADRESSE-FILENAME
                   FROM ENVIRONMENT "ADDRESS_TRANS_FIL"
               ON EXCEPTION
                   MOVE "AdresseTransaktioner.txt"
                       TO WS-ADRESSE-FILENAME
           END-ACCEPT

           ACCEPT WS-POSTERING-FILENAME
                   FROM ENVIRONMENT "POSTERING_FIL"
               ON EXCEPTION
                   MOVE "PosteringsTrans.txt" TO WS-POSTERING-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-OPBEVAR-X FROM ENVIRONMENT "GODKEND_OPBEVAR_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPBEVAR-X
           END-ACCEPT
           IF WS-OPBEVAR-X NOT = SPACES
               COMPUTE WS-OPBEVAR-DAGE = FUNCTION NUMVAL(WS-OPBEVAR-X)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-SLET-FOER-DATO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-OPBEVAR-DAGE)

           DISPLAY "=========================================="
           DISPLAY "GODKENDELSESFILTER - fire-oejne-kontrol "
               WS-TODAY
           DISPLAY "=========================================="

           PERFORM LOAD-GRAENSER
           PERFORM LOAD-GODKENDELSER

           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "GODKENDELSESFILTER: flere godkendelser end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-GODKEND-FILENAME) " er uroert"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSESFILTER: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           END-IF

           MOVE "KUND" TO WS-KILDE
           MOVE WS-KUNDE-FILENAME TO WS-FIL-FILENAME
           PERFORM FILTRER-FIL

           IF WS-AFBRUD = "N"
               MOVE "ADRS" TO WS-KILDE
               MOVE WS-ADRESSE-FILENAME TO WS-FIL-FILENAME
               PERFORM FILTRER-FIL
           END-IF

           IF WS-AFBRUD = "N"
               MOVE "POST" TO WS-KILDE
               MOVE WS-POSTERING-FILENAME TO WS-FIL-FILENAME
               PERFORM FILTRER-FIL
           END-IF

           CLOSE master-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF

      *> Items parked from the files already filtered are on the
      *> table, so the approval file is rewritten even when a later
      *> file stopped the run.
           PERFORM REWRITE-GODKENDELSER

           DISPLAY "Transaktioner laest    : " WS-LAEST-COUNT
           DISPLAY "Sendt videre           : " WS-SKREVET-COUNT
           DISPLAY "Tilbageholdt i dag     : " WS-PARKERET-COUNT
           DISPLAY "Godkendte frigivet     : " WS-FRIGIVET-COUNT
           DISPLAY "Venter paa godkendelse : " WS-VENTER-COUNT
           DISPLAY "Afgjorte slettet       : " WS-SLETTET-COUNT
           DISPLAY "=========================================="

           MOVE WS-LAEST-COUNT TO WS-KLOG-LAEST
           MOVE WS-SKREVET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-PARKERET-COUNT TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> No limits file means no amount-based holds; the account and
      *> channel changes are still held back.
       LOAD-GRAENSER.
           OPEN INPUT graense-file-1
           IF GRAENSE-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSESFILTER: ingen graensefil ("
                   FUNCTION TRIM(WS-GRAENSE-FILENAME)
                   ") - kun konto- og kanalskift tilbageholdes"
           ELSE
               PERFORM UNTIL END-OF-GRAENSE = "Y"
                   READ graense-file-1
                       AT END
                           MOVE "Y" TO END-OF-GRAENSE
                       NOT AT END
                           IF WS-GRAENSE-COUNT < WS-MAX-GRAENSE
                               ADD 1 TO WS-GRAENSE-COUNT
                               MOVE GG-VALUTA
                                   TO GR-VALUTA(WS-GRAENSE-COUNT)
                               MOVE GG-POST-GRAENSE
                                   TO GR-POST(WS-GRAENSE-COUNT)
                               MOVE GG-SALDO-GRAENSE
                                   TO GR-SALDO(WS-GRAENSE-COUNT)
                           ELSE
                               DISPLAY "GODKENDELSESFILTER: graense"
                                   "tabel fuld, springer over "
                                   GG-VALUTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE graense-file-1
           END-IF.

       LOAD-GODKENDELSER.
           OPEN INPUT godkend-file-1
           IF GODKEND-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSESFILTER: no approval file yet, "
                   "starting empty"
           ELSE
               PERFORM UNTIL END-OF-GODKEND = "Y"
                   READ godkend-file-1
                       AT END
                           MOVE "Y" TO END-OF-GODKEND
                       NOT AT END
                           IF WS-GODKEND-COUNT < WS-MAX-GODKEND
                               ADD 1 TO WS-GODKEND-COUNT
                               MOVE godkend-record
                                   TO GT-RECORD(WS-GODKEND-COUNT)
                               IF GD-NR-DATO IN godkend-record
                                       = WS-TODAY
                                  AND GD-NR-SEQ IN godkend-record
                                       > WS-NAESTE-SEQ
                                   MOVE GD-NR-SEQ IN godkend-record
                                       TO WS-NAESTE-SEQ
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE godkend-file-1
           END-IF.

      *> One transaction file: kept records go to the work file, the
      *> approved items of this source are added after them, and the
      *> work file replaces the original when anything changed. A
      *> missing transaction file is an empty one.
       FILTRER-FIL.
           MOVE "N" TO WS-FIL-AENDRET
           MOVE "Y" TO WS-FIL-OK
           MOVE "N" TO END-OF-TRANS

           OPEN OUTPUT ny-file-1
           IF NY-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSESFILTER: cannot open work file, "
                   "status " NY-FILE-1-STATUS " - "
                   FUNCTION TRIM(WS-FIL-FILENAME) " er uroert"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-AFBRUD
           ELSE
               OPEN INPUT trans-file-1
               IF TRANS-FILE-1-STATUS = "00"
                   PERFORM UNTIL END-OF-TRANS = "Y"
                       READ trans-file-1
                           AT END
                               MOVE "Y" TO END-OF-TRANS
                           NOT AT END
                               ADD 1 TO WS-LAEST-COUNT
                               PERFORM FILTRER-ONE-TRANS
                       END-READ
                       IF TRANS-FILE-1-STATUS NOT = "00"
                          AND TRANS-FILE-1-STATUS NOT = "10"
                           DISPLAY "GODKENDELSESFILTER: read error "
                               "on " FUNCTION TRIM(WS-FIL-FILENAME)
                               ", status " TRANS-FILE-1-STATUS
                           MOVE "Y" TO END-OF-TRANS
                           MOVE "N" TO WS-FIL-OK
                           MOVE 20 TO RETURN-CODE
                       END-IF
                   END-PERFORM
                   CLOSE trans-file-1
               ELSE
                   DISPLAY "GODKENDELSESFILTER: "
                       FUNCTION TRIM(WS-FIL-FILENAME)
                       " ikke fundet (status " TRANS-FILE-1-STATUS
                       ") - ingen transaktioner"
               END-IF

               IF WS-FIL-OK = "Y" AND WS-AFBRUD = "N"
                   PERFORM FRIGIV-GODKENDTE
               END-IF
               CLOSE ny-file-1

               IF WS-FIL-OK = "Y" AND WS-AFBRUD = "N"
                  AND WS-FIL-AENDRET = "Y"
                   MOVE RETURN-CODE TO WS-KOPI-RC
                   CALL "CBL_COPY_FILE" USING WS-NY-FILENAME
                       WS-FIL-FILENAME
                   IF RETURN-CODE NOT = 0
                       DISPLAY "GODKENDELSESFILTER: copy-back of "
                           FUNCTION TRIM(WS-FIL-FILENAME) " failed"
                       MOVE 20 TO WS-KOPI-RC
                       MOVE "Y" TO WS-AFBRUD
                   END-IF
                   MOVE WS-KOPI-RC TO RETURN-CODE
               END-IF
           END-IF.

       FILTRER-ONE-TRANS.
           MOVE SPACES TO WS-AARSAG
           MOVE SPACES TO WS-GD-KUNDEID
           MOVE SPACES TO WS-INDTASTER
           MOVE trans-record TO WS-TRANSDATA
           EVALUATE WS-KILDE
               WHEN "KUND"
                   PERFORM VURDER-KUND
               WHEN "ADRS"
                   PERFORM VURDER-ADRS
               WHEN "POST"
                   PERFORM VURDER-POST
           END-EVALUATE

           IF WS-AARSAG = SPACES
               WRITE ny-record FROM trans-record
               ADD 1 TO WS-SKREVET-COUNT
           ELSE
               PERFORM FIND-TIDLIGERE
               IF WS-TIDLIGERE = "U"
                   WRITE ny-record FROM trans-record
                   ADD 1 TO WS-SKREVET-COUNT
               ELSE
                   MOVE "Y" TO WS-FIL-AENDRET
                   IF WS-TIDLIGERE NOT = "V"
                       PERFORM PARKER-TRANS
                   END-IF
               END-IF
           END-IF.

       VURDER-KUND.
           MOVE WS-TRANSDATA TO WS-KUND-TRANS
           MOVE VTRANS-KUNDEID TO WS-GD-KUNDEID
           MOVE VTRANS-BRUGERID TO WS-INDTASTER
           IF VTRANS-KODE = "K"
               MOVE "KONT" TO WS-AARSAG
           ELSE
           IF VTRANS-KODE = "C" AND VTRANS-KANALKODE = "D"
               MOVE "KANL" TO WS-AARSAG
           END-IF
           END-IF.

      *> An unknown customer passes through; ADRESSEOPDATERING
      *> rejects it.
       VURDER-ADRS.
           MOVE WS-TRANSDATA TO WS-ADR-TRANS
           MOVE TRANS-KUNDEID TO WS-GD-KUNDEID
           MOVE TRANS-BRUGERID TO WS-INDTASTER
           MOVE TRANS-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Valutakode IN master-record TO WS-VALUTA
                   MOVE Balance IN master-record TO WS-SALDO
                   PERFORM CHECK-SALDO-GRAENSE
                   IF WS-KONTO-AKTIV = "Y"
                       PERFORM CHECK-KONTI-SALDO
                   END-IF
           END-READ.

       CHECK-KONTI-SALDO.
           MOVE "N" TO END-OF-KONTO
           MOVE TRANS-KUNDEID TO KONTO-KUNDEID IN konto-record
           START konto-file-1
               KEY NOT < KONTO-KUNDEID IN konto-record
               INVALID KEY
                   MOVE "Y" TO END-OF-KONTO
           END-START
           PERFORM UNTIL END-OF-KONTO = "Y"
               READ konto-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KONTO
                   NOT AT END
                       IF KONTO-KUNDEID IN konto-record
                               NOT = TRANS-KUNDEID
                           MOVE "Y" TO END-OF-KONTO
                       ELSE
                           MOVE KONTO-VALUTAKODE IN konto-record
                               TO WS-VALUTA
                           MOVE KONTO-SALDO IN konto-record
                               TO WS-SALDO
                           PERFORM CHECK-SALDO-GRAENSE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-SALDO-GRAENSE.
           PERFORM FIND-GRAENSE
           IF WS-GR-FUNDET = "Y"
               IF GR-SALDO(WS-GR-IX) > 0
                  AND WS-SALDO > GR-SALDO(WS-GR-IX)
                   MOVE "SALD" TO WS-AARSAG
               END-IF
           END-IF.

      *> The limit is in the currency of the account the posting
      *> books to: the account master first, else the customer
      *> master by KundeID or by its primary KontoNummer.
       VURDER-POST.
           MOVE WS-TRANSDATA TO WS-POST-TRANS
           MOVE POST-KUNDEID IN WS-POST-TRANS TO WS-GD-KUNDEID
           MOVE POST-BRUGERID IN WS-POST-TRANS TO WS-INDTASTER
           MOVE "Y" TO WS-TASTET
           IF POST-TYPEKODE IN WS-POST-TRANS = "RENT"
              OR POST-TYPEKODE IN WS-POST-TRANS = "GEBY"
              OR POST-TYPEKODE IN WS-POST-TRANS = "SALD"
              OR POST-TYPEKODE IN WS-POST-TRANS = "FAST"
              OR POST-TYPEKODE IN WS-POST-TRANS = "BSAF"
              OR POST-TYPEKODE IN WS-POST-TRANS = "BETL"
              OR POST-TYPEKODE IN WS-POST-TRANS = "INDB"
              OR POST-TYPEKODE IN WS-POST-TRANS = "KORT"
              OR POST-TYPEKODE IN WS-POST-TRANS = "KONT"
               MOVE "N" TO WS-TASTET
               IF (POST-TYPEKODE IN WS-POST-TRANS = "RENT"
                   OR POST-TYPEKODE IN WS-POST-TRANS = "GEBY")
                  AND POST-DK IN WS-POST-TRANS = "K"
                  AND POST-BRUGERID IN WS-POST-TRANS NOT = SPACES
                  AND POST-BRUGERID IN WS-POST-TRANS NOT = "BATCH"
                   MOVE "Y" TO WS-TASTET
               END-IF
           END-IF
           IF WS-TASTET = "Y"
               MOVE SPACES TO WS-VALUTA
               IF WS-KONTO-AKTIV = "Y"
                  AND POST-KONTONUMMER IN WS-POST-TRANS NOT = SPACES
                   MOVE POST-KONTONUMMER IN WS-POST-TRANS
                       TO KONTO-NUMMER IN konto-record
                   READ konto-file-1
                       KEY IS KONTO-NUMMER IN konto-record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KONTO-VALUTAKODE IN konto-record
                               TO WS-VALUTA
                           IF WS-GD-KUNDEID = SPACES
                               MOVE KONTO-KUNDEID IN konto-record
                                   TO WS-GD-KUNDEID
                           END-IF
                   END-READ
               END-IF
               IF WS-VALUTA = SPACES
                   PERFORM FIND-POST-MASTER
               END-IF
               PERFORM FIND-GRAENSE
               IF WS-GR-FUNDET = "Y"
                   IF GR-POST(WS-GR-IX) > 0
                      AND POST-BELOEB IN WS-POST-TRANS
                           > GR-POST(WS-GR-IX)
                       MOVE "BELB" TO WS-AARSAG
                   END-IF
               END-IF
           END-IF.

       FIND-POST-MASTER.
           IF POST-KUNDEID IN WS-POST-TRANS NOT = SPACES
               MOVE POST-KUNDEID IN WS-POST-TRANS
                   TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Valutakode IN master-record TO WS-VALUTA
               END-READ
           ELSE
           IF POST-KONTONUMMER IN WS-POST-TRANS NOT = SPACES
               MOVE POST-KONTONUMMER IN WS-POST-TRANS
                   TO KontoNummer IN master-record
               READ master-file-1
                   KEY IS KontoNummer IN master-record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Valutakode IN master-record TO WS-VALUTA
                       MOVE KundeID IN master-record TO WS-GD-KUNDEID
               END-READ
           END-IF
           END-IF.

      *> The currency's own line, else the "***" line.
       FIND-GRAENSE.
           MOVE "N" TO WS-GR-FUNDET
           PERFORM VARYING WS-GR-IX FROM 1 BY 1
                   UNTIL WS-GR-IX > WS-GRAENSE-COUNT
                      OR WS-GR-FUNDET = "Y"
               IF GR-VALUTA(WS-GR-IX) = WS-VALUTA
                   MOVE "Y" TO WS-GR-FUNDET
               END-IF
           END-PERFORM
           IF WS-GR-FUNDET = "N"
               PERFORM VARYING WS-GR-IX FROM 1 BY 1
                       UNTIL WS-GR-IX > WS-GRAENSE-COUNT
                          OR WS-GR-FUNDET = "Y"
                   IF GR-VALUTA(WS-GR-IX) = "***"
                       MOVE "Y" TO WS-GR-FUNDET
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GR-FUNDET = "Y"
               SUBTRACT 1 FROM WS-GR-IX
           END-IF.

      *> "V" when the same transaction already waits, "U" when it is
      *> an item released into this source today (a rerun of the
      *> chain), spaces otherwise.
       FIND-TIDLIGERE.
           MOVE SPACES TO WS-TIDLIGERE
           PERFORM VARYING WS-GD-IX FROM 1 BY 1
                   UNTIL WS-GD-IX > WS-GODKEND-COUNT
                      OR WS-TIDLIGERE NOT = SPACES
               MOVE GT-RECORD(WS-GD-IX) TO WS-GODKEND-POST
               IF GD-KILDE IN WS-GODKEND-POST = WS-KILDE
                  AND GD-TRANSDATA IN WS-GODKEND-POST = WS-TRANSDATA
                   IF GD-STATUS IN WS-GODKEND-POST = "V"
                       MOVE "V" TO WS-TIDLIGERE
                   ELSE
                   IF GD-STATUS IN WS-GODKEND-POST = "U"
                      AND GD-UDFOERT-DATO IN WS-GODKEND-POST
                           = WS-TODAY
                       MOVE "U" TO WS-TIDLIGERE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> A transaction that cannot be held back must not slip through
      *> either: the run stops before this file is replaced.
       PARKER-TRANS.
           IF WS-GODKEND-COUNT < WS-MAX-GODKEND
               ADD 1 TO WS-GODKEND-COUNT
               ADD 1 TO WS-NAESTE-SEQ
               MOVE SPACES TO WS-GODKEND-POST
               MOVE WS-TODAY TO GD-NR-DATO IN WS-GODKEND-POST
               MOVE WS-NAESTE-SEQ TO GD-NR-SEQ IN WS-GODKEND-POST
               MOVE "V" TO GD-STATUS IN WS-GODKEND-POST
               MOVE WS-KILDE TO GD-KILDE IN WS-GODKEND-POST
               MOVE WS-AARSAG TO GD-AARSAG IN WS-GODKEND-POST
               MOVE WS-GD-KUNDEID TO GD-KUNDEID IN WS-GODKEND-POST
               IF WS-INDTASTER = SPACES
                   MOVE "UKENDT" TO GD-INDTASTER IN WS-GODKEND-POST
               ELSE
                   MOVE WS-INDTASTER
                       TO GD-INDTASTER IN WS-GODKEND-POST
               END-IF
               MOVE SPACES TO GD-GODKENDER IN WS-GODKEND-POST
               MOVE ZEROS TO GD-AFGJORT-DATO IN WS-GODKEND-POST
               MOVE ZEROS TO GD-AFGJORT-TID IN WS-GODKEND-POST
               MOVE ZEROS TO GD-UDFOERT-DATO IN WS-GODKEND-POST
               MOVE WS-TRANSDATA TO GD-TRANSDATA IN WS-GODKEND-POST
               MOVE WS-GODKEND-POST TO GT-RECORD(WS-GODKEND-COUNT)
               ADD 1 TO WS-PARKERET-COUNT
               DISPLAY "TILBAGEHOLDT " GD-NR IN WS-GODKEND-POST " "
                   WS-KILDE " " WS-AARSAG " " WS-GD-KUNDEID
                   " indtastet af " GD-INDTASTER IN WS-GODKEND-POST
           ELSE
               DISPLAY "GODKENDELSESFILTER: godkendelsestabellen er "
                   "fuld - " FUNCTION TRIM(WS-FIL-FILENAME)
                   " er uroert, koerslen afbrydes"
               MOVE "Y" TO WS-AFBRUD
               MOVE 16 TO RETURN-CODE
           END-IF.

       FRIGIV-GODKENDTE.
           PERFORM VARYING WS-GD-IX FROM 1 BY 1
                   UNTIL WS-GD-IX > WS-GODKEND-COUNT
               MOVE GT-RECORD(WS-GD-IX) TO WS-GODKEND-POST
               IF GD-KILDE IN WS-GODKEND-POST = WS-KILDE
                  AND GD-STATUS IN WS-GODKEND-POST = "G"
                   MOVE GD-TRANSDATA IN WS-GODKEND-POST TO ny-record
                   WRITE ny-record
                   ADD 1 TO WS-SKREVET-COUNT
                   ADD 1 TO WS-FRIGIVET-COUNT
                   MOVE "Y" TO WS-FIL-AENDRET
                   MOVE "U" TO GD-STATUS IN WS-GODKEND-POST
                   MOVE WS-TODAY TO GD-UDFOERT-DATO IN WS-GODKEND-POST
                   MOVE WS-GODKEND-POST TO GT-RECORD(WS-GD-IX)
                   DISPLAY "FRIGIVET " GD-NR IN WS-GODKEND-POST " "
                       WS-KILDE " " GD-AARSAG IN WS-GODKEND-POST " "
                       GD-KUNDEID IN WS-GODKEND-POST " godkendt af "
                       GD-GODKENDER IN WS-GODKEND-POST
               END-IF
           END-PERFORM.

      *> Waiting and approved items are always kept; a rejected or
      *> released item is kept for the retention period counted from
      *> the day it was settled.
       REWRITE-GODKENDELSER.
           OPEN OUTPUT godkend-file-1
           IF GODKEND-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSESFILTER: cannot rewrite approval "
                   "file, status " GODKEND-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-GD-IX FROM 1 BY 1
                       UNTIL WS-GD-IX > WS-GODKEND-COUNT
                   MOVE GT-RECORD(WS-GD-IX) TO WS-GODKEND-POST
                   IF (GD-STATUS IN WS-GODKEND-POST = "A"
                          AND GD-AFGJORT-DATO IN WS-GODKEND-POST
                              < WS-SLET-FOER-DATO)
                      OR (GD-STATUS IN WS-GODKEND-POST = "U"
                          AND GD-UDFOERT-DATO IN WS-GODKEND-POST
                              < WS-SLET-FOER-DATO)
                       ADD 1 TO WS-SLETTET-COUNT
                   ELSE
                       IF GD-STATUS IN WS-GODKEND-POST = "V"
                           ADD 1 TO WS-VENTER-COUNT
                       END-IF
                       WRITE godkend-record FROM WS-GODKEND-POST
                   END-IF
               END-PERFORM
               CLOSE godkend-file-1
           END-IF.
