       identification division.
       program-id. RETSHOLDVEDLIGEHOLD.

      *> Legal-hold maintenance, validated the same way
      *> PERIODELUKNING validates a period close: the operator named
      *> on the transaction (RHTRANS.cpy) must be on the list of
      *> operators authorised to maintain legal holds
      *> (RetsHoldGodkendere.txt, one operator id per line) and be
      *> an active operator on the operator register (OPERATORTJEK -
      *> registered and not blocked). Reads the legal-hold register
      *> (RetsHold.txt, RETSHOLD.cpy) into a table, applies the
      *> day's transactions and rewrites the register:
      *>   "N" puts a customer on hold with reason, requester, start
      *>       date and review date
      *>   "R" moves the review date of a hold in force and may
      *>       change its reason, reason text or requester
      *>   "L" lifts a hold - the line stays on the register with
      *>       its end date, for the record
      *> A transaction is rejected with a reason on the error report
      *> (RetsHoldFejl.txt) when the operator is not authorised, the
      *> KundeID is unknown in the customer master or already
      *> anonymised, the reason is not U/R/D/A (A needs a reason
      *> text), the requester is missing, a date is invalid, the
      *> review date is not after the start date, a new hold names a
      *> customer already on hold, or a change or lift names a
      *> customer with no hold in force. A blank reason text on U, R
      *> or D is filled with the reason's name so every log that
      *> lists a held customer can show it. Each changed line is
      *> stamped with the date and the operator. GDPRSLETNING,
      *> ARKIVERING, GENOPRYDNING and KONTOLUKNING read the register
      *> through RETSHOLDOPSLAG; RETSHOLDGENNEMSYN lists the holds
      *> past their review date.

       environment division.
       input-output section.
       file-control.
           select hold-file-1 assign to dynamic WS-HOLD-FILENAME
               organization is line sequential
               file status is HOLD-FILE-1-STATUS.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select godk-file-1 assign to dynamic WS-GODK-FILENAME
               organization is line sequential
               file status is GODK-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.

       data division.
       file section.
       fd  hold-file-1.
       01  hold-record.
           copy "RETSHOLD.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "RHTRANS.cpy".
       fd  godk-file-1.
       01  godk-record             PIC X(80).
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  fejl-file-1.
       01  fejl-record             PIC X(120).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "RETSHOLDVEDLIGEHOLD".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-HOLD             PIC X VALUE "N".
       01  END-OF-TRANS            PIC X VALUE "N".
       01  END-OF-GODK             PIC X VALUE "N".
       01  HOLD-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  GODK-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".

       01  WS-HOLD-FILENAME        PIC X(100)
                                    VALUE "RetsHold.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "RetsHoldTrans.txt".
       01  WS-GODK-FILENAME        PIC X(100)
                                    VALUE "RetsHoldGodkendere.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "RetsHoldFejl.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-START-DATO           PIC 9(8) VALUE ZEROS.
       01  WS-SLUT-DATO            PIC 9(8) VALUE ZEROS.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(45) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(120) VALUE SPACES.
       01  WS-GODKENDT             PIC X VALUE "N".
       01  WS-OP-FUNDET            PIC X VALUE "N".
       01  WS-OP-NAVN              PIC X(30) VALUE SPACES.
       01  WS-OP-FILIAL            PIC X(4) VALUE SPACES.
       01  WS-OP-ROLLE             PIC X(8) VALUE SPACES.
       01  WS-OP-SPAERRET          PIC X VALUE "N".
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-AENDRET              PIC X VALUE "N".

       01  WS-MAX-GODK             PIC 9(3) VALUE 100.
       01  WS-GODK-COUNT           PIC 9(3) VALUE 0.
       01  WS-GK-IX                PIC 9(3) VALUE 0.
       01  GODK-TABEL.
           02  GODK-ENTRY OCCURS 100 TIMES.
               03  GK-OPERATOR     pic x(8).

       01  WS-MAX-HOLDS            PIC 9(5) VALUE 2000.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE 0.
       01  WS-RH-IX                PIC 9(5) VALUE 0.
       01  WS-RH-FUNDET            PIC X VALUE "N".
       01  HOLD-TABEL.
           02  HOLD-ENTRY OCCURS 2000 TIMES.
               03  HT-KUNDEID      pic x(10).
               03  HT-AARSAG       pic x(1).
               03  HT-AARSAG-TEKST pic x(30).
               03  HT-ANMODER      pic x(20).
               03  HT-START        pic 9(8).
               03  HT-REVIEW       pic 9(8).
               03  HT-SLUT         pic 9(8).
               03  HT-AENDRET      pic 9(8).
               03  HT-BRUGERID     pic x(8).

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-NY-COUNT             PIC 9(7) VALUE 0.
       01  WS-REVIEW-COUNT         PIC 9(7) VALUE 0.
       01  WS-LOEFT-COUNT          PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT "RETSHOLD_FIL"
               ON EXCEPTION
                   MOVE "RetsHold.txt" TO WS-HOLD-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME
                   FROM ENVIRONMENT "RETSHOLD_TRANS_FIL"
               ON EXCEPTION
                   MOVE "RetsHoldTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-GODK-FILENAME
                   FROM ENVIRONMENT "RETSHOLD_GODKENDER_FIL"
               ON EXCEPTION
                   MOVE "RetsHoldGodkendere.txt" TO WS-GODK-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME FROM ENVIRONMENT "RETSHOLD_FEJL_FIL"
               ON EXCEPTION
                   MOVE "RetsHoldFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-GODKENDERE
           PERFORM LOAD-HOLD-REGISTER

      *> The register is rewritten from the table on the way out; a
      *> table smaller than the file would silently drop holds, so
      *> the run aborts with the register untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "RETSHOLDVEDLIGEHOLD: flere retshold end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-HOLD-FILENAME) " er uroert"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM OPEN-FILES

           PERFORM UNTIL END-OF-TRANS = "Y"
               READ trans-file-1
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM APPLY-ONE-TRANS
               END-READ
           END-PERFORM

           CLOSE trans-file-1
           CLOSE master-file-1
           CLOSE fejl-file-1

           IF WS-AENDRET = "Y"
               PERFORM REWRITE-HOLD-REGISTER
           END-IF

           DISPLAY "=========================================="
           DISPLAY "RETSHOLDVEDLIGEHOLD - retshold " WS-TODAY
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Nye retshold        : " WS-NY-COUNT
           DISPLAY "Ny review/aarsag    : " WS-REVIEW-COUNT
           DISPLAY "Loeftet             : " WS-LOEFT-COUNT
           DISPLAY "Afviste             : " WS-AFVIST-COUNT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-NY-COUNT + WS-REVIEW-COUNT
               + WS-LOEFT-COUNT
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> No list on disk means nobody may maintain a legal hold.
       LOAD-GODKENDERE.
           OPEN INPUT godk-file-1
           IF GODK-FILE-1-STATUS NOT = "00"
               DISPLAY "RETSHOLDVEDLIGEHOLD: ingen liste over "
                   "bemyndigede operatoerer - alle transaktioner "
                   "afvises"
           ELSE
               PERFORM UNTIL END-OF-GODK = "Y"
                   READ godk-file-1
                       AT END
                           MOVE "Y" TO END-OF-GODK
                       NOT AT END
                           IF godk-record(1:8) NOT = SPACES
                               IF WS-GODK-COUNT < WS-MAX-GODK
                                   ADD 1 TO WS-GODK-COUNT
                                   MOVE godk-record(1:8)
                                       TO GK-OPERATOR(WS-GODK-COUNT)
                               ELSE
                                   DISPLAY "RETSHOLDVEDLIGEHOLD: "
                                       "operator table full, "
                                       "skipping " godk-record(1:8)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE godk-file-1
           END-IF.

       LOAD-HOLD-REGISTER.
           OPEN INPUT hold-file-1
           IF HOLD-FILE-1-STATUS NOT = "00"
               DISPLAY "RETSHOLDVEDLIGEHOLD: no legal-hold register "
                   "yet, starting empty"
           ELSE
               PERFORM UNTIL END-OF-HOLD = "Y"
                   READ hold-file-1
                       AT END
                           MOVE "Y" TO END-OF-HOLD
                       NOT AT END
                           IF WS-HOLD-COUNT < WS-MAX-HOLDS
                               ADD 1 TO WS-HOLD-COUNT
                               PERFORM LOAD-ONE-HOLD
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE hold-file-1
           END-IF.

       LOAD-ONE-HOLD.
           MOVE WS-HOLD-COUNT TO WS-RH-IX
           IF RH-SLUT-DATO IS NOT NUMERIC
               MOVE ZEROS TO RH-SLUT-DATO
           END-IF
           MOVE RH-KUNDEID TO HT-KUNDEID(WS-RH-IX)
           MOVE RH-AARSAG TO HT-AARSAG(WS-RH-IX)
           MOVE RH-AARSAG-TEKST TO HT-AARSAG-TEKST(WS-RH-IX)
           MOVE RH-ANMODER TO HT-ANMODER(WS-RH-IX)
           MOVE RH-START-DATO TO HT-START(WS-RH-IX)
           MOVE RH-REVIEW-DATO TO HT-REVIEW(WS-RH-IX)
           MOVE RH-SLUT-DATO TO HT-SLUT(WS-RH-IX)
           MOVE RH-AENDRET-DATO TO HT-AENDRET(WS-RH-IX)
           MOVE RH-BRUGERID TO HT-BRUGERID(WS-RH-IX).

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "RETSHOLDVEDLIGEHOLD: cannot open trans, "
                   "status " TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "RETSHOLDVEDLIGEHOLD: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "RETSHOLDVEDLIGEHOLD: cannot open error "
                   "report, status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM CHECK-GODKENDT
           PERFORM FIND-HOLD-I-KRAFT
           EVALUATE TRUE
               WHEN WS-GODKENDT = "N"
                   MOVE "operatoeren er ikke bemyndiget"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-GODKENDT = "S"
                   MOVE "operatoeren er ukendt eller spaerret"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-KODE = "N"
                   PERFORM OPRET-HOLD
               WHEN RHT-KODE = "R"
                   PERFORM AENDR-HOLD
               WHEN RHT-KODE = "L"
                   PERFORM LOEFT-HOLD
               WHEN OTHER
                   MOVE "ukendt transaktionskode" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
           END-EVALUATE.

       CHECK-GODKENDT.
           MOVE "N" TO WS-GODKENDT
           PERFORM VARYING WS-GK-IX FROM 1 BY 1
                   UNTIL WS-GK-IX > WS-GODK-COUNT
               IF GK-OPERATOR(WS-GK-IX) = RHT-OPERATOR
                  AND RHT-OPERATOR NOT = SPACES
                   MOVE "Y" TO WS-GODKENDT
               END-IF
           END-PERFORM
           IF WS-GODKENDT = "Y"
               CALL "OPERATORTJEK" USING RHT-OPERATOR WS-OP-FUNDET
                   WS-OP-NAVN WS-OP-FILIAL WS-OP-ROLLE WS-OP-SPAERRET
               IF WS-OP-FUNDET NOT = "Y" OR WS-OP-SPAERRET = "J"
                   MOVE "S" TO WS-GODKENDT
               END-IF
           END-IF.

      *> A hold is in force until the day it is lifted.
       FIND-HOLD-I-KRAFT.
           MOVE "N" TO WS-RH-FUNDET
           PERFORM VARYING WS-RH-IX FROM 1 BY 1
                   UNTIL WS-RH-IX > WS-HOLD-COUNT
                      OR WS-RH-FUNDET = "Y"
               IF HT-KUNDEID(WS-RH-IX) = RHT-KUNDEID
                  AND (HT-SLUT(WS-RH-IX) = 0
                       OR HT-SLUT(WS-RH-IX) > WS-TODAY)
                   MOVE "Y" TO WS-RH-FUNDET
               END-IF
           END-PERFORM
           IF WS-RH-FUNDET = "Y"
               SUBTRACT 1 FROM WS-RH-IX
           END-IF.

       CHECK-MASTER-KUNDE.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE RHT-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

       OPRET-HOLD.
           PERFORM CHECK-MASTER-KUNDE
           MOVE RHT-START-DATO TO WS-START-DATO
           IF RHT-START-DATO IS NUMERIC
               IF RHT-START-DATO = 0
                   MOVE WS-TODAY TO WS-START-DATO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-RH-FUNDET = "Y"
                   MOVE "kunden har allerede et retshold"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-MASTER-FOUND = "N"
                   MOVE "KundeID findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN SLETTET-MARKERING IN master-record = "J"
                   MOVE "kunden er anonymiseret" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-AARSAG NOT = "U" AND RHT-AARSAG NOT = "R"
                AND RHT-AARSAG NOT = "D" AND RHT-AARSAG NOT = "A"
                   MOVE "aarsag skal vaere U/R/D/A" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-AARSAG = "A" AND RHT-AARSAG-TEKST = SPACES
                   MOVE "aarsag A kraever en aarsagstekst"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-ANMODER = SPACES
                   MOVE "anmoder mangler" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-START-DATO IS NOT NUMERIC
                   MOVE "ugyldig startdato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATO)
                       NOT = 0
                   MOVE "ugyldig startdato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-REVIEW-DATO IS NOT NUMERIC
                   MOVE "ugyldig review-dato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN FUNCTION TEST-DATE-YYYYMMDD(RHT-REVIEW-DATO)
                       NOT = 0
                   MOVE "ugyldig review-dato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-REVIEW-DATO NOT > WS-START-DATO
                   MOVE "review-dato skal ligge efter startdato"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-HOLD-COUNT >= WS-MAX-HOLDS
                   MOVE "retsholdregisteret er fuldt"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   PERFORM REGISTRER-HOLD
           END-EVALUATE.

       REGISTRER-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-HOLD-COUNT TO WS-RH-IX
           MOVE RHT-KUNDEID TO HT-KUNDEID(WS-RH-IX)
           MOVE RHT-AARSAG TO HT-AARSAG(WS-RH-IX)
           MOVE RHT-AARSAG-TEKST TO HT-AARSAG-TEKST(WS-RH-IX)
           MOVE RHT-ANMODER TO HT-ANMODER(WS-RH-IX)
           MOVE WS-START-DATO TO HT-START(WS-RH-IX)
           MOVE RHT-REVIEW-DATO TO HT-REVIEW(WS-RH-IX)
           MOVE ZEROS TO HT-SLUT(WS-RH-IX)
           PERFORM UDFYLD-AARSAG-TEKST
           PERFORM STEMPL-HOLD
           ADD 1 TO WS-NY-COUNT.

      *> Blank fields on the transaction leave the hold unchanged;
      *> the review date must be given and lie ahead.
       AENDR-HOLD.
           EVALUATE TRUE
               WHEN WS-RH-FUNDET = "N"
                   MOVE "intet retshold i kraft for KundeID"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-AARSAG NOT = SPACES
                AND RHT-AARSAG NOT = "U" AND RHT-AARSAG NOT = "R"
                AND RHT-AARSAG NOT = "D" AND RHT-AARSAG NOT = "A"
                   MOVE "aarsag skal vaere U/R/D/A" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-AARSAG = "A" AND RHT-AARSAG-TEKST = SPACES
                   MOVE "aarsag A kraever en aarsagstekst"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-REVIEW-DATO IS NOT NUMERIC
                   MOVE "ugyldig review-dato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN FUNCTION TEST-DATE-YYYYMMDD(RHT-REVIEW-DATO)
                       NOT = 0
                   MOVE "ugyldig review-dato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-REVIEW-DATO NOT > WS-TODAY
                   MOVE "review-dato skal ligge frem i tiden"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   MOVE RHT-REVIEW-DATO TO HT-REVIEW(WS-RH-IX)
                   IF RHT-AARSAG NOT = SPACES
                       MOVE RHT-AARSAG TO HT-AARSAG(WS-RH-IX)
                       MOVE RHT-AARSAG-TEKST
                           TO HT-AARSAG-TEKST(WS-RH-IX)
                   ELSE
                       IF RHT-AARSAG-TEKST NOT = SPACES
                           MOVE RHT-AARSAG-TEKST
                               TO HT-AARSAG-TEKST(WS-RH-IX)
                       END-IF
                   END-IF
                   IF RHT-ANMODER NOT = SPACES
                       MOVE RHT-ANMODER TO HT-ANMODER(WS-RH-IX)
                   END-IF
                   PERFORM UDFYLD-AARSAG-TEKST
                   PERFORM STEMPL-HOLD
                   ADD 1 TO WS-REVIEW-COUNT
           END-EVALUATE.

       LOEFT-HOLD.
           MOVE RHT-SLUT-DATO TO WS-SLUT-DATO
           IF RHT-SLUT-DATO IS NUMERIC
               IF RHT-SLUT-DATO = 0
                   MOVE WS-TODAY TO WS-SLUT-DATO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-RH-FUNDET = "N"
                   MOVE "intet retshold i kraft for KundeID"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN RHT-SLUT-DATO IS NOT NUMERIC
                   MOVE "ugyldig slutdato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-SLUT-DATO)
                       NOT = 0
                   MOVE "ugyldig slutdato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-SLUT-DATO < HT-START(WS-RH-IX)
                   MOVE "slutdato ligger foer startdato"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   MOVE WS-SLUT-DATO TO HT-SLUT(WS-RH-IX)
                   PERFORM STEMPL-HOLD
                   ADD 1 TO WS-LOEFT-COUNT
           END-EVALUATE.

       UDFYLD-AARSAG-TEKST.
           IF HT-AARSAG-TEKST(WS-RH-IX) = SPACES
               EVALUATE HT-AARSAG(WS-RH-IX)
                   WHEN "U"
                       MOVE "UNDERSOEGELSE"
                           TO HT-AARSAG-TEKST(WS-RH-IX)
                   WHEN "R"
                       MOVE "RETSSAG" TO HT-AARSAG-TEKST(WS-RH-IX)
                   WHEN "D"
                       MOVE "AABENT DOEDSBO"
                           TO HT-AARSAG-TEKST(WS-RH-IX)
               END-EVALUATE
           END-IF.

       STEMPL-HOLD.
           MOVE WS-TODAY TO HT-AENDRET(WS-RH-IX)
           MOVE RHT-OPERATOR TO HT-BRUGERID(WS-RH-IX)
           MOVE "Y" TO WS-AENDRET.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               RHT-KODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RHT-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               RHT-OPERATOR DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

       REWRITE-HOLD-REGISTER.
           OPEN OUTPUT hold-file-1
           IF HOLD-FILE-1-STATUS NOT = "00"
               DISPLAY "RETSHOLDVEDLIGEHOLD: cannot rewrite legal-"
                   "hold register, status " HOLD-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-RH-IX FROM 1 BY 1
                       UNTIL WS-RH-IX > WS-HOLD-COUNT
                   MOVE SPACES TO hold-record
                   MOVE HT-KUNDEID(WS-RH-IX) TO RH-KUNDEID
                   MOVE HT-AARSAG(WS-RH-IX) TO RH-AARSAG
                   MOVE HT-AARSAG-TEKST(WS-RH-IX) TO RH-AARSAG-TEKST
                   MOVE HT-ANMODER(WS-RH-IX) TO RH-ANMODER
                   MOVE HT-START(WS-RH-IX) TO RH-START-DATO
                   MOVE HT-REVIEW(WS-RH-IX) TO RH-REVIEW-DATO
                   MOVE HT-SLUT(WS-RH-IX) TO RH-SLUT-DATO
                   MOVE HT-AENDRET(WS-RH-IX) TO RH-AENDRET-DATO
                   MOVE HT-BRUGERID(WS-RH-IX) TO RH-BRUGERID
                   WRITE hold-record
               END-PERFORM
               CLOSE hold-file-1
           END-IF.
