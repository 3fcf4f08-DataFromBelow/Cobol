       identification division.
       program-id. KLAGEVEDLIGEHOLD.

      *> Complaint maintenance run. Reads the complaint register
      *> (Klager.txt, KLAGE.cpy) into a table, applies the day's
      *> transactions (KlageTrans.txt, KLTRANS.cpy) and rewrites the
      *> register:
      *>   "O" opens a case on a case number and KundeID with its
      *>       category, received date and, when known, the account
      *>       and posting complained about. The response deadline
      *>       is the received date plus KLAGE_FRIST_DAGE calendar
      *>       days (30 if not set).
      *>   "U" updates an open case and puts it under behandling
      *>   "L" closes a case with its result and resolution. A case
      *>       closed with medhold or delvis medhold and a refund
      *>       writes the correcting credit to the posting file
      *>       (PosteringsTrans.txt) for KONTOPOSTERING - type GEBY
      *>       or RENT, dated today, on the case's account and in
      *>       the name of the account's owner, stamped with the
      *>       operator who granted it. A refund needs a named
      *>       operator (OPERATOR_ID): GODKENDELSESFILTER holds a
      *>       GEBY/RENT credit carrying one over GG-POST-GRAENSE
      *>       for a second operator, unlike the bank's own runs.
      *> A transaction is rejected with a reason on the error report
      *> (KlageFejl.txt) when the case number is missing, already
      *> used (on "O") or unknown or belongs to another KundeID, the
      *> KundeID is not on the customer master, the category or
      *> result is unknown, a date is invalid or in the future, the
      *> account is not on the account master or not held by the
      *> customer (owner or joint holder, KONTOHAVEROPSLAG), the
      *> case is already closed, or a refund has no result that
      *> allows it, no account, no GEBY/RENT type, or an account
      *> already closed. Each changed case is stamped with the date
      *> and the operator (OPERATOR_ID, BATCH if none).

       environment division.
       input-output section.
       file-control.
           select klage-file-1 assign to dynamic WS-KLAGE-FILENAME
               organization is line sequential
               file status is KLAGE-FILE-1-STATUS.
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
           select post-file-1 assign to dynamic WS-POST-FILENAME
               organization is line sequential
               file status is POST-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.

       data division.
       file section.
       fd  klage-file-1.
       01  klage-record.
           copy "KLAGE.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "KLTRANS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  post-file-1.
       01  post-record.
           copy "POSTTRANS.cpy".
       fd  fejl-file-1.
       01  fejl-record             PIC X(120).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KLAGEVEDLIGEHOLD".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-KLAGE            PIC X VALUE "N".
       01  END-OF-TRANS            PIC X VALUE "N".
       01  KLAGE-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  POST-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".

       01  WS-KLAGE-FILENAME       PIC X(100)
                                    VALUE "Klager.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "KlageTrans.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-POST-FILENAME        PIC X(100)
                                    VALUE "PosteringsTrans.txt".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "KlageFejl.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.
       01  WS-FRIST-DAGE-X         PIC X(5) VALUE SPACES.
       01  WS-FRIST-DAGE           PIC 9(3) VALUE 30.
       01  WS-MODTAGET-DATO        PIC 9(8) VALUE ZEROS.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(45) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(120) VALUE SPACES.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-AENDRET              PIC X VALUE "N".

      *> Account check: "Y" held by the customer, "N" not on the
      *> account master, "E" held by someone else.
       01  WS-CHK-KONTO            PIC X(20) VALUE SPACES.
       01  WS-KONTO-OK             PIC X VALUE "N".
       01  WS-KONTO-EJER           PIC X(10) VALUE SPACES.
       01  WS-KONTO-LUKKET         PIC X VALUE "N".
       01  WS-KH-KONTO             PIC X(20) VALUE SPACES.
       01  WS-KH-NR                PIC 9(2) VALUE 0.
       01  WS-KH-ANTAL             PIC 9(2) VALUE 0.
       01  WS-KH-ANDEL-SUM         PIC 9(5)V99 VALUE ZEROS.
       01  WS-KH-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-KH-ROLLE             PIC X(1) VALUE SPACES.
       01  WS-KH-ANDEL             PIC 9(3)V99 VALUE ZEROS.

      *> The refund of the case being closed.
       01  WS-REFUSION-KONTO       PIC X(20) VALUE SPACES.
       01  WS-REFUSION-TYPE        PIC X(4) VALUE SPACES.

       01  WS-MAX-KLAGER           PIC 9(5) VALUE 2000.
       01  WS-KLAGE-COUNT          PIC 9(5) VALUE 0.
       01  WS-KL-IX                PIC 9(5) VALUE 0.
       01  WS-KL-FUNDET            PIC X VALUE "N".
       01  KLAGE-TABEL.
           02  KLAGE-ENTRY OCCURS 2000 TIMES.
               03  KG-SAGSNR       pic x(10).
               03  KG-KUNDEID      pic x(10).
               03  KG-KATEGORI     pic x(4).
               03  KG-MODTAGET     pic 9(8).
               03  KG-FRIST        pic 9(8).
               03  KG-KONTONUMMER  pic x(20).
               03  KG-POST-LOEBENR pic 9(9).
               03  KG-STATUS       pic x(1).
               03  KG-BESKRIVELSE  pic x(40).
               03  KG-RESULTAT     pic x(1).
               03  KG-REFUSION     pic 9(7)v99.
               03  KG-LOESNING     pic x(40).
               03  KG-LUKKET       pic 9(8).
               03  KG-AENDRET      pic 9(8).
               03  KG-BRUGERID     pic x(8).

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-OPRET-COUNT          PIC 9(7) VALUE 0.
       01  WS-OPDATER-COUNT        PIC 9(7) VALUE 0.
       01  WS-LUK-COUNT            PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-REFUSION-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-KLAGE-FILENAME FROM ENVIRONMENT "KLAGE_FIL"
               ON EXCEPTION
                   MOVE "Klager.txt" TO WS-KLAGE-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "KLAGE_TRANS_FIL"
               ON EXCEPTION
                   MOVE "KlageTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-POST-FILENAME FROM ENVIRONMENT "POSTERING_FIL"
               ON EXCEPTION
                   MOVE "PosteringsTrans.txt" TO WS-POST-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME FROM ENVIRONMENT "KLAGE_FEJL_FIL"
               ON EXCEPTION
                   MOVE "KlageFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-FRIST-DAGE-X FROM ENVIRONMENT "KLAGE_FRIST_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-FRIST-DAGE-X
           END-ACCEPT
           IF WS-FRIST-DAGE-X NOT = SPACES
               COMPUTE WS-FRIST-DAGE =
                   FUNCTION NUMVAL(WS-FRIST-DAGE-X)
           END-IF

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-KLAGE-REGISTER

      *> The register is rewritten from the table on the way out; a
      *> table smaller than the file would silently drop cases, so
      *> the run aborts with the register untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "KLAGEVEDLIGEHOLD: flere klagesager end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-KLAGE-FILENAME) " er uroert"
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
           CLOSE konto-file-1
           CLOSE post-file-1
           CLOSE fejl-file-1

           IF WS-AENDRET = "Y"
               PERFORM REWRITE-KLAGE-REGISTER
           END-IF

           MOVE WS-REFUSION-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "=========================================="
           DISPLAY "KLAGEVEDLIGEHOLD - klagesager " WS-TODAY
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Sager oprettet      : " WS-OPRET-COUNT
           DISPLAY "Sager opdateret     : " WS-OPDATER-COUNT
           DISPLAY "Sager lukket        : " WS-LUK-COUNT
           DISPLAY "Afviste             : " WS-AFVIST-COUNT
           DISPLAY "Refusioner bogfoert : " WS-POST-COUNT
           DISPLAY "Refunderet i alt    : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-OPRET-COUNT + WS-OPDATER-COUNT
               + WS-LUK-COUNT
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE WS-REFUSION-TOTAL TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       LOAD-KLAGE-REGISTER.
           OPEN INPUT klage-file-1
           IF KLAGE-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEVEDLIGEHOLD: no complaint register yet, "
                   "starting empty"
           ELSE
               PERFORM UNTIL END-OF-KLAGE = "Y"
                   READ klage-file-1
                       AT END
                           MOVE "Y" TO END-OF-KLAGE
                       NOT AT END
                           IF WS-KLAGE-COUNT < WS-MAX-KLAGER
                               ADD 1 TO WS-KLAGE-COUNT
                               PERFORM LOAD-ONE-KLAGE
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE klage-file-1
           END-IF.

       LOAD-ONE-KLAGE.
           MOVE WS-KLAGE-COUNT TO WS-KL-IX
           IF KL-POST-LOEBENR IS NOT NUMERIC
               MOVE ZEROS TO KL-POST-LOEBENR
           END-IF
           IF KL-REFUSION IS NOT NUMERIC
               MOVE ZEROS TO KL-REFUSION
           END-IF
           IF KL-LUKKET-DATO IS NOT NUMERIC
               MOVE ZEROS TO KL-LUKKET-DATO
           END-IF
           MOVE KL-SAGSNR TO KG-SAGSNR(WS-KL-IX)
           MOVE KL-KUNDEID TO KG-KUNDEID(WS-KL-IX)
           MOVE KL-KATEGORI TO KG-KATEGORI(WS-KL-IX)
           MOVE KL-MODTAGET-DATO TO KG-MODTAGET(WS-KL-IX)
           MOVE KL-FRIST-DATO TO KG-FRIST(WS-KL-IX)
           MOVE KL-KONTONUMMER TO KG-KONTONUMMER(WS-KL-IX)
           MOVE KL-POST-LOEBENR TO KG-POST-LOEBENR(WS-KL-IX)
           MOVE KL-STATUS TO KG-STATUS(WS-KL-IX)
           MOVE KL-BESKRIVELSE TO KG-BESKRIVELSE(WS-KL-IX)
           MOVE KL-RESULTAT TO KG-RESULTAT(WS-KL-IX)
           MOVE KL-REFUSION TO KG-REFUSION(WS-KL-IX)
           MOVE KL-LOESNING TO KG-LOESNING(WS-KL-IX)
           MOVE KL-LUKKET-DATO TO KG-LUKKET(WS-KL-IX)
           MOVE KL-AENDRET-DATO TO KG-AENDRET(WS-KL-IX)
           MOVE KL-BRUGERID TO KG-BRUGERID(WS-KL-IX).

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEVEDLIGEHOLD: cannot open trans, status "
                   TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEVEDLIGEHOLD: cannot open master, status "
                   MASTER-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEVEDLIGEHOLD: cannot open account master, "
                   "status " KONTO-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN EXTEND post-file-1
           IF POST-FILE-1-STATUS = "35"
               OPEN OUTPUT post-file-1
           END-IF
           IF POST-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEVEDLIGEHOLD: cannot open posting "
                   "transaction file, status " POST-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               CLOSE konto-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEVEDLIGEHOLD: cannot open error report, "
                   "status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               CLOSE konto-file-1
               CLOSE post-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM FIND-KLAGE
           EVALUATE TRUE
               WHEN KLT-SAGSNR = SPACES
                   MOVE "sagsnummer mangler" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-KODE = "O"
                   PERFORM OPRET-KLAGE
               WHEN KLT-KODE = "U"
                   PERFORM OPDATER-KLAGE
               WHEN KLT-KODE = "L"
                   PERFORM LUK-KLAGE
               WHEN OTHER
                   MOVE "ukendt transaktionskode" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
           END-EVALUATE.

       FIND-KLAGE.
           MOVE "N" TO WS-KL-FUNDET
           PERFORM VARYING WS-KL-IX FROM 1 BY 1
                   UNTIL WS-KL-IX > WS-KLAGE-COUNT
                      OR WS-KL-FUNDET = "Y"
               IF KG-SAGSNR(WS-KL-IX) = KLT-SAGSNR
                   MOVE "Y" TO WS-KL-FUNDET
               END-IF
           END-PERFORM
           IF WS-KL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KL-IX
           END-IF.

       CHECK-MASTER-KUNDE.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE KLT-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

      *> The account must be the customer's own or one of the joint
      *> accounts the customer holds.
       CHECK-KONTO.
           MOVE "N" TO WS-KONTO-OK
           MOVE "N" TO WS-KONTO-LUKKET
           MOVE SPACES TO WS-KONTO-EJER
           MOVE WS-CHK-KONTO TO KONTO-NUMMER IN konto-record
           READ konto-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "E" TO WS-KONTO-OK
                   MOVE KONTO-KUNDEID IN konto-record TO WS-KONTO-EJER
                   IF KONTO-STATUS IN konto-record = "L"
                       MOVE "Y" TO WS-KONTO-LUKKET
                   END-IF
           END-READ
           IF WS-KONTO-OK = "E"
               IF WS-KONTO-EJER = KLT-KUNDEID
                   MOVE "Y" TO WS-KONTO-OK
               ELSE
                   MOVE WS-CHK-KONTO TO WS-KH-KONTO
                   MOVE 1 TO WS-KH-NR
                   CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
                       WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
                       WS-KH-ROLLE WS-KH-ANDEL
                   PERFORM VARYING WS-KH-NR FROM 1 BY 1
                           UNTIL WS-KH-NR > WS-KH-ANTAL
                              OR WS-KONTO-OK = "Y"
                       CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO
                           WS-KH-NR WS-KH-ANTAL WS-KH-ANDEL-SUM
                           WS-KH-KUNDEID WS-KH-ROLLE WS-KH-ANDEL
                       IF WS-KH-KUNDEID = KLT-KUNDEID
                           MOVE "Y" TO WS-KONTO-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       OPRET-KLAGE.
           PERFORM CHECK-MASTER-KUNDE
           MOVE KLT-MODTAGET-DATO TO WS-MODTAGET-DATO
           IF KLT-MODTAGET-DATO IS NUMERIC
               IF KLT-MODTAGET-DATO = 0
                   MOVE WS-TODAY TO WS-MODTAGET-DATO
               END-IF
           END-IF
           MOVE "Y" TO WS-KONTO-OK
           IF KLT-KONTONUMMER NOT = SPACES
               MOVE KLT-KONTONUMMER TO WS-CHK-KONTO
               PERFORM CHECK-KONTO
           END-IF
           EVALUATE TRUE
               WHEN WS-KL-FUNDET = "Y"
                   MOVE "sagsnummeret findes allerede"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-MASTER-FOUND = "N"
                   MOVE "KundeID findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-KATEGORI NOT = "GEBY"
                AND KLT-KATEGORI NOT = "RENT"
                AND KLT-KATEGORI NOT = "FEJL"
                AND KLT-KATEGORI NOT = "ANDN"
                   MOVE "kategori skal vaere GEBY/RENT/FEJL/ANDN"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-MODTAGET-DATO IS NOT NUMERIC
                   MOVE "ugyldig modtagelsesdato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-MODTAGET-DATO)
                       NOT = 0
                   MOVE "ugyldig modtagelsesdato" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-MODTAGET-DATO > WS-TODAY
                   MOVE "modtagelsesdato ligger i fremtiden"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-KONTO-OK = "N"
                   MOVE "kontoen findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-KONTO-OK = "E"
                   MOVE "kontoen tilhoerer ikke kunden"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-POST-LOEBENR IS NOT NUMERIC
                   MOVE "ugyldigt loebenummer" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-KLAGE-COUNT >= WS-MAX-KLAGER
                   MOVE "klageregisteret er fuldt" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   PERFORM REGISTRER-KLAGE
           END-EVALUATE.

       REGISTRER-KLAGE.
           ADD 1 TO WS-KLAGE-COUNT
           MOVE WS-KLAGE-COUNT TO WS-KL-IX
           MOVE KLT-SAGSNR TO KG-SAGSNR(WS-KL-IX)
           MOVE KLT-KUNDEID TO KG-KUNDEID(WS-KL-IX)
           MOVE KLT-KATEGORI TO KG-KATEGORI(WS-KL-IX)
           MOVE WS-MODTAGET-DATO TO KG-MODTAGET(WS-KL-IX)
           COMPUTE KG-FRIST(WS-KL-IX) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MODTAGET-DATO)
               + WS-FRIST-DAGE)
           MOVE KLT-KONTONUMMER TO KG-KONTONUMMER(WS-KL-IX)
           MOVE KLT-POST-LOEBENR TO KG-POST-LOEBENR(WS-KL-IX)
           MOVE "A" TO KG-STATUS(WS-KL-IX)
           MOVE KLT-BESKRIVELSE TO KG-BESKRIVELSE(WS-KL-IX)
           MOVE SPACES TO KG-RESULTAT(WS-KL-IX)
           MOVE ZEROS TO KG-REFUSION(WS-KL-IX)
           MOVE SPACES TO KG-LOESNING(WS-KL-IX)
           MOVE ZEROS TO KG-LUKKET(WS-KL-IX)
           PERFORM STEMPL-KLAGE
           ADD 1 TO WS-OPRET-COUNT.

      *> Blank fields on the transaction leave the case unchanged.
       OPDATER-KLAGE.
           MOVE "Y" TO WS-KONTO-OK
           IF KLT-KONTONUMMER NOT = SPACES
               MOVE KLT-KONTONUMMER TO WS-CHK-KONTO
               PERFORM CHECK-KONTO
           END-IF
           EVALUATE TRUE
               WHEN WS-KL-FUNDET = "N"
                   MOVE "sagsnummeret findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KG-KUNDEID(WS-KL-IX) NOT = KLT-KUNDEID
                   MOVE "sagen tilhoerer en anden KundeID"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KG-STATUS(WS-KL-IX) = "L"
                   MOVE "sagen er lukket" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-KATEGORI NOT = SPACES
                AND KLT-KATEGORI NOT = "GEBY"
                AND KLT-KATEGORI NOT = "RENT"
                AND KLT-KATEGORI NOT = "FEJL"
                AND KLT-KATEGORI NOT = "ANDN"
                   MOVE "kategori skal vaere GEBY/RENT/FEJL/ANDN"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-KONTO-OK = "N"
                   MOVE "kontoen findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-KONTO-OK = "E"
                   MOVE "kontoen tilhoerer ikke kunden"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-POST-LOEBENR IS NOT NUMERIC
                   MOVE "ugyldigt loebenummer" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   PERFORM OVERFOER-AENDRINGER
                   MOVE "B" TO KG-STATUS(WS-KL-IX)
                   PERFORM STEMPL-KLAGE
                   ADD 1 TO WS-OPDATER-COUNT
           END-EVALUATE.

       OVERFOER-AENDRINGER.
           IF KLT-KATEGORI NOT = SPACES
               MOVE KLT-KATEGORI TO KG-KATEGORI(WS-KL-IX)
           END-IF
           IF KLT-KONTONUMMER NOT = SPACES
               MOVE KLT-KONTONUMMER TO KG-KONTONUMMER(WS-KL-IX)
           END-IF
           IF KLT-POST-LOEBENR NOT = 0
               MOVE KLT-POST-LOEBENR TO KG-POST-LOEBENR(WS-KL-IX)
           END-IF
           IF KLT-BESKRIVELSE NOT = SPACES
               MOVE KLT-BESKRIVELSE TO KG-BESKRIVELSE(WS-KL-IX)
           END-IF.

      *> A refund goes to the account on the transaction when one is
      *> given, otherwise to the case's account.
       LUK-KLAGE.
           MOVE SPACES TO WS-REFUSION-KONTO
           MOVE SPACES TO WS-REFUSION-TYPE
           MOVE "Y" TO WS-KONTO-OK
           IF WS-KL-FUNDET = "Y"
               MOVE KG-KONTONUMMER(WS-KL-IX) TO WS-REFUSION-KONTO
               MOVE KLT-POSTTYPE TO WS-REFUSION-TYPE
               IF KLT-POSTTYPE = SPACES
                   IF KG-KATEGORI(WS-KL-IX) = "GEBY"
                      OR KG-KATEGORI(WS-KL-IX) = "RENT"
                       MOVE KG-KATEGORI(WS-KL-IX) TO WS-REFUSION-TYPE
                   END-IF
               END-IF
           END-IF
           IF KLT-KONTONUMMER NOT = SPACES
               MOVE KLT-KONTONUMMER TO WS-REFUSION-KONTO
           END-IF
           IF KLT-REFUSION IS NUMERIC
               IF KLT-REFUSION > 0 AND WS-REFUSION-KONTO NOT = SPACES
                   MOVE WS-REFUSION-KONTO TO WS-CHK-KONTO
                   PERFORM CHECK-KONTO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-KL-FUNDET = "N"
                   MOVE "sagsnummeret findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KG-KUNDEID(WS-KL-IX) NOT = KLT-KUNDEID
                   MOVE "sagen tilhoerer en anden KundeID"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KG-STATUS(WS-KL-IX) = "L"
                   MOVE "sagen er allerede lukket" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-RESULTAT NOT = "M" AND KLT-RESULTAT NOT = "D"
                AND KLT-RESULTAT NOT = "I"
                   MOVE "resultat skal vaere M/D/I" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-REFUSION IS NOT NUMERIC
                   MOVE "ugyldigt refusionsbeloeb" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN KLT-REFUSION = 0
                   PERFORM AFSLUT-SAG
               WHEN KLT-RESULTAT = "I"
                   MOVE "refusion kraever medhold (M/D)"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-REFUSION-KONTO = SPACES
                   MOVE "refusion kraever en konto" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-KONTO-OK = "N"
                   MOVE "kontoen findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-KONTO-OK = "E"
                   MOVE "kontoen tilhoerer ikke kunden"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-KONTO-LUKKET = "Y"
                   MOVE "kontoen er lukket - kan ikke refunderes"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-REFUSION-TYPE NOT = "GEBY"
                AND WS-REFUSION-TYPE NOT = "RENT"
                   MOVE "refusionstype skal vaere GEBY eller RENT"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-BRUGERID = "BATCH"
                   MOVE "refusion kraever en operatoer (OPERATOR_ID)"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   MOVE WS-REFUSION-KONTO TO KG-KONTONUMMER(WS-KL-IX)
                   PERFORM SKRIV-REFUSION
                   PERFORM AFSLUT-SAG
           END-EVALUATE.

       AFSLUT-SAG.
           MOVE "L" TO KG-STATUS(WS-KL-IX)
           MOVE KLT-RESULTAT TO KG-RESULTAT(WS-KL-IX)
           MOVE KLT-REFUSION TO KG-REFUSION(WS-KL-IX)
           IF KLT-LOESNING NOT = SPACES
               MOVE KLT-LOESNING TO KG-LOESNING(WS-KL-IX)
           END-IF
           MOVE WS-TODAY TO KG-LUKKET(WS-KL-IX)
           PERFORM STEMPL-KLAGE
           ADD 1 TO WS-LUK-COUNT.

      *> The correcting credit, booked by KONTOPOSTERING in the
      *> account owner's name; a closed period is handled there.
       SKRIV-REFUSION.
           MOVE SPACES TO post-record
           MOVE ZEROS TO POST-LOEBENR IN post-record
           MOVE ZEROS TO POST-STORNO-REF IN post-record
           MOVE WS-KONTO-EJER TO POST-KUNDEID IN post-record
           MOVE WS-REFUSION-KONTO TO POST-KONTONUMMER IN post-record
           MOVE WS-TODAY TO POST-DATO IN post-record
           MOVE WS-TODAY TO POST-VALOER-DATO IN post-record
           MOVE KLT-REFUSION TO POST-BELOEB IN post-record
           MOVE "K" TO POST-DK IN post-record
           STRING "KLAGE " DELIMITED BY SIZE
               KLT-SAGSNR DELIMITED BY SIZE
               INTO POST-TEKST IN post-record
           END-STRING
           MOVE WS-REFUSION-TYPE TO POST-TYPEKODE IN post-record
           MOVE WS-BRUGERID TO POST-BRUGERID IN post-record
           WRITE post-record
           ADD 1 TO WS-POST-COUNT
           ADD KLT-REFUSION TO WS-REFUSION-TOTAL.

       STEMPL-KLAGE.
           MOVE WS-TODAY TO KG-AENDRET(WS-KL-IX)
           MOVE WS-BRUGERID TO KG-BRUGERID(WS-KL-IX)
           MOVE "Y" TO WS-AENDRET.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               KLT-KODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KLT-SAGSNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KLT-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

       REWRITE-KLAGE-REGISTER.
           OPEN OUTPUT klage-file-1
           IF KLAGE-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEVEDLIGEHOLD: cannot rewrite complaint "
                   "register, status " KLAGE-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-KL-IX FROM 1 BY 1
                       UNTIL WS-KL-IX > WS-KLAGE-COUNT
                   MOVE SPACES TO klage-record
                   MOVE KG-SAGSNR(WS-KL-IX) TO KL-SAGSNR
                   MOVE KG-KUNDEID(WS-KL-IX) TO KL-KUNDEID
                   MOVE KG-KATEGORI(WS-KL-IX) TO KL-KATEGORI
                   MOVE KG-MODTAGET(WS-KL-IX) TO KL-MODTAGET-DATO
                   MOVE KG-FRIST(WS-KL-IX) TO KL-FRIST-DATO
                   MOVE KG-KONTONUMMER(WS-KL-IX) TO KL-KONTONUMMER
                   MOVE KG-POST-LOEBENR(WS-KL-IX) TO KL-POST-LOEBENR
                   MOVE KG-STATUS(WS-KL-IX) TO KL-STATUS
                   MOVE KG-BESKRIVELSE(WS-KL-IX) TO KL-BESKRIVELSE
                   MOVE KG-RESULTAT(WS-KL-IX) TO KL-RESULTAT
                   MOVE KG-REFUSION(WS-KL-IX) TO KL-REFUSION
                   MOVE KG-LOESNING(WS-KL-IX) TO KL-LOESNING
                   MOVE KG-LUKKET(WS-KL-IX) TO KL-LUKKET-DATO
                   MOVE KG-AENDRET(WS-KL-IX) TO KL-AENDRET-DATO
                   MOVE KG-BRUGERID(WS-KL-IX) TO KL-BRUGERID
                   WRITE klage-record
               END-PERFORM
               CLOSE klage-file-1
           END-IF.
