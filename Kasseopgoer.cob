       identification division.
       program-id. KASSEOPGOER.

      *> End-of-day counter cash run for the branch tills. Reads the
      *> day's cash transactions (KasseTrans.txt, KASSETRANS.cpy)
      *> and turns every valid one into a posting on the posting
      *> transaction file with type code KONT - a deposit as a
      *> credit, a withdrawal as a debit - carrying the operator in
      *> POST-BRUGERID, for KONTOPOSTERING to apply. A transaction is
      *> valid when the operator is registered, not blocked and
      *> belongs to the branch (OPERATORTJEK), and the account is
      *> found on the account master or the customer master, is not
      *> closed, is held by a customer who is not anonymised and is
      *> a DKK account - the till holds Danish kroner only. An
      *> invalid transaction is not posted; it is listed under its
      *> till with the reason, and the run ends with return code 4.
      *>
      *> Each till is then balanced: the opening float (the day's
      *> "A" line on the cash-count file KasseOptaelling.txt,
      *> KASSEOPT.cpy, or else the till's last closing count before
      *> the day - the cash stayed in the till) plus the deposits
      *> less the withdrawals posted is the cash the till should
      *> hold, and the closing count ("O" line of the day, the last
      *> one if the till was recounted) is what it does hold. The
      *> difference is the till's over (more cash than expected) or
      *> short. The differences are booked per branch in the GL
      *> summary layout (GLSUM.cpy) on KasseDifferencer.txt: a short
      *> is debited the branch's cash-difference account
      *> 9300-<filial> and credited its cash account 9200-<filial>,
      *> an over the other way round. GLEKSPORT takes the lines into
      *> the day's GL export. A till with transactions but no
      *> closing count cannot be balanced; it is reported and gives
      *> return code 4.
      *>
      *> The cash report (KasseRapport.txt) shows per branch every
      *> till with float, deposits, withdrawals, expected and
      *> counted cash and the difference, the rejected transactions
      *> and the cash deposits near the AML reporting threshold:
      *> a single deposit at or above KASSE_AML_PCT percent (default
      *> 90) of the DKK single-posting limit on the AML limit file
      *> (AmlGraenser.txt, AMLGRAENSE.cpy) is shown as NAER GRAENSE,
      *> one at or above the limit as OVER GRAENSE. A customer with
      *> more than one deposit in the day that add up to the same
      *> mark is listed as DAGSUM - the split-deposit pattern.
      *>
      *> The day is KASSE_DATO, default today. The postings of a day
      *> are released once: the date is kept on KasseSidsteDato.txt
      *> and a rerun for the same day balances and reports again but
      *> appends no postings. More tills or transactions than the
      *> tables hold aborts with return code 16 before any posting
      *> is released, so the day can be rerun. Runs on the DAGLIG
      *> line of the schedule plan after the branches close and
      *> before GODKENDELSESFILTER and KONTOPOSTERING.

       environment division.
       input-output section.
       file-control.
           select kasse-file-1 assign to dynamic WS-KASSE-FILENAME
               organization is line sequential
               file status is KASSE-FILE-1-STATUS.
           select optael-file-1 assign to dynamic WS-OPTAEL-FILENAME
               organization is line sequential
               file status is OPTAEL-FILE-1-STATUS.
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
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select graense-file-1 assign to dynamic
                   WS-GRAENSE-FILENAME
               organization is line sequential
               file status is GRAENSE-FILE-1-STATUS.
           select rapport-file-1 assign to dynamic WS-RAPPORT-FILENAME
               organization is line sequential
               file status is RAPPORT-FILE-1-STATUS.
           select gl-file-1 assign to dynamic WS-GL-FILENAME
               organization is line sequential
               file status is GL-FILE-1-STATUS.
           select sidste-file-1 assign to dynamic WS-SIDSTE-FILENAME
               organization is line sequential
               file status is SIDSTE-FILE-1-STATUS.

       data division.
       file section.
       fd  kasse-file-1.
       01  kasse-record.
           copy "KASSETRANS.cpy".
       fd  optael-file-1.
       01  optael-record.
           copy "KASSEOPT.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "POSTTRANS.cpy".
       fd  graense-file-1.
       01  graense-record.
           copy "AMLGRAENSE.cpy".
       fd  rapport-file-1.
       01  rapport-record          PIC X(132).
       fd  gl-file-1.
       01  gl-record.
           copy "GLSUM.cpy".
       fd  sidste-file-1.
       01  sidste-record.
           02  SIDSTE-DATO         PIC 9(8).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KASSEOPGOER".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-KASSE            PIC X VALUE "N".
       01  END-OF-OPTAEL           PIC X VALUE "N".
       01  END-OF-GRAENSE          PIC X VALUE "N".
       01  KASSE-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  OPTAEL-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  GRAENSE-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  GL-FILE-1-STATUS        PIC X(2) VALUE "00".
       01  SIDSTE-FILE-1-STATUS    PIC X(2) VALUE "00".

       01  WS-KASSE-FILENAME       PIC X(100)
                                    VALUE "KasseTrans.txt".
       01  WS-OPTAEL-FILENAME      PIC X(100)
                                    VALUE "KasseOptaelling.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "PosteringsTrans.txt".
       01  WS-GRAENSE-FILENAME     PIC X(100)
                                    VALUE "AmlGraenser.txt".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "KasseRapport.txt".
       01  WS-GL-FILENAME          PIC X(100)
                                    VALUE "KasseDifferencer.txt".
       01  WS-SIDSTE-FILENAME      PIC X(100)
                                    VALUE "KasseSidsteDato.txt".

       01  WS-DAG-X                PIC X(8) VALUE SPACES.
       01  WS-DAG                  PIC 9(8) VALUE ZEROS.
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-BOGFOER              PIC X VALUE "Y".
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

      *> Face value of each denomination, in the order of KO-STYK.
       01  PALYDENDE-VAERDIER.
           02  FILLER              PIC 9(4)V99 VALUE 1000.
           02  FILLER              PIC 9(4)V99 VALUE 500.
           02  FILLER              PIC 9(4)V99 VALUE 200.
           02  FILLER              PIC 9(4)V99 VALUE 100.
           02  FILLER              PIC 9(4)V99 VALUE 50.
           02  FILLER              PIC 9(4)V99 VALUE 20.
           02  FILLER              PIC 9(4)V99 VALUE 10.
           02  FILLER              PIC 9(4)V99 VALUE 5.
           02  FILLER              PIC 9(4)V99 VALUE 2.
           02  FILLER              PIC 9(4)V99 VALUE 1.
           02  FILLER              PIC 9(4)V99 VALUE 0.50.
       01  PALYDENDE-TABEL REDEFINES PALYDENDE-VAERDIER.
           02  PL-VAERDI           PIC 9(4)V99 OCCURS 11 TIMES.
       01  WS-PL-IX                PIC 9(2) VALUE 0.
       01  WS-OPTALT-BELOEB        PIC 9(9)V99 VALUE ZEROS.

       01  WS-AML-PCT-X            PIC X(10) VALUE SPACES.
       01  WS-AML-PCT              PIC 9(3)V99 VALUE 90.
       01  WS-AML-GRAENSE          PIC 9(9)V99 VALUE ZEROS.
       01  WS-AML-NAER             PIC 9(9)V99 VALUE ZEROS.
       01  WS-AML-FUNDET           PIC X VALUE "N".

      *> One entry per till seen today: on the cash-count file for
      *> the day or in a transaction. TL-PRIMO-KILDE is "A" for the
      *> day's float, "O" for a closing count carried from an
      *> earlier day, blank when the till has neither.
       01  WS-MAX-KASSER           PIC 9(3) VALUE 500.
       01  WS-KASSE-COUNT          PIC 9(3) VALUE 0.
       01  WS-TL-IX                PIC 9(3) VALUE 0.
       01  WS-TL-FUNDET            PIC X VALUE "N".
       01  WS-SOEG-FILIAL          PIC X(4) VALUE SPACES.
       01  WS-SOEG-KASSE           PIC X(3) VALUE SPACES.
       01  KASSE-TABEL.
           02  KASSE-ENTRY OCCURS 500 TIMES.
               03  TL-FILIAL       pic x(4).
               03  TL-KASSE        pic x(3).
               03  TL-I-DAG        pic x(1).
               03  TL-PRIMO-KILDE  pic x(1).
               03  TL-PRIMO-DATO   pic 9(8).
               03  TL-PRIMO        pic 9(9)v99.
               03  TL-OPTALT       pic x(1).
               03  TL-OPTALT-BELOEB pic 9(9)v99.
               03  TL-IND-ANTAL    pic 9(5).
               03  TL-IND          pic 9(9)v99.
               03  TL-UD-ANTAL     pic 9(5).
               03  TL-UD           pic 9(9)v99.
               03  TL-AFVIST-ANTAL pic 9(5).
               03  TL-AFVIST       pic 9(9)v99.
               03  TL-FORVENTET    pic s9(9)v99.
               03  TL-DIFFERENCE   pic s9(9)v99.

       01  WS-MAX-FILIALER         PIC 9(3) VALUE 100.
       01  WS-FILIAL-COUNT         PIC 9(3) VALUE 0.
       01  WS-FI-IX                PIC 9(3) VALUE 0.
       01  WS-FI-FUNDET            PIC X VALUE "N".
       01  FILIAL-TABEL.
           02  FILIAL-ENTRY OCCURS 100 TIMES.
               03  FI-FILIAL       pic x(4).
               03  FI-IND          pic 9(11)v99.
               03  FI-UD           pic 9(11)v99.
               03  FI-OVER         pic 9(11)v99.
               03  FI-KORT         pic 9(11)v99.
               03  FI-DIFF-ANTAL   pic 9(5).

       01  WS-MAX-AFVIST           PIC 9(3) VALUE 500.
       01  WS-AFVIST-COUNT         PIC 9(5) VALUE 0.
       01  WS-AF-IX                PIC 9(3) VALUE 0.
       01  AFVIST-TABEL.
           02  AFVIST-ENTRY OCCURS 500 TIMES.
               03  AF-FILIAL       pic x(4).
               03  AF-KASSE        pic x(3).
               03  AF-BRUGERID     pic x(8).
               03  AF-TID          pic 9(6).
               03  AF-ART          pic x(1).
               03  AF-KONTONUMMER  pic x(20).
               03  AF-BELOEB       pic 9(7)v99.
               03  AF-AARSAG       pic x(20).

      *> The day's KONT postings, held until the tables are known
      *> to have held the whole day.
       01  WS-MAX-POSTERINGER      PIC 9(5) VALUE 10000.
       01  WS-PB-COUNT             PIC 9(5) VALUE 0.
       01  WS-PB-IX                PIC 9(5) VALUE 0.
       01  POSTERING-TABEL.
           02  POSTERING-ENTRY OCCURS 10000 TIMES.
               03  PB-KUNDEID      pic x(10).
               03  PB-KONTO        pic x(20).
               03  PB-BELOEB       pic 9(7)v99.
               03  PB-DK           pic x(1).
               03  PB-TEKST        pic x(20).
               03  PB-BRUGERID     pic x(8).

       01  WS-MAX-AML              PIC 9(3) VALUE 500.
       01  WS-AML-COUNT            PIC 9(5) VALUE 0.
       01  WS-AH-IX                PIC 9(3) VALUE 0.
       01  AML-TABEL.
           02  AML-ENTRY OCCURS 500 TIMES.
               03  AH-FILIAL       pic x(4).
               03  AH-KASSE        pic x(3).
               03  AH-TID          pic 9(6).
               03  AH-KUNDEID      pic x(10).
               03  AH-KONTONUMMER  pic x(20).
               03  AH-BELOEB       pic 9(9)v99.
               03  AH-FLAG         pic x(12).

      *> The day's cash deposits per customer, for the split-deposit
      *> check.
       01  WS-MAX-INDSKYDERE       PIC 9(4) VALUE 5000.
       01  WS-INDSKYDER-COUNT      PIC 9(4) VALUE 0.
       01  WS-KS-IX                PIC 9(4) VALUE 0.
       01  WS-KS-FUNDET            PIC X VALUE "N".
       01  INDSKYDER-TABEL.
           02  INDSKYDER-ENTRY OCCURS 5000 TIMES.
               03  KS-KUNDEID      pic x(10).
               03  KS-FILIAL       pic x(4).
               03  KS-ANTAL        pic 9(5).
               03  KS-BELOEB       pic 9(11)v99.

       01  WS-OP-FUNDET            PIC X VALUE "N".
       01  WS-OP-NAVN              PIC X(30) VALUE SPACES.
       01  WS-OP-FILIAL            PIC X(4) VALUE SPACES.
       01  WS-OP-ROLLE             PIC X(8) VALUE SPACES.
       01  WS-OP-SPAERRET          PIC X VALUE "N".

       01  WS-AARSAG               PIC X(20) VALUE SPACES.
       01  WS-EJER-KUNDEID         PIC X(10) VALUE SPACES.
       01  WS-EJER-KONTO           PIC X(20) VALUE SPACES.
       01  WS-EJER-VALUTA          PIC X(3) VALUE SPACES.
       01  WS-KONTO-FUNDET         PIC X VALUE "N".
       01  WS-EJER-FUNDET          PIC X VALUE "N".

       01  WS-LAEST-COUNT          PIC 9(7) VALUE 0.
       01  WS-DAG-COUNT            PIC 9(7) VALUE 0.
       01  WS-POSTERET-COUNT       PIC 9(7) VALUE 0.
       01  WS-IKKE-OPTALT-COUNT    PIC 9(5) VALUE 0.
       01  WS-DIFF-COUNT           PIC 9(5) VALUE 0.
       01  WS-IND-TOTAL            PIC 9(11)V99 VALUE ZEROS.
       01  WS-UD-TOTAL             PIC 9(11)V99 VALUE ZEROS.
       01  WS-OVER-TOTAL           PIC 9(11)V99 VALUE ZEROS.
       01  WS-KORT-TOTAL           PIC 9(11)V99 VALUE ZEROS.

       01  WS-RAPPORT-LINJE        PIC X(132) VALUE SPACES.
       01  WS-KASSE-STATUS         PIC X(11) VALUE SPACES.
       01  WS-ANTAL-EDIT           PIC ZZZZ9.
       01  WS-ANTAL-EDIT-2         PIC ZZZZ9.
       01  WS-BELOEB-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-3        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-4        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-5        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-6        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT             PIC ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-KASSE-FILENAME FROM ENVIRONMENT "KASSE_TRANS_FIL"
               ON EXCEPTION
                   MOVE "KasseTrans.txt" TO WS-KASSE-FILENAME
           END-ACCEPT

           ACCEPT WS-OPTAEL-FILENAME
                   FROM ENVIRONMENT "KASSE_OPTAELLING_FIL"
               ON EXCEPTION
                   MOVE "KasseOptaelling.txt" TO WS-OPTAEL-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "POSTERING_FIL"
               ON EXCEPTION
                   MOVE "PosteringsTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-GRAENSE-FILENAME FROM ENVIRONMENT "AML_GRAENSE_FIL"
               ON EXCEPTION
                   MOVE "AmlGraenser.txt" TO WS-GRAENSE-FILENAME
           END-ACCEPT

           ACCEPT WS-RAPPORT-FILENAME
                   FROM ENVIRONMENT "KASSE_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "KasseRapport.txt" TO WS-RAPPORT-FILENAME
           END-ACCEPT

           ACCEPT WS-GL-FILENAME FROM ENVIRONMENT "KASSE_DIFFERENCE_FIL"
               ON EXCEPTION
                   MOVE "KasseDifferencer.txt" TO WS-GL-FILENAME
           END-ACCEPT

           ACCEPT WS-SIDSTE-FILENAME FROM ENVIRONMENT "KASSE_SIDSTE_FIL"
               ON EXCEPTION
                   MOVE "KasseSidsteDato.txt" TO WS-SIDSTE-FILENAME
           END-ACCEPT

           ACCEPT WS-DAG-X FROM ENVIRONMENT "KASSE_DATO"
               ON EXCEPTION
                   MOVE SPACES TO WS-DAG-X
           END-ACCEPT
           IF WS-DAG-X NOT = SPACES
               MOVE WS-DAG-X TO WS-DAG
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAG
           END-IF

           ACCEPT WS-AML-PCT-X FROM ENVIRONMENT "KASSE_AML_PCT"
               ON EXCEPTION
                   MOVE SPACES TO WS-AML-PCT-X
           END-ACCEPT
           IF WS-AML-PCT-X NOT = SPACES
               COMPUTE WS-AML-PCT = FUNCTION NUMVAL(WS-AML-PCT-X)
           END-IF

           PERFORM LOAD-AML-GRAENSE
           PERFORM LOAD-OPTAELLINGER
           PERFORM CHECK-SIDSTE-DATO
           PERFORM OPEN-FILES
           PERFORM BEHANDL-KASSETRANS
           PERFORM CLOSE-FILES

      *> A till balanced on part of the day would book a false
      *> difference.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "KASSEOPGOER: flere kasser, filialer eller "
                   "transaktioner end tabellerne kan rumme - "
                   "kasserne kan ikke afstemmes, koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           IF WS-BOGFOER = "Y"
               PERFORM FRIGIV-POSTERINGER
           END-IF

           PERFORM AFSTEM-KASSER
           PERFORM CHECK-DAGSUMMER
           PERFORM SKRIV-DIFFERENCER
           PERFORM SKRIV-RAPPORT

           IF WS-AFVIST-COUNT > 0 OR WS-IKKE-OPTALT-COUNT > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "KASSEOPGOER - kasseopgoerelse " WS-DAG
           DISPLAY "Transaktioner laest  : " WS-LAEST-COUNT
           DISPLAY "Heraf paa dagen      : " WS-DAG-COUNT
           DISPLAY "Bogfoert som KONT    : " WS-POSTERET-COUNT
           DISPLAY "Afvist               : " WS-AFVIST-COUNT
           DISPLAY "Kasser ikke optalt   : " WS-IKKE-OPTALT-COUNT
           DISPLAY "Kasser med difference: " WS-DIFF-COUNT
           DISPLAY "AML-markeringer      : " WS-AML-COUNT
           IF WS-BOGFOER = "N"
               DISPLAY "Dagen var allerede bogfoert - ingen nye "
                   "posteringer"
           END-IF
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-DAG-COUNT TO WS-KLOG-LAEST
           MOVE WS-POSTERET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           COMPUTE WS-KLOG-SALDO = WS-IND-TOTAL - WS-UD-TOTAL
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       LOAD-AML-GRAENSE.
           OPEN INPUT graense-file-1
           IF GRAENSE-FILE-1-STATUS NOT = "00"
               DISPLAY "KASSEOPGOER: no AML limit file, status "
                   GRAENSE-FILE-1-STATUS
                   " - kontantindskud markeres ikke"
           ELSE
               PERFORM UNTIL END-OF-GRAENSE = "Y"
                   READ graense-file-1 INTO graense-record
                       AT END
                           MOVE "Y" TO END-OF-GRAENSE
                       NOT AT END
                           IF AML-VALUTA = "DKK"
                               MOVE AML-ENKELT TO WS-AML-GRAENSE
                               MOVE "Y" TO WS-AML-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE graense-file-1
           END-IF
           IF WS-AML-FUNDET = "Y"
               COMPUTE WS-AML-NAER ROUNDED =
                   WS-AML-GRAENSE * WS-AML-PCT / 100
           END-IF.

      *> The day's lines put the till on today's list; a closing
      *> count from an earlier day is only remembered as the float
      *> the till starts with when the day has none of its own.
       LOAD-OPTAELLINGER.
           OPEN INPUT optael-file-1
           IF OPTAEL-FILE-1-STATUS NOT = "00"
               DISPLAY "KASSEOPGOER: no cash-count file, status "
                   OPTAEL-FILE-1-STATUS
                   " - ingen kasser er optalt"
           ELSE
               PERFORM UNTIL END-OF-OPTAEL = "Y"
                   READ optael-file-1 INTO optael-record
                       AT END
                           MOVE "Y" TO END-OF-OPTAEL
                       NOT AT END
                           IF KO-DATO <= WS-DAG
                               PERFORM NOTER-OPTAELLING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE optael-file-1
           END-IF.

       NOTER-OPTAELLING.
           MOVE KO-FILIAL TO WS-SOEG-FILIAL
           MOVE KO-KASSE TO WS-SOEG-KASSE
           PERFORM FIND-KASSE
           IF WS-TL-FUNDET = "Y"
               MOVE ZEROS TO WS-OPTALT-BELOEB
               PERFORM VARYING WS-PL-IX FROM 1 BY 1
                       UNTIL WS-PL-IX > 11
                   COMPUTE WS-OPTALT-BELOEB = WS-OPTALT-BELOEB
                       + KO-STYK(WS-PL-IX) * PL-VAERDI(WS-PL-IX)
               END-PERFORM
               IF KO-DATO = WS-DAG
                   MOVE "J" TO TL-I-DAG(WS-TL-IX)
                   IF KO-ART = "A"
                       MOVE "A" TO TL-PRIMO-KILDE(WS-TL-IX)
                       MOVE KO-DATO TO TL-PRIMO-DATO(WS-TL-IX)
                       MOVE WS-OPTALT-BELOEB TO TL-PRIMO(WS-TL-IX)
                   END-IF
                   IF KO-ART = "O"
                       MOVE "J" TO TL-OPTALT(WS-TL-IX)
                       MOVE WS-OPTALT-BELOEB
                           TO TL-OPTALT-BELOEB(WS-TL-IX)
                   END-IF
               ELSE
                   IF KO-ART = "O"
                      AND TL-PRIMO-KILDE(WS-TL-IX) NOT = "A"
                      AND KO-DATO >= TL-PRIMO-DATO(WS-TL-IX)
                       MOVE "O" TO TL-PRIMO-KILDE(WS-TL-IX)
                       MOVE KO-DATO TO TL-PRIMO-DATO(WS-TL-IX)
                       MOVE WS-OPTALT-BELOEB TO TL-PRIMO(WS-TL-IX)
                   END-IF
               END-IF
           END-IF.

      *> Finds the till in WS-SOEG-FILIAL/WS-SOEG-KASSE, adding it
      *> when it is not on the table yet.
       FIND-KASSE.
           MOVE "N" TO WS-TL-FUNDET
           PERFORM VARYING WS-TL-IX FROM 1 BY 1
                   UNTIL WS-TL-IX > WS-KASSE-COUNT
                      OR WS-TL-FUNDET = "Y"
               IF TL-FILIAL(WS-TL-IX) = WS-SOEG-FILIAL
                  AND TL-KASSE(WS-TL-IX) = WS-SOEG-KASSE
                   MOVE "Y" TO WS-TL-FUNDET
               END-IF
           END-PERFORM
           IF WS-TL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-TL-IX
           ELSE
               IF WS-KASSE-COUNT < WS-MAX-KASSER
                   ADD 1 TO WS-KASSE-COUNT
                   MOVE WS-KASSE-COUNT TO WS-TL-IX
                   INITIALIZE KASSE-ENTRY(WS-TL-IX)
                   MOVE WS-SOEG-FILIAL TO TL-FILIAL(WS-TL-IX)
                   MOVE WS-SOEG-KASSE TO TL-KASSE(WS-TL-IX)
                   MOVE "N" TO TL-I-DAG(WS-TL-IX)
                   MOVE "N" TO TL-OPTALT(WS-TL-IX)
                   MOVE "Y" TO WS-TL-FUNDET
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF.

       CHECK-SIDSTE-DATO.
           OPEN INPUT sidste-file-1
           IF SIDSTE-FILE-1-STATUS = "00"
               READ sidste-file-1
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIDSTE-DATO = WS-DAG
                           MOVE "N" TO WS-BOGFOER
                           DISPLAY "KASSEOPGOER: " WS-DAG
                               " er allerede bogfoert - kasserne "
                               "afstemmes igen uden nye posteringer"
                       END-IF
               END-READ
               CLOSE sidste-file-1
           END-IF.

       OPEN-FILES.
           OPEN INPUT kasse-file-1
           IF KASSE-FILE-1-STATUS NOT = "00"
               DISPLAY "KASSEOPGOER: no cash transactions on "
                   FUNCTION TRIM(WS-KASSE-FILENAME) ", status "
                   KASSE-FILE-1-STATUS " - kasserne afstemmes uden"
               MOVE "Y" TO END-OF-KASSE
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "KASSEOPGOER: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           END-IF.

       CLOSE-FILES.
           IF KASSE-FILE-1-STATUS = "00"
              OR KASSE-FILE-1-STATUS = "10"
               CLOSE kasse-file-1
           END-IF
           CLOSE master-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF.

       BEHANDL-KASSETRANS.
           PERFORM UNTIL END-OF-KASSE = "Y"
               READ kasse-file-1 INTO kasse-record
                   AT END
                       MOVE "Y" TO END-OF-KASSE
                   NOT AT END
                       ADD 1 TO WS-LAEST-COUNT
                       IF KT-DATO = WS-DAG
                           ADD 1 TO WS-DAG-COUNT
                           PERFORM BEHANDL-ONE-KASSETRANS
                       END-IF
               END-READ
           END-PERFORM.

       BEHANDL-ONE-KASSETRANS.
           MOVE KT-FILIAL TO WS-SOEG-FILIAL
           MOVE KT-KASSE TO WS-SOEG-KASSE
           PERFORM FIND-KASSE
           IF WS-TL-FUNDET = "Y"
               MOVE "J" TO TL-I-DAG(WS-TL-IX)
               PERFORM VALIDER-KASSETRANS
               IF WS-AARSAG = SPACES
                   PERFORM SKRIV-KONTANT-POSTERING
               ELSE
                   PERFORM NOTER-AFVIST
               END-IF
           END-IF.

       VALIDER-KASSETRANS.
           MOVE SPACES TO WS-AARSAG
           IF KT-ART NOT = "I" AND KT-ART NOT = "U"
               MOVE "UKENDT ART" TO WS-AARSAG
           ELSE
           IF KT-BELOEB = 0
               MOVE "BELOEB NUL" TO WS-AARSAG
           ELSE
               CALL "OPERATORTJEK" USING KT-BRUGERID WS-OP-FUNDET
                   WS-OP-NAVN WS-OP-FILIAL WS-OP-ROLLE
                   WS-OP-SPAERRET
               IF WS-OP-FUNDET NOT = "Y"
                   MOVE "OPERATOER UKENDT" TO WS-AARSAG
               ELSE
               IF WS-OP-SPAERRET = "J"
                   MOVE "OPERATOER SPAERRET" TO WS-AARSAG
               ELSE
               IF WS-OP-FILIAL NOT = KT-FILIAL
                   MOVE "ANDEN FILIALS OPER." TO WS-AARSAG
               ELSE
                   PERFORM FIND-KONTO
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *> The account master first, else the customer master by the
      *> primary KontoNummer, or by KundeID when only the customer is
      *> given.
       FIND-KONTO.
           MOVE "N" TO WS-KONTO-FUNDET
           MOVE "N" TO WS-EJER-FUNDET
           MOVE SPACES TO WS-EJER-KUNDEID
           MOVE SPACES TO WS-EJER-KONTO
           MOVE SPACES TO WS-EJER-VALUTA
           IF WS-KONTO-AKTIV = "Y" AND KT-KONTONUMMER NOT = SPACES
               MOVE KT-KONTONUMMER TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KONTO-FUNDET
               END-READ
           END-IF
           IF WS-KONTO-FUNDET = "Y"
               IF KONTO-STATUS IN konto-record = "L"
                   MOVE "KONTO LUKKET" TO WS-AARSAG
               ELSE
                   MOVE KONTO-KUNDEID IN konto-record
                       TO KundeID IN master-record
                   READ master-file-1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-EJER-FUNDET
                   END-READ
                   MOVE KONTO-NUMMER IN konto-record TO WS-EJER-KONTO
                   MOVE KONTO-VALUTAKODE IN konto-record
                       TO WS-EJER-VALUTA
               END-IF
           ELSE
               IF KT-KONTONUMMER NOT = SPACES
                   MOVE KT-KONTONUMMER TO KontoNummer IN master-record
                   READ master-file-1
                       KEY IS KontoNummer IN master-record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-EJER-FUNDET
                   END-READ
               ELSE
                   MOVE KT-KUNDEID TO KundeID IN master-record
                   READ master-file-1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-EJER-FUNDET
                   END-READ
               END-IF
               IF WS-EJER-FUNDET = "Y"
                   MOVE KontoNummer IN master-record TO WS-EJER-KONTO
                   MOVE Valutakode IN master-record TO WS-EJER-VALUTA
               END-IF
           END-IF

           IF WS-AARSAG = SPACES
               IF WS-EJER-FUNDET = "N"
                   MOVE "KONTO UKENDT" TO WS-AARSAG
               ELSE
               IF SLETTET-MARKERING IN master-record = "J"
                   MOVE "KUNDE ANONYMISERET" TO WS-AARSAG
               ELSE
               IF WS-EJER-VALUTA NOT = "DKK"
                  AND WS-EJER-VALUTA NOT = SPACES
                   MOVE "IKKE DKK-KONTO" TO WS-AARSAG
               ELSE
                   MOVE KundeID IN master-record TO WS-EJER-KUNDEID
               END-IF
               END-IF
               END-IF
           END-IF.

       SKRIV-KONTANT-POSTERING.
           IF WS-BOGFOER = "Y"
               IF WS-PB-COUNT < WS-MAX-POSTERINGER
                   ADD 1 TO WS-PB-COUNT
                   MOVE WS-PB-COUNT TO WS-PB-IX
                   MOVE WS-EJER-KUNDEID TO PB-KUNDEID(WS-PB-IX)
                   MOVE WS-EJER-KONTO TO PB-KONTO(WS-PB-IX)
                   MOVE KT-BELOEB TO PB-BELOEB(WS-PB-IX)
                   MOVE SPACES TO PB-TEKST(WS-PB-IX)
                   IF KT-ART = "I"
                       MOVE "K" TO PB-DK(WS-PB-IX)
                       STRING "KONTANT IND " DELIMITED BY SIZE
                           KT-FILIAL DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           KT-KASSE DELIMITED BY SIZE
                           INTO PB-TEKST(WS-PB-IX)
                       END-STRING
                   ELSE
                       MOVE "D" TO PB-DK(WS-PB-IX)
                       STRING "KONTANT UD  " DELIMITED BY SIZE
                           KT-FILIAL DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           KT-KASSE DELIMITED BY SIZE
                           INTO PB-TEKST(WS-PB-IX)
                       END-STRING
                   END-IF
                   MOVE KT-BRUGERID TO PB-BRUGERID(WS-PB-IX)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF

           IF KT-ART = "I"
               ADD 1 TO TL-IND-ANTAL(WS-TL-IX)
               ADD KT-BELOEB TO TL-IND(WS-TL-IX)
               ADD KT-BELOEB TO WS-IND-TOTAL
               PERFORM CHECK-AML-INDSKUD
           ELSE
               ADD 1 TO TL-UD-ANTAL(WS-TL-IX)
               ADD KT-BELOEB TO TL-UD(WS-TL-IX)
               ADD KT-BELOEB TO WS-UD-TOTAL
           END-IF.

       NOTER-AFVIST.
           ADD 1 TO WS-AFVIST-COUNT
           ADD 1 TO TL-AFVIST-ANTAL(WS-TL-IX)
           ADD KT-BELOEB TO TL-AFVIST(WS-TL-IX)
           IF WS-AFVIST-COUNT <= WS-MAX-AFVIST
               MOVE WS-AFVIST-COUNT TO WS-AF-IX
               MOVE KT-FILIAL TO AF-FILIAL(WS-AF-IX)
               MOVE KT-KASSE TO AF-KASSE(WS-AF-IX)
               MOVE KT-BRUGERID TO AF-BRUGERID(WS-AF-IX)
               MOVE KT-TID TO AF-TID(WS-AF-IX)
               MOVE KT-ART TO AF-ART(WS-AF-IX)
               IF KT-KONTONUMMER NOT = SPACES
                   MOVE KT-KONTONUMMER TO AF-KONTONUMMER(WS-AF-IX)
               ELSE
                   MOVE KT-KUNDEID TO AF-KONTONUMMER(WS-AF-IX)
               END-IF
               MOVE KT-BELOEB TO AF-BELOEB(WS-AF-IX)
               MOVE WS-AARSAG TO AF-AARSAG(WS-AF-IX)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *> A single deposit near or over the limit is marked at once;
      *> the customer's running total for the day is checked after
      *> the last transaction.
       CHECK-AML-INDSKUD.
           IF WS-AML-FUNDET = "Y"
               IF KT-BELOEB >= WS-AML-GRAENSE
                   MOVE "OVER GRAENSE" TO WS-KASSE-STATUS
                   PERFORM NOTER-AML
               ELSE
               IF KT-BELOEB >= WS-AML-NAER
                   MOVE "NAER GRAENSE" TO WS-KASSE-STATUS
                   PERFORM NOTER-AML
               END-IF
               END-IF
               PERFORM ADD-TIL-INDSKYDER
           END-IF.

       NOTER-AML.
           ADD 1 TO WS-AML-COUNT
           IF WS-AML-COUNT <= WS-MAX-AML
               MOVE WS-AML-COUNT TO WS-AH-IX
               MOVE KT-FILIAL TO AH-FILIAL(WS-AH-IX)
               MOVE KT-KASSE TO AH-KASSE(WS-AH-IX)
               MOVE KT-TID TO AH-TID(WS-AH-IX)
               MOVE WS-EJER-KUNDEID TO AH-KUNDEID(WS-AH-IX)
               MOVE WS-EJER-KONTO TO AH-KONTONUMMER(WS-AH-IX)
               MOVE KT-BELOEB TO AH-BELOEB(WS-AH-IX)
               MOVE WS-KASSE-STATUS TO AH-FLAG(WS-AH-IX)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

       ADD-TIL-INDSKYDER.
           MOVE "N" TO WS-KS-FUNDET
           PERFORM VARYING WS-KS-IX FROM 1 BY 1
                   UNTIL WS-KS-IX > WS-INDSKYDER-COUNT
                      OR WS-KS-FUNDET = "Y"
               IF KS-KUNDEID(WS-KS-IX) = WS-EJER-KUNDEID
                   MOVE "Y" TO WS-KS-FUNDET
               END-IF
           END-PERFORM
           IF WS-KS-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KS-IX
           ELSE
               IF WS-INDSKYDER-COUNT < WS-MAX-INDSKYDERE
                   ADD 1 TO WS-INDSKYDER-COUNT
                   MOVE WS-INDSKYDER-COUNT TO WS-KS-IX
                   MOVE WS-EJER-KUNDEID TO KS-KUNDEID(WS-KS-IX)
                   MOVE KT-FILIAL TO KS-FILIAL(WS-KS-IX)
                   MOVE ZEROS TO KS-ANTAL(WS-KS-IX)
                   MOVE ZEROS TO KS-BELOEB(WS-KS-IX)
                   MOVE "Y" TO WS-KS-FUNDET
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF
           IF WS-KS-FUNDET = "Y"
               ADD 1 TO KS-ANTAL(WS-KS-IX)
               ADD KT-BELOEB TO KS-BELOEB(WS-KS-IX)
           END-IF.

      *> Several deposits that each stay under the mark but together
      *> reach it are listed under the branch of the first one.
       CHECK-DAGSUMMER.
           PERFORM VARYING WS-KS-IX FROM 1 BY 1
                   UNTIL WS-KS-IX > WS-INDSKYDER-COUNT
               IF KS-ANTAL(WS-KS-IX) > 1
                  AND KS-BELOEB(WS-KS-IX) >= WS-AML-NAER
                   ADD 1 TO WS-AML-COUNT
                   IF WS-AML-COUNT <= WS-MAX-AML
                       MOVE WS-AML-COUNT TO WS-AH-IX
                       MOVE KS-FILIAL(WS-KS-IX) TO AH-FILIAL(WS-AH-IX)
                       MOVE SPACES TO AH-KASSE(WS-AH-IX)
                       MOVE ZEROS TO AH-TID(WS-AH-IX)
                       MOVE KS-KUNDEID(WS-KS-IX)
                           TO AH-KUNDEID(WS-AH-IX)
                       MOVE SPACES TO AH-KONTONUMMER(WS-AH-IX)
                       MOVE KS-BELOEB(WS-KS-IX) TO AH-BELOEB(WS-AH-IX)
                       MOVE "DAGSUM" TO AH-FLAG(WS-AH-IX)
                   END-IF
               END-IF
           END-PERFORM.

      *> The posting file is opened first, so a file that cannot be
      *> written leaves the day unbooked; the day is then stamped
      *> before the postings go out, so no rerun can append them a
      *> second time.
       FRIGIV-POSTERINGER.
           OPEN EXTEND trans-file-1
           IF TRANS-FILE-1-STATUS = "35"
               OPEN OUTPUT trans-file-1
           END-IF
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "KASSEOPGOER: cannot open posting "
                   "transaction file, status "
                   TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM SKRIV-SIDSTE-DATO
           PERFORM VARYING WS-PB-IX FROM 1 BY 1
                   UNTIL WS-PB-IX > WS-PB-COUNT
               MOVE SPACES TO trans-record
               MOVE PB-KUNDEID(WS-PB-IX) TO POST-KUNDEID IN trans-record
               MOVE PB-KONTO(WS-PB-IX)
                   TO POST-KONTONUMMER IN trans-record
               MOVE WS-DAG TO POST-DATO IN trans-record
               MOVE PB-BELOEB(WS-PB-IX) TO POST-BELOEB IN trans-record
               MOVE PB-DK(WS-PB-IX) TO POST-DK IN trans-record
               MOVE PB-TEKST(WS-PB-IX) TO POST-TEKST IN trans-record
               MOVE "KONT" TO POST-TYPEKODE IN trans-record
               MOVE PB-BRUGERID(WS-PB-IX)
                   TO POST-BRUGERID IN trans-record
               WRITE trans-record
               ADD 1 TO WS-POSTERET-COUNT
           END-PERFORM
           CLOSE trans-file-1.

       SKRIV-SIDSTE-DATO.
           OPEN OUTPUT sidste-file-1
           IF SIDSTE-FILE-1-STATUS NOT = "00"
               DISPLAY "KASSEOPGOER: cannot write "
                   FUNCTION TRIM(WS-SIDSTE-FILENAME) ", status "
                   SIDSTE-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           MOVE WS-DAG TO SIDSTE-DATO
           WRITE sidste-record
           CLOSE sidste-file-1.

      *> Over is more cash in the till than the postings explain,
      *> short is less.
       AFSTEM-KASSER.
           PERFORM VARYING WS-TL-IX FROM 1 BY 1
                   UNTIL WS-TL-IX > WS-KASSE-COUNT
               IF TL-I-DAG(WS-TL-IX) = "J"
                   MOVE TL-FILIAL(WS-TL-IX) TO WS-SOEG-FILIAL
                   PERFORM FIND-FILIAL
                   COMPUTE TL-FORVENTET(WS-TL-IX) =
                       TL-PRIMO(WS-TL-IX) + TL-IND(WS-TL-IX)
                       - TL-UD(WS-TL-IX)
                   IF WS-FI-FUNDET = "Y"
                       ADD TL-IND(WS-TL-IX) TO FI-IND(WS-FI-IX)
                       ADD TL-UD(WS-TL-IX) TO FI-UD(WS-FI-IX)
                   END-IF
                   IF TL-OPTALT(WS-TL-IX) = "J"
                       COMPUTE TL-DIFFERENCE(WS-TL-IX) =
                           TL-OPTALT-BELOEB(WS-TL-IX)
                           - TL-FORVENTET(WS-TL-IX)
                       IF TL-DIFFERENCE(WS-TL-IX) NOT = 0
                           ADD 1 TO WS-DIFF-COUNT
                           PERFORM NOTER-DIFFERENCE
                       END-IF
                   ELSE
                       MOVE ZEROS TO TL-DIFFERENCE(WS-TL-IX)
                       ADD 1 TO WS-IKKE-OPTALT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       NOTER-DIFFERENCE.
           IF WS-FI-FUNDET = "Y"
               ADD 1 TO FI-DIFF-ANTAL(WS-FI-IX)
               IF TL-DIFFERENCE(WS-TL-IX) > 0
                   ADD TL-DIFFERENCE(WS-TL-IX) TO FI-OVER(WS-FI-IX)
                   ADD TL-DIFFERENCE(WS-TL-IX) TO WS-OVER-TOTAL
               ELSE
                   SUBTRACT TL-DIFFERENCE(WS-TL-IX)
                       FROM FI-KORT(WS-FI-IX)
                   SUBTRACT TL-DIFFERENCE(WS-TL-IX)
                       FROM WS-KORT-TOTAL
               END-IF
           END-IF.

       FIND-FILIAL.
           MOVE "N" TO WS-FI-FUNDET
           PERFORM VARYING WS-FI-IX FROM 1 BY 1
                   UNTIL WS-FI-IX > WS-FILIAL-COUNT
                      OR WS-FI-FUNDET = "Y"
               IF FI-FILIAL(WS-FI-IX) = WS-SOEG-FILIAL
                   MOVE "Y" TO WS-FI-FUNDET
               END-IF
           END-PERFORM
           IF WS-FI-FUNDET = "Y"
               SUBTRACT 1 FROM WS-FI-IX
           ELSE
               IF WS-FILIAL-COUNT < WS-MAX-FILIALER
                   ADD 1 TO WS-FILIAL-COUNT
                   MOVE WS-FILIAL-COUNT TO WS-FI-IX
                   INITIALIZE FILIAL-ENTRY(WS-FI-IX)
                   MOVE WS-SOEG-FILIAL TO FI-FILIAL(WS-FI-IX)
                   MOVE "Y" TO WS-FI-FUNDET
               ELSE
                   DISPLAY "KASSEOPGOER: branch table full, "
                       "skipping " WS-SOEG-FILIAL
               END-IF
           END-IF.

      *> One pair of lines per branch with a difference: the shorts
      *> on the debit and the overs on the credit of the
      *> cash-difference account, mirrored on the cash account. A
      *> day without differences leaves the file empty.
       SKRIV-DIFFERENCER.
           OPEN OUTPUT gl-file-1
           IF GL-FILE-1-STATUS NOT = "00"
               DISPLAY "KASSEOPGOER: cannot open difference file, "
                   "status " GL-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM VARYING WS-FI-IX FROM 1 BY 1
                   UNTIL WS-FI-IX > WS-FILIAL-COUNT
               IF FI-DIFF-ANTAL(WS-FI-IX) > 0
                   MOVE SPACES TO gl-record
                   STRING "9300-" DELIMITED BY SIZE
                       FI-FILIAL(WS-FI-IX) DELIMITED BY SIZE
                       INTO GL-KONTO
                   END-STRING
                   MOVE WS-DAG TO GL-DATO
                   MOVE FI-KORT(WS-FI-IX) TO GL-DEBET
                   MOVE FI-OVER(WS-FI-IX) TO GL-KREDIT
                   MOVE FI-DIFF-ANTAL(WS-FI-IX) TO GL-ANTAL
                   WRITE gl-record

                   MOVE SPACES TO gl-record
                   STRING "9200-" DELIMITED BY SIZE
                       FI-FILIAL(WS-FI-IX) DELIMITED BY SIZE
                       INTO GL-KONTO
                   END-STRING
                   MOVE WS-DAG TO GL-DATO
                   MOVE FI-OVER(WS-FI-IX) TO GL-DEBET
                   MOVE FI-KORT(WS-FI-IX) TO GL-KREDIT
                   MOVE FI-DIFF-ANTAL(WS-FI-IX) TO GL-ANTAL
                   WRITE gl-record
               END-IF
           END-PERFORM
           CLOSE gl-file-1.

       SKRIV-RAPPORT.
           OPEN OUTPUT rapport-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
               DISPLAY "KASSEOPGOER: cannot open report, status "
                   RAPPORT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "KASSEOPGOERELSE " DELIMITED BY SIZE
               WS-DAG DELIMITED BY SIZE
               " - KONTANTRAPPORT PR. FILIAL" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE SPACES TO WS-RAPPORT-LINJE
           IF WS-AML-FUNDET = "Y"
               MOVE WS-AML-GRAENSE TO WS-BELOEB-EDIT
               MOVE WS-AML-PCT TO WS-PCT-EDIT
               STRING "AML-graense for kontantindskud DKK"
                       DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   " - markeres fra " DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
           ELSE
               MOVE "Ingen DKK-graense paa AML-graensefilen - "
                   TO WS-RAPPORT-LINJE
               MOVE "kontantindskud er ikke markeret"
                   TO WS-RAPPORT-LINJE(42:31)
           END-IF
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           PERFORM VARYING WS-FI-IX FROM 1 BY 1
                   UNTIL WS-FI-IX > WS-FILIAL-COUNT
               PERFORM SKRIV-FILIAL
           END-PERFORM

           MOVE SPACES TO rapport-record
           WRITE rapport-record
           MOVE "I ALT" TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-IND-TOTAL TO WS-BELOEB-EDIT
           MOVE WS-UD-TOTAL TO WS-BELOEB-EDIT-2
           MOVE WS-OVER-TOTAL TO WS-BELOEB-EDIT-3
           MOVE WS-KORT-TOTAL TO WS-BELOEB-EDIT-4
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "Indbetalt " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               "  udbetalt " DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               "  over " DELIMITED BY SIZE
               WS-BELOEB-EDIT-3 DELIMITED BY SIZE
               "  kort " DELIMITED BY SIZE
               WS-BELOEB-EDIT-4 DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-POSTERET-COUNT TO WS-ANTAL-EDIT
           MOVE WS-AFVIST-COUNT TO WS-ANTAL-EDIT-2
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "Bogfoert som KONT " DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               "  afvist " DELIMITED BY SIZE
               WS-ANTAL-EDIT-2 DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           IF WS-BOGFOER = "N"
               MOVE "(dagen var allerede bogfoert)"
                   TO WS-RAPPORT-LINJE(45:29)
           END-IF
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           CLOSE rapport-file-1.

       SKRIV-FILIAL.
           MOVE SPACES TO rapport-record
           WRITE rapport-record
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "FILIAL " DELIMITED BY SIZE
               FI-FILIAL(WS-FI-IX) DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "KASSE          PRIMO  IND" DELIMITED BY SIZE
               "        INDBETALT   UD" DELIMITED BY SIZE
               "         UDBETALT" DELIMITED BY SIZE
               "        FORVENTET" DELIMITED BY SIZE
               "           OPTALT" DELIMITED BY SIZE
               "       DIFFERENCE STATUS" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           PERFORM VARYING WS-TL-IX FROM 1 BY 1
                   UNTIL WS-TL-IX > WS-KASSE-COUNT
               IF TL-I-DAG(WS-TL-IX) = "J"
                  AND TL-FILIAL(WS-TL-IX) = FI-FILIAL(WS-FI-IX)
                   PERFORM SKRIV-KASSE-LINJE
               END-IF
           END-PERFORM

           MOVE FI-IND(WS-FI-IX) TO WS-BELOEB-EDIT
           MOVE FI-UD(WS-FI-IX) TO WS-BELOEB-EDIT-2
           MOVE FI-OVER(WS-FI-IX) TO WS-BELOEB-EDIT-3
           MOVE FI-KORT(WS-FI-IX) TO WS-BELOEB-EDIT-4
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "Filial i alt: indbetalt " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               "  udbetalt " DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               "  over " DELIMITED BY SIZE
               WS-BELOEB-EDIT-3 DELIMITED BY SIZE
               "  kort " DELIMITED BY SIZE
               WS-BELOEB-EDIT-4 DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           PERFORM VARYING WS-AF-IX FROM 1 BY 1
                   UNTIL WS-AF-IX > WS-AFVIST-COUNT
                      OR WS-AF-IX > WS-MAX-AFVIST
               IF AF-FILIAL(WS-AF-IX) = FI-FILIAL(WS-FI-IX)
                   PERFORM SKRIV-AFVIST-LINJE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AH-IX FROM 1 BY 1
                   UNTIL WS-AH-IX > WS-AML-COUNT
                      OR WS-AH-IX > WS-MAX-AML
               IF AH-FILIAL(WS-AH-IX) = FI-FILIAL(WS-FI-IX)
                   PERFORM SKRIV-AML-LINJE
               END-IF
           END-PERFORM.

       SKRIV-KASSE-LINJE.
           MOVE TL-PRIMO(WS-TL-IX) TO WS-BELOEB-EDIT
           MOVE TL-IND-ANTAL(WS-TL-IX) TO WS-ANTAL-EDIT
           MOVE TL-IND(WS-TL-IX) TO WS-BELOEB-EDIT-2
           MOVE TL-UD-ANTAL(WS-TL-IX) TO WS-ANTAL-EDIT-2
           MOVE TL-UD(WS-TL-IX) TO WS-BELOEB-EDIT-3
           MOVE TL-FORVENTET(WS-TL-IX) TO WS-BELOEB-EDIT-4
           IF TL-OPTALT(WS-TL-IX) = "J"
               MOVE TL-OPTALT-BELOEB(WS-TL-IX) TO WS-BELOEB-EDIT-5
               MOVE TL-DIFFERENCE(WS-TL-IX) TO WS-BELOEB-EDIT-6
               EVALUATE TRUE
                   WHEN TL-DIFFERENCE(WS-TL-IX) > 0
                       MOVE "OVER" TO WS-KASSE-STATUS
                   WHEN TL-DIFFERENCE(WS-TL-IX) < 0
                       MOVE "KORT" TO WS-KASSE-STATUS
                   WHEN OTHER
                       MOVE "AFSTEMT" TO WS-KASSE-STATUS
               END-EVALUATE
           ELSE
               MOVE ZEROS TO WS-BELOEB-EDIT-5
               MOVE ZEROS TO WS-BELOEB-EDIT-6
               MOVE "IKKE OPTALT" TO WS-KASSE-STATUS
           END-IF
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING TL-KASSE(WS-TL-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               WS-ANTAL-EDIT-2 DELIMITED BY SIZE
               WS-BELOEB-EDIT-3 DELIMITED BY SIZE
               WS-BELOEB-EDIT-4 DELIMITED BY SIZE
               WS-BELOEB-EDIT-5 DELIMITED BY SIZE
               WS-BELOEB-EDIT-6 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KASSE-STATUS DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           IF TL-PRIMO-KILDE(WS-TL-IX) NOT = "A"
               MOVE SPACES TO WS-RAPPORT-LINJE
               IF TL-PRIMO-KILDE(WS-TL-IX) = "O"
                   STRING "     primo er optaellingen fra "
                           DELIMITED BY SIZE
                       TL-PRIMO-DATO(WS-TL-IX) DELIMITED BY SIZE
                       INTO WS-RAPPORT-LINJE
                   END-STRING
               ELSE
                   MOVE "     ingen primobeholdning - primo sat til 0"
                       TO WS-RAPPORT-LINJE
               END-IF
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-IF
           IF TL-AFVIST-ANTAL(WS-TL-IX) > 0
               MOVE TL-AFVIST-ANTAL(WS-TL-IX) TO WS-ANTAL-EDIT
               MOVE TL-AFVIST(WS-TL-IX) TO WS-BELOEB-EDIT
               MOVE SPACES TO WS-RAPPORT-LINJE
               STRING "     afviste transaktioner " DELIMITED BY SIZE
                   WS-ANTAL-EDIT DELIMITED BY SIZE
                   " paa " DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   " indgaar ikke i forventet" DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-IF.

       SKRIV-AFVIST-LINJE.
           MOVE AF-BELOEB(WS-AF-IX) TO WS-BELOEB-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "AFVIST  kasse " DELIMITED BY SIZE
               AF-KASSE(WS-AF-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AF-TID(WS-AF-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AF-BRUGERID(WS-AF-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AF-ART(WS-AF-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AF-KONTONUMMER(WS-AF-IX) DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AF-AARSAG(WS-AF-IX) DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

       SKRIV-AML-LINJE.
           MOVE AH-BELOEB(WS-AH-IX) TO WS-BELOEB-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "AML     " DELIMITED BY SIZE
               AH-FLAG(WS-AH-IX) DELIMITED BY SIZE
               " kasse " DELIMITED BY SIZE
               AH-KASSE(WS-AH-IX) DELIMITED BY SIZE
               " KundeID " DELIMITED BY SIZE
               AH-KUNDEID(WS-AH-IX) DELIMITED BY SIZE
               " konto " DELIMITED BY SIZE
               AH-KONTONUMMER(WS-AH-IX) DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.
