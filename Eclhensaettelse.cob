       identification division.
       program-id. ECLHENSAETTELSE.

      *> Monthly expected-credit-loss (IFRS 9) provision on the
      *> overdrafts. Every customer with a negative Balance on the
      *> master is put in a stage from the collections data:
      *>   stage 3 (credit-impaired) - the customer is deceased
      *>           (AFDOED-MARKERING), the repayment agreement is
      *>           broken with no new one in force, the collections
      *>           case is handed over (SAG-TRIN "3") or the days
      *>           past due (SAG-DAGE-NEGATIV) reach the stage-3
      *>           limit;
      *>   stage 2 (significant increase in credit risk) - an
      *>           active repayment agreement (forbearance), a
      *>           paakrav (SAG-TRIN "2") or the days past due reach
      *>           the stage-2 limit;
      *>   stage 1 - every other overdrawn account, also one inside
      *>           an approved credit limit that has no case.
      *> The day limits and the loss rate per stage come from the
      *> parameter file (ECLParametre.txt, ECLPARAM.cpy); a limit
      *> left at zero falls back to the IFRS 9 presumptions of 30
      *> and 90 days. A missing parameter file or stage aborts the
      *> run with return code 16 - accounting must set the rates.
      *> The exposure is the overdrawn amount converted to DKK with
      *> the latest rate on or before the booking date, and the
      *> provision is the exposure times the stage's loss rate.
      *> An account in a currency without a rate is listed with
      *> return code 4; one that was provided for last month keeps
      *> last month's stage, exposure and provision until a rate is
      *> there again, so a missing rate books no release that the
      *> next month would reverse.
      *>
      *> The month's holding is written to ECLBeholdning.txt
      *> (ECLBEH.cpy). When the run finds last month's holding there
      *> it is first copied to ECLForrigeBeholdning.txt, which is the
      *> opening position of the movement report, so a rerun in the
      *> same month compares against the same opening again. The
      *> report (ECLRapport.txt) lists per account what moved since
      *> last month - new, cured (balance no longer negative),
      *> written off (the customer has left the master or been
      *> anonymised while carrying a provision) and moved stage -
      *> followed by the stages with exposure and provision now and
      *> last month, and the reconciliation from the opening to the
      *> closing provision.
      *>
      *> The change in the provision is booked in the GL summary
      *> layout (GLSUM.cpy) on ECLPosteringer.txt, dated the booking
      *> date (ECL_BOGFOERINGSDATO, default today): an increase is
      *> debited the impairment account 8800-DKK and credited the
      *> loss allowance 1900-DKK, a release the other way round.
      *> GLEKSPORT takes the lines into the day's GL export. A rerun
      *> in a month already run books only the difference between
      *> the new closing provision and the one the month's holding
      *> already carries, and adds its lines to the posting file
      *> rather than replacing the earlier run's. More
      *> accounts, cases or agreements than the tables hold aborts
      *> with return code 16 and no files. Runs on the MAANED line of
      *> the schedule plan, ahead of GLEKSPORT.

       environment division.
       input-output section.
       file-control.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select sag-file-1 assign to dynamic WS-SAG-FILENAME
               organization is line sequential
               file status is SAG-FILE-1-STATUS.
           select aftale-file-1 assign to dynamic WS-AFTALE-FILENAME
               organization is line sequential
               file status is AFTALE-FILE-1-STATUS.
           select param-file-1 assign to dynamic WS-PARAM-FILENAME
               organization is line sequential
               file status is PARAM-FILE-1-STATUS.
           select kurs-file-1 assign to dynamic WS-KURS-FILENAME
               organization is line sequential
               file status is KURS-FILE-1-STATUS.
           select beh-file-1 assign to dynamic WS-BEH-FILENAME
               organization is line sequential
               file status is BEH-FILE-1-STATUS.
           select forrige-file-1 assign to dynamic
                   WS-FORRIGE-FILENAME
               organization is line sequential
               file status is FORRIGE-FILE-1-STATUS.
           select rapport-file-1 assign to dynamic WS-RAPPORT-FILENAME
               organization is line sequential
               file status is RAPPORT-FILE-1-STATUS.
           select gl-file-1 assign to dynamic WS-GL-FILENAME
               organization is line sequential
               file status is GL-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  sag-file-1.
       01  sag-record.
           copy "OVERTRAEK.cpy".
       fd  aftale-file-1.
       01  aftale-record.
           copy "AFDRAG.cpy".
       fd  param-file-1.
       01  param-record.
           copy "ECLPARAM.cpy".
       fd  kurs-file-1.
       01  kurs-record.
           copy "VALUTAKURS.cpy".
       fd  beh-file-1.
       01  beh-record.
           copy "ECLBEH.cpy".
       fd  forrige-file-1.
       01  forrige-record.
           copy "ECLBEH.cpy".
       fd  rapport-file-1.
       01  rapport-record          PIC X(132).
       fd  gl-file-1.
       01  gl-record.
           copy "GLSUM.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "ECLHENSAETTELSE".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-SAG              PIC X VALUE "N".
       01  END-OF-AFTALE           PIC X VALUE "N".
       01  END-OF-PARAM            PIC X VALUE "N".
       01  END-OF-KURS             PIC X VALUE "N".
       01  END-OF-FORRIGE          PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  SAG-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  AFTALE-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  PARAM-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  KURS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  BEH-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  FORRIGE-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  GL-FILE-1-STATUS        PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-SAG-FILENAME         PIC X(100)
                                    VALUE "Overtraekssager.txt".
       01  WS-AFTALE-FILENAME      PIC X(100)
                                    VALUE "Afdragsaftaler.txt".
       01  WS-PARAM-FILENAME       PIC X(100)
                                    VALUE "ECLParametre.txt".
       01  WS-KURS-FILENAME        PIC X(100)
                                    VALUE "Valutakurser.txt".
       01  WS-BEH-FILENAME         PIC X(100)
                                    VALUE "ECLBeholdning.txt".
       01  WS-FORRIGE-FILENAME     PIC X(100)
                                    VALUE "ECLForrigeBeholdning.txt".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "ECLRapport.txt".
       01  WS-GL-FILENAME          PIC X(100)
                                    VALUE "ECLPosteringer.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-BOGF-DATO-X          PIC X(8) VALUE SPACES.
       01  WS-BOGF-DATO            PIC 9(8) VALUE ZEROS.
       01  WS-MAANED-X             PIC X(6) VALUE SPACES.
       01  WS-MAANED               PIC 9(6) VALUE ZEROS.
       01  WS-BEH-MAANED           PIC 9(6) VALUE ZEROS.
       01  WS-FORRIGE-MAANED       PIC 9(6) VALUE ZEROS.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-KOPI-RC              PIC S9(9) VALUE 0.

      *> Day limit, loss rate and the month's figures per stage,
      *> now and in last month's holding.
       01  WS-STD-IX               PIC 9(1) VALUE 0.
       01  STADIE-TABEL.
           02  STADIE-ENTRY OCCURS 3 TIMES.
               03  ST-FUNDET       pic x(1).
               03  ST-DAGE         pic 9(5).
               03  ST-SATS         pic 9(3)v9(4).
               03  ST-ANTAL        pic 9(7).
               03  ST-EKSPONERING  pic 9(13)v99.
               03  ST-HENSAETTELSE pic 9(13)v99.
               03  ST-PRIMO-ANTAL  pic 9(7).
               03  ST-PRIMO-HENS   pic 9(13)v99.

       01  WS-MAX-SAGER            PIC 9(5) VALUE 5000.
       01  WS-SAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-SAG-IX               PIC 9(5) VALUE 0.
       01  WS-SAG-FUNDET           PIC X VALUE "N".
       01  SAG-TABEL.
           02  SAG-ENTRY OCCURS 5000 TIMES.
               03  SG-KUNDEID      pic x(10).
               03  SG-DAGE         pic 9(5).
               03  SG-TRIN         pic x(1).

       01  WS-MAX-AFTALER          PIC 9(5) VALUE 5000.
       01  WS-AFTALE-COUNT         PIC 9(5) VALUE 0.
       01  WS-AFT-IX               PIC 9(5) VALUE 0.
       01  WS-AFTALE-AKTIV         PIC X VALUE "N".
       01  WS-AFTALE-BRUDT         PIC X VALUE "N".
       01  AFTALE-TABEL.
           02  AFTALE-ENTRY OCCURS 5000 TIMES.
               03  AT-KUNDEID      pic x(10).
               03  AT-STATUS       pic x(1).

       01  WS-MAX-KURS             PIC 9(3) VALUE 50.
       01  WS-KURS-COUNT           PIC 9(3) VALUE 0.
       01  WS-KURS-IX              PIC 9(3) VALUE 0.
       01  WS-KURS-FUNDET          PIC X VALUE "N".
       01  KURS-TABEL.
           02  KURS-ENTRY OCCURS 50 TIMES.
               03  KU-KODE         pic x(3).
               03  KU-RATE         pic 9(5)v9(6).
               03  KU-DATO         pic 9(8).
       01  WS-KURS                 PIC 9(5)V9(6) VALUE ZEROS.

      *> Last month's holding. PV-UDFALD says what became of the
      *> account this month: "F" still overdrawn, "R" cured, "A"
      *> written off, "U" overdrawn in a currency without a rate -
      *> its provision is carried into this month unchanged.
       01  WS-MAX-KONTI            PIC 9(5) VALUE 5000.
       01  WS-FORRIGE-COUNT        PIC 9(5) VALUE 0.
       01  WS-PV-IX                PIC 9(5) VALUE 0.
       01  WS-PV-FUNDET            PIC X VALUE "N".
       01  FORRIGE-TABEL.
           02  FORRIGE-ENTRY OCCURS 5000 TIMES.
               03  PV-KUNDEID      pic x(10).
               03  PV-STADIE       pic x(1).
               03  PV-HENSAETTELSE pic 9(11)v99.
               03  PV-EKSPONERING  pic 9(11)v99.
               03  PV-UDFALD       pic x(1).

      *> This month's holding; CR-PV-IX points at the account's line
      *> in last month's holding, zero for a new account.
       01  WS-AKTUEL-COUNT         PIC 9(5) VALUE 0.
       01  WS-CR-IX                PIC 9(5) VALUE 0.
       01  AKTUEL-TABEL.
           02  AKTUEL-ENTRY OCCURS 5000 TIMES.
               03  CR-KUNDEID      pic x(10).
               03  CR-STADIE       pic x(1).
               03  CR-GRUND        pic x(4).
               03  CR-VALUTA       pic x(3).
               03  CR-SALDO        pic s9(9)v99.
               03  CR-EKSPONERING  pic 9(11)v99.
               03  CR-SATS         pic 9(3)v9(4).
               03  CR-HENSAETTELSE pic 9(11)v99.
               03  CR-PV-IX        pic 9(5).

       01  WS-MAX-UDEN-KURS        PIC 9(3) VALUE 200.
       01  WS-UDEN-KURS-COUNT      PIC 9(5) VALUE 0.
       01  WS-UK-IX                PIC 9(3) VALUE 0.
       01  UDEN-KURS-TABEL.
           02  UDEN-KURS-ENTRY OCCURS 200 TIMES.
               03  UK-KUNDEID      pic x(10).
               03  UK-VALUTA       pic x(3).
               03  UK-SALDO        pic s9(9)v99.
               03  UK-HENS         pic 9(11)v99.
               03  UK-FASTHOLDT    pic x(1).

       01  WS-STADIE               PIC X(1) VALUE "1".
       01  WS-GRUND                PIC X(4) VALUE SPACES.
       01  WS-DAGE                 PIC 9(5) VALUE 0.
       01  WS-TRIN                 PIC X(1) VALUE "0".
       01  WS-EKSPONERING          PIC 9(11)V99 VALUE ZEROS.
       01  WS-AENDRING             PIC S9(11)V99 VALUE ZEROS.

       01  WS-MASTER-COUNT         PIC 9(7) VALUE 0.
       01  WS-NY-COUNT             PIC 9(5) VALUE 0.
       01  WS-RASK-COUNT           PIC 9(5) VALUE 0.
       01  WS-AFSK-COUNT           PIC 9(5) VALUE 0.
       01  WS-SKIFT-COUNT          PIC 9(5) VALUE 0.
       01  WS-UAENDRET-COUNT       PIC 9(5) VALUE 0.
       01  WS-PRIMO-HENS           PIC S9(13)V99 VALUE ZEROS.
       01  WS-NY-HENS              PIC S9(13)V99 VALUE ZEROS.
       01  WS-RASK-HENS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-AFSK-HENS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-UK-PV-COUNT          PIC 9(5) VALUE 0.
       01  WS-UK-PV-HENS           PIC S9(13)V99 VALUE ZEROS.
       01  WS-SKIFT-HENS           PIC S9(13)V99 VALUE ZEROS.
       01  WS-UAENDRET-HENS        PIC S9(13)V99 VALUE ZEROS.
       01  WS-ULTIMO-HENS          PIC S9(13)V99 VALUE ZEROS.
       01  WS-ULTIMO-EKSP          PIC S9(13)V99 VALUE ZEROS.
       01  WS-BEVAEGELSE           PIC S9(13)V99 VALUE ZEROS.

      *> A rerun in a month already run: what the month's holding
      *> already carries has been booked, only the rest is booked.
       01  WS-GENKOERSEL           PIC X VALUE "N".
       01  END-OF-BEH              PIC X VALUE "N".
       01  WS-BOGFOERT-HENS        PIC S9(13)V99 VALUE ZEROS.
       01  WS-BOGFOER-BELOEB       PIC S9(13)V99 VALUE ZEROS.

       01  WS-RAPPORT-LINJE        PIC X(132) VALUE SPACES.
       01  WS-BEVAEG-TEKST         PIC X(12) VALUE SPACES.
       01  WS-FRA-STADIE           PIC X(1) VALUE SPACES.
       01  WS-FRA-HENS             PIC 9(11)V99 VALUE ZEROS.
       01  WS-TIL-STADIE           PIC X(1) VALUE SPACES.
       01  WS-TIL-HENS             PIC 9(11)V99 VALUE ZEROS.
       01  WS-ANTAL-EDIT           PIC ZZZ,ZZ9.
       01  WS-ANTAL-EDIT-2         PIC ZZZ,ZZ9.
       01  WS-DAGE-EDIT            PIC ZZZZ9.
       01  WS-SATS-EDIT            PIC ZZ9.9999.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-3        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-SAG-FILENAME FROM ENVIRONMENT "OVERTRAEK_SAG_FIL"
               ON EXCEPTION
                   MOVE "Overtraekssager.txt" TO WS-SAG-FILENAME
           END-ACCEPT

           ACCEPT WS-AFTALE-FILENAME FROM ENVIRONMENT "AFDRAG_FIL"
               ON EXCEPTION
                   MOVE "Afdragsaftaler.txt" TO WS-AFTALE-FILENAME
           END-ACCEPT

           ACCEPT WS-PARAM-FILENAME FROM ENVIRONMENT "ECL_PARAMETER_FIL"
               ON EXCEPTION
                   MOVE "ECLParametre.txt" TO WS-PARAM-FILENAME
           END-ACCEPT

           ACCEPT WS-KURS-FILENAME FROM ENVIRONMENT "VALUTAKURS_FIL"
               ON EXCEPTION
                   MOVE "Valutakurser.txt" TO WS-KURS-FILENAME
           END-ACCEPT

           ACCEPT WS-BEH-FILENAME FROM ENVIRONMENT "ECL_BEHOLDNING_FIL"
               ON EXCEPTION
                   MOVE "ECLBeholdning.txt" TO WS-BEH-FILENAME
           END-ACCEPT

           ACCEPT WS-FORRIGE-FILENAME
                   FROM ENVIRONMENT "ECL_FORRIGE_FIL"
               ON EXCEPTION
                   MOVE "ECLForrigeBeholdning.txt"
                       TO WS-FORRIGE-FILENAME
           END-ACCEPT

           ACCEPT WS-RAPPORT-FILENAME FROM ENVIRONMENT "ECL_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "ECLRapport.txt" TO WS-RAPPORT-FILENAME
           END-ACCEPT

           ACCEPT WS-GL-FILENAME FROM ENVIRONMENT "ECL_POSTERING_FIL"
               ON EXCEPTION
                   MOVE "ECLPosteringer.txt" TO WS-GL-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-BOGF-DATO-X FROM ENVIRONMENT "ECL_BOGFOERINGSDATO"
               ON EXCEPTION
                   MOVE SPACES TO WS-BOGF-DATO-X
           END-ACCEPT
           IF WS-BOGF-DATO-X NOT = SPACES
               MOVE WS-BOGF-DATO-X TO WS-BOGF-DATO
           ELSE
               MOVE WS-TODAY TO WS-BOGF-DATO
           END-IF

           ACCEPT WS-MAANED-X FROM ENVIRONMENT "ECL_MAANED"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAANED-X
           END-ACCEPT
           IF WS-MAANED-X NOT = SPACES
               MOVE WS-MAANED-X TO WS-MAANED
           ELSE
               MOVE WS-BOGF-DATO(1:6) TO WS-MAANED
           END-IF

           PERFORM LOAD-PARAMETRE
           PERFORM LOAD-VALUTAKURSER
           PERFORM LOAD-SAGER
           PERFORM LOAD-AFTALER
           PERFORM SKIFT-BEHOLDNING
           PERFORM LOAD-FORRIGE
           PERFORM SCAN-MASTER

      *> Half a provision would be booked as the truth.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "ECLHENSAETTELSE: flere konti, sager eller "
                   "aftaler end tabellerne kan rumme - "
                   "hensaettelsen ville vaere ufuldstaendig, "
                   "koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM MARKER-AFSKREVNE
           PERFORM SUMMER-BEVAEGELSER
           PERFORM SKRIV-BEHOLDNING
           PERFORM SKRIV-POSTERINGER
           PERFORM SKRIV-RAPPORT

           IF WS-UDEN-KURS-COUNT > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "ECLHENSAETTELSE - maaned " WS-MAANED
           DISPLAY "Kunder laest        : " WS-MASTER-COUNT
           DISPLAY "Overtrukne konti    : " WS-AKTUEL-COUNT
           DISPLAY "Nye / raskmeldte    : " WS-NY-COUNT " / "
               WS-RASK-COUNT
           DISPLAY "Afskrevne           : " WS-AFSK-COUNT
           DISPLAY "Skiftet stadie      : " WS-SKIFT-COUNT
           DISPLAY "Konti uden kurs     : " WS-UDEN-KURS-COUNT
           MOVE WS-ULTIMO-HENS TO WS-BELOEB-EDIT
           DISPLAY "Hensaettelse DKK    : " WS-BELOEB-EDIT
           MOVE WS-BEVAEGELSE TO WS-BELOEB-EDIT
           DISPLAY "Bevaegelse DKK      : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-MASTER-COUNT TO WS-KLOG-LAEST
           MOVE WS-AKTUEL-COUNT TO WS-KLOG-SKREVET
           MOVE WS-UDEN-KURS-COUNT TO WS-KLOG-AFVIST
           MOVE WS-ULTIMO-HENS TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> A stage-2 or stage-3 day limit left at zero takes the IFRS 9
      *> rebuttable presumptions: 30 and 90 days past due.
       LOAD-PARAMETRE.
           INITIALIZE STADIE-TABEL
           OPEN INPUT param-file-1
           IF PARAM-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: cannot open parameter file "
                   FUNCTION TRIM(WS-PARAM-FILENAME) ", status "
                   PARAM-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM UNTIL END-OF-PARAM = "Y"
               READ param-file-1 INTO param-record
                   AT END
                       MOVE "Y" TO END-OF-PARAM
                   NOT AT END
                       IF EP-STADIE >= "1" AND EP-STADIE <= "3"
                           MOVE EP-STADIE TO WS-STD-IX
                           MOVE "J" TO ST-FUNDET(WS-STD-IX)
                           MOVE EP-DAGE TO ST-DAGE(WS-STD-IX)
                           MOVE EP-TABSSATS TO ST-SATS(WS-STD-IX)
                       ELSE
                           DISPLAY "ECLHENSAETTELSE: parameter line "
                               "with unknown stage '" EP-STADIE
                               "' ignored"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file-1

           IF ST-FUNDET(1) NOT = "J"
              OR ST-FUNDET(2) NOT = "J"
              OR ST-FUNDET(3) NOT = "J"
               DISPLAY "ECLHENSAETTELSE: parameterfilen mangler en "
                   "tabssats for stadie 1, 2 eller 3 - koerslen "
                   "afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           IF ST-DAGE(2) = 0
               MOVE 30 TO ST-DAGE(2)
           END-IF
           IF ST-DAGE(3) = 0
               MOVE 90 TO ST-DAGE(3)
           END-IF
           MOVE 0 TO ST-DAGE(1).

      *> The latest rate on or before the booking date.
       LOAD-VALUTAKURSER.
           OPEN INPUT kurs-file-1
           IF KURS-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: no exchange-rate table on "
                   "file, status " KURS-FILE-1-STATUS
                   " - kun DKK omregnes"
           ELSE
               PERFORM UNTIL END-OF-KURS = "Y"
                   READ kurs-file-1 INTO kurs-record
                       AT END
                           MOVE "Y" TO END-OF-KURS
                       NOT AT END
                           IF VALKURS-DATE <= WS-BOGF-DATO
                               PERFORM NOTER-KURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kurs-file-1
           END-IF.

       NOTER-KURS.
           MOVE "N" TO WS-KURS-FUNDET
           PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                   UNTIL WS-KURS-IX > WS-KURS-COUNT
                      OR WS-KURS-FUNDET = "Y"
               IF KU-KODE(WS-KURS-IX) = VALKURS-KODE
                   MOVE "Y" TO WS-KURS-FUNDET
               END-IF
           END-PERFORM
           IF WS-KURS-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KURS-IX
               IF VALKURS-DATE > KU-DATO(WS-KURS-IX)
                   MOVE VALKURS-RATE TO KU-RATE(WS-KURS-IX)
                   MOVE VALKURS-DATE TO KU-DATO(WS-KURS-IX)
               END-IF
           ELSE
               IF WS-KURS-COUNT < WS-MAX-KURS
                   ADD 1 TO WS-KURS-COUNT
                   MOVE VALKURS-KODE TO KU-KODE(WS-KURS-COUNT)
                   MOVE VALKURS-RATE TO KU-RATE(WS-KURS-COUNT)
                   MOVE VALKURS-DATE TO KU-DATO(WS-KURS-COUNT)
               ELSE
                   DISPLAY "ECLHENSAETTELSE: rate table full, "
                       "skipping " VALKURS-KODE
               END-IF
           END-IF.

       LOAD-SAGER.
           OPEN INPUT sag-file-1
           IF SAG-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: no collections tracking "
                   "file - dage og trin regnes som nul"
           ELSE
               PERFORM UNTIL END-OF-SAG = "Y"
                   READ sag-file-1 INTO sag-record
                       AT END
                           MOVE "Y" TO END-OF-SAG
                       NOT AT END
                           IF WS-SAG-COUNT < WS-MAX-SAGER
                               ADD 1 TO WS-SAG-COUNT
                               MOVE SAG-KUNDEID
                                   TO SG-KUNDEID(WS-SAG-COUNT)
                               MOVE SAG-DAGE-NEGATIV
                                   TO SG-DAGE(WS-SAG-COUNT)
                               MOVE SAG-TRIN
                                   TO SG-TRIN(WS-SAG-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE sag-file-1
           END-IF.

       LOAD-AFTALER.
           OPEN INPUT aftale-file-1
           IF AFTALE-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: no agreement file on disk - "
                   "ingen afdragsaftaler"
           ELSE
               PERFORM UNTIL END-OF-AFTALE = "Y"
                   READ aftale-file-1 INTO aftale-record
                       AT END
                           MOVE "Y" TO END-OF-AFTALE
                       NOT AT END
                           IF WS-AFTALE-COUNT < WS-MAX-AFTALER
                               ADD 1 TO WS-AFTALE-COUNT
                               MOVE AFT-KUNDEID TO
                                   AT-KUNDEID(WS-AFTALE-COUNT)
                               MOVE AFT-STATUS TO
                                   AT-STATUS(WS-AFTALE-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE aftale-file-1
           END-IF.

      *> The holding on disk is last month's when it carries an
      *> earlier month: it becomes the opening position before this
      *> month's holding replaces it. A holding for this month is a
      *> rerun, and the opening position is already in place.
       SKIFT-BEHOLDNING.
           OPEN INPUT beh-file-1
           IF BEH-FILE-1-STATUS = "00"
               READ beh-file-1
                   AT END
                       MOVE ZEROS TO WS-BEH-MAANED
                   NOT AT END
                       MOVE EB-MAANED IN beh-record TO WS-BEH-MAANED
               END-READ
               CLOSE beh-file-1
           END-IF

           IF WS-BEH-MAANED > WS-MAANED
               DISPLAY "ECLHENSAETTELSE: beholdningen er for maaned "
                   WS-BEH-MAANED " - senere end koerselsmaaneden "
                   WS-MAANED ", koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           IF WS-BEH-MAANED > 0 AND WS-BEH-MAANED < WS-MAANED
               CALL "CBL_COPY_FILE" USING WS-BEH-FILENAME
                   WS-FORRIGE-FILENAME
               MOVE RETURN-CODE TO WS-KOPI-RC
               IF WS-KOPI-RC NOT = 0
                   DISPLAY "ECLHENSAETTELSE: copy of last month's "
                       "holding to "
                       FUNCTION TRIM(WS-FORRIGE-FILENAME) " failed"
                   MOVE 20 TO RETURN-CODE
                   PERFORM AFSLUT-KOERSEL
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF

           IF WS-BEH-MAANED = WS-MAANED
               PERFORM LAES-BOGFOERT
           END-IF.

       LAES-BOGFOERT.
           MOVE "Y" TO WS-GENKOERSEL
           OPEN INPUT beh-file-1
           IF BEH-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-BEH = "Y"
                   READ beh-file-1
                       AT END
                           MOVE "Y" TO END-OF-BEH
                       NOT AT END
                           ADD EB-HENSAETTELSE IN beh-record
                               TO WS-BOGFOERT-HENS
                   END-READ
               END-PERFORM
               CLOSE beh-file-1
           END-IF
           DISPLAY "ECLHENSAETTELSE: maaned " WS-MAANED
               " er koert foer - kun forskellen til den bogfoerte "
               "hensaettelse bogfoeres".

       LOAD-FORRIGE.
           OPEN INPUT forrige-file-1
           IF FORRIGE-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: ingen beholdning fra "
                   "forrige maaned - alle konti vises som nye"
           ELSE
               PERFORM UNTIL END-OF-FORRIGE = "Y"
                   READ forrige-file-1
                       AT END
                           MOVE "Y" TO END-OF-FORRIGE
                       NOT AT END
                           IF EB-MAANED IN forrige-record
                                   < WS-MAANED
                               MOVE EB-MAANED IN forrige-record
                                   TO WS-FORRIGE-MAANED
                               IF EB-KUNDEID IN forrige-record
                                       NOT = SPACES
                                   PERFORM NY-FORRIGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE forrige-file-1
           END-IF.

       NY-FORRIGE.
           IF WS-FORRIGE-COUNT < WS-MAX-KONTI
               ADD 1 TO WS-FORRIGE-COUNT
               MOVE EB-KUNDEID IN forrige-record
                   TO PV-KUNDEID(WS-FORRIGE-COUNT)
               MOVE EB-STADIE IN forrige-record
                   TO PV-STADIE(WS-FORRIGE-COUNT)
               MOVE EB-HENSAETTELSE IN forrige-record
                   TO PV-HENSAETTELSE(WS-FORRIGE-COUNT)
               MOVE EB-EKSPONERING IN forrige-record
                   TO PV-EKSPONERING(WS-FORRIGE-COUNT)
               MOVE SPACES TO PV-UDFALD(WS-FORRIGE-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

       SCAN-MASTER.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       PERFORM BEHANDL-ONE-KUNDE
               END-READ
           END-PERFORM
           CLOSE master-file-1.

      *> An anonymised customer has left the book: a provision it
      *> carried last month was used on the loss.
       BEHANDL-ONE-KUNDE.
           PERFORM FIND-FORRIGE
           IF Balance < 0
               PERFORM BESTEM-STADIE
               PERFORM NY-AKTUEL
           ELSE
               IF WS-PV-FUNDET = "Y"
                   IF SLETTET-MARKERING = "J"
                       MOVE "A" TO PV-UDFALD(WS-PV-IX)
                   ELSE
                       MOVE "R" TO PV-UDFALD(WS-PV-IX)
                   END-IF
               END-IF
           END-IF.

       FIND-FORRIGE.
           MOVE "N" TO WS-PV-FUNDET
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-FORRIGE-COUNT
                      OR WS-PV-FUNDET = "Y"
               IF PV-KUNDEID(WS-PV-IX) = KundeID
                   MOVE "Y" TO WS-PV-FUNDET
               END-IF
           END-PERFORM
           IF WS-PV-FUNDET = "Y"
               SUBTRACT 1 FROM WS-PV-IX
           END-IF.

      *> A broken agreement only counts while no new agreement is
      *> in force - a fresh agreement is forbearance, stage 2.
       BESTEM-STADIE.
           PERFORM FIND-SAG
           PERFORM CHECK-AFTALE
           EVALUATE TRUE
               WHEN AFDOED-MARKERING = "J"
                   MOVE "3" TO WS-STADIE
                   MOVE "DOED" TO WS-GRUND
               WHEN WS-AFTALE-BRUDT = "Y" AND WS-AFTALE-AKTIV = "N"
                   MOVE "3" TO WS-STADIE
                   MOVE "BRUD" TO WS-GRUND
               WHEN WS-TRIN = "3"
                   MOVE "3" TO WS-STADIE
                   MOVE "TRIN" TO WS-GRUND
               WHEN WS-DAGE >= ST-DAGE(3)
                   MOVE "3" TO WS-STADIE
                   MOVE "DAGE" TO WS-GRUND
               WHEN WS-AFTALE-AKTIV = "Y"
                   MOVE "2" TO WS-STADIE
                   MOVE "AFTL" TO WS-GRUND
               WHEN WS-TRIN = "2"
                   MOVE "2" TO WS-STADIE
                   MOVE "TRIN" TO WS-GRUND
               WHEN WS-DAGE >= ST-DAGE(2)
                   MOVE "2" TO WS-STADIE
                   MOVE "DAGE" TO WS-GRUND
               WHEN OTHER
                   MOVE "1" TO WS-STADIE
                   MOVE SPACES TO WS-GRUND
           END-EVALUATE.

       FIND-SAG.
           MOVE "N" TO WS-SAG-FUNDET
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > WS-SAG-COUNT
                      OR WS-SAG-FUNDET = "Y"
               IF SG-KUNDEID(WS-SAG-IX) = KundeID
                   MOVE "Y" TO WS-SAG-FUNDET
               END-IF
           END-PERFORM
           IF WS-SAG-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SAG-IX
               MOVE SG-DAGE(WS-SAG-IX) TO WS-DAGE
               MOVE SG-TRIN(WS-SAG-IX) TO WS-TRIN
           ELSE
               MOVE 0 TO WS-DAGE
               MOVE "0" TO WS-TRIN
           END-IF.

       CHECK-AFTALE.
           MOVE "N" TO WS-AFTALE-AKTIV
           MOVE "N" TO WS-AFTALE-BRUDT
           PERFORM VARYING WS-AFT-IX FROM 1 BY 1
                   UNTIL WS-AFT-IX > WS-AFTALE-COUNT
               IF AT-KUNDEID(WS-AFT-IX) = KundeID
                   IF AT-STATUS(WS-AFT-IX) = "A"
                       MOVE "Y" TO WS-AFTALE-AKTIV
                   END-IF
                   IF AT-STATUS(WS-AFT-IX) = "B"
                       MOVE "Y" TO WS-AFTALE-BRUDT
                   END-IF
               END-IF
           END-PERFORM.

      *> The overdrawn amount in DKK; a currency without a rate
      *> cannot be measured and is listed instead - an account
      *> provided for last month keeps that provision.
       NY-AKTUEL.
           IF Valutakode = "DKK" OR Valutakode = SPACES
               MOVE 1 TO WS-KURS
               MOVE "Y" TO WS-KURS-FUNDET
           ELSE
               MOVE "N" TO WS-KURS-FUNDET
               PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                       UNTIL WS-KURS-IX > WS-KURS-COUNT
                          OR WS-KURS-FUNDET = "Y"
                   IF KU-KODE(WS-KURS-IX) = Valutakode
                       MOVE "Y" TO WS-KURS-FUNDET
                   END-IF
               END-PERFORM
               IF WS-KURS-FUNDET = "Y"
                   SUBTRACT 1 FROM WS-KURS-IX
                   MOVE KU-RATE(WS-KURS-IX) TO WS-KURS
               END-IF
           END-IF

           IF WS-KURS-FUNDET = "N"
               ADD 1 TO WS-UDEN-KURS-COUNT
               IF WS-UDEN-KURS-COUNT <= WS-MAX-UDEN-KURS
                   MOVE WS-UDEN-KURS-COUNT TO WS-UK-IX
                   MOVE KundeID TO UK-KUNDEID(WS-UK-IX)
                   MOVE Valutakode TO UK-VALUTA(WS-UK-IX)
                   MOVE Balance TO UK-SALDO(WS-UK-IX)
                   MOVE ZEROS TO UK-HENS(WS-UK-IX)
                   MOVE "N" TO UK-FASTHOLDT(WS-UK-IX)
                   IF WS-PV-FUNDET = "Y"
                       MOVE PV-HENSAETTELSE(WS-PV-IX)
                           TO UK-HENS(WS-UK-IX)
                       MOVE "Y" TO UK-FASTHOLDT(WS-UK-IX)
                   END-IF
               END-IF
               IF WS-PV-FUNDET = "Y"
                   MOVE "U" TO PV-UDFALD(WS-PV-IX)
                   PERFORM FASTHOLD-FORRIGE
               END-IF
           ELSE
           IF WS-AKTUEL-COUNT < WS-MAX-KONTI
               ADD 1 TO WS-AKTUEL-COUNT
               MOVE WS-AKTUEL-COUNT TO WS-CR-IX
               COMPUTE WS-EKSPONERING ROUNDED =
                   0 - Balance * WS-KURS
               MOVE KundeID TO CR-KUNDEID(WS-CR-IX)
               MOVE WS-STADIE TO CR-STADIE(WS-CR-IX)
               MOVE WS-GRUND TO CR-GRUND(WS-CR-IX)
               MOVE Valutakode TO CR-VALUTA(WS-CR-IX)
               MOVE Balance TO CR-SALDO(WS-CR-IX)
               MOVE WS-EKSPONERING TO CR-EKSPONERING(WS-CR-IX)
               MOVE WS-STADIE TO WS-STD-IX
               MOVE ST-SATS(WS-STD-IX) TO CR-SATS(WS-CR-IX)
               COMPUTE CR-HENSAETTELSE(WS-CR-IX) ROUNDED =
                   WS-EKSPONERING * ST-SATS(WS-STD-IX) / 100
               IF WS-PV-FUNDET = "Y"
                   MOVE WS-PV-IX TO CR-PV-IX(WS-CR-IX)
                   MOVE "F" TO PV-UDFALD(WS-PV-IX)
               ELSE
                   MOVE 0 TO CR-PV-IX(WS-CR-IX)
               END-IF
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF
           END-IF.

       FASTHOLD-FORRIGE.
           IF WS-AKTUEL-COUNT < WS-MAX-KONTI
               ADD 1 TO WS-AKTUEL-COUNT
               MOVE WS-AKTUEL-COUNT TO WS-CR-IX
               MOVE KundeID TO CR-KUNDEID(WS-CR-IX)
               MOVE PV-STADIE(WS-PV-IX) TO CR-STADIE(WS-CR-IX)
               MOVE "KURS" TO CR-GRUND(WS-CR-IX)
               MOVE Valutakode TO CR-VALUTA(WS-CR-IX)
               MOVE Balance TO CR-SALDO(WS-CR-IX)
               MOVE PV-EKSPONERING(WS-PV-IX)
                   TO CR-EKSPONERING(WS-CR-IX)
               MOVE PV-STADIE(WS-PV-IX) TO WS-STD-IX
               IF WS-STD-IX >= 1 AND WS-STD-IX <= 3
                   MOVE ST-SATS(WS-STD-IX) TO CR-SATS(WS-CR-IX)
               ELSE
                   MOVE ZEROS TO CR-SATS(WS-CR-IX)
               END-IF
               MOVE PV-HENSAETTELSE(WS-PV-IX)
                   TO CR-HENSAETTELSE(WS-CR-IX)
               MOVE WS-PV-IX TO CR-PV-IX(WS-CR-IX)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *> Whatever last month's holding still has unaccounted for is
      *> no longer on the master at all.
       MARKER-AFSKREVNE.
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-FORRIGE-COUNT
               IF PV-UDFALD(WS-PV-IX) = SPACES
                   MOVE "A" TO PV-UDFALD(WS-PV-IX)
               END-IF
           END-PERFORM.

      *> Opening provision plus new, less cured and written off, plus
      *> the change on the accounts carried over gives the closing
      *> provision; the report shows each step.
       SUMMER-BEVAEGELSER.
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-FORRIGE-COUNT
               MOVE PV-STADIE(WS-PV-IX) TO WS-STD-IX
               IF WS-STD-IX >= 1 AND WS-STD-IX <= 3
                   ADD 1 TO ST-PRIMO-ANTAL(WS-STD-IX)
                   ADD PV-HENSAETTELSE(WS-PV-IX)
                       TO ST-PRIMO-HENS(WS-STD-IX)
               END-IF
               ADD PV-HENSAETTELSE(WS-PV-IX) TO WS-PRIMO-HENS
               IF PV-UDFALD(WS-PV-IX) = "R"
                   ADD 1 TO WS-RASK-COUNT
                   ADD PV-HENSAETTELSE(WS-PV-IX) TO WS-RASK-HENS
               END-IF
               IF PV-UDFALD(WS-PV-IX) = "A"
                   ADD 1 TO WS-AFSK-COUNT
                   ADD PV-HENSAETTELSE(WS-PV-IX) TO WS-AFSK-HENS
               END-IF
               IF PV-UDFALD(WS-PV-IX) = "U"
                   ADD 1 TO WS-UK-PV-COUNT
                   ADD PV-HENSAETTELSE(WS-PV-IX) TO WS-UK-PV-HENS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-AKTUEL-COUNT
               MOVE CR-STADIE(WS-CR-IX) TO WS-STD-IX
               ADD 1 TO ST-ANTAL(WS-STD-IX)
               ADD CR-EKSPONERING(WS-CR-IX)
                   TO ST-EKSPONERING(WS-STD-IX)
               ADD CR-HENSAETTELSE(WS-CR-IX)
                   TO ST-HENSAETTELSE(WS-STD-IX)
               ADD CR-EKSPONERING(WS-CR-IX) TO WS-ULTIMO-EKSP
               ADD CR-HENSAETTELSE(WS-CR-IX) TO WS-ULTIMO-HENS
               IF CR-PV-IX(WS-CR-IX) = 0
                   ADD 1 TO WS-NY-COUNT
                   ADD CR-HENSAETTELSE(WS-CR-IX) TO WS-NY-HENS
               ELSE
                   MOVE CR-PV-IX(WS-CR-IX) TO WS-PV-IX
                   COMPUTE WS-AENDRING = CR-HENSAETTELSE(WS-CR-IX)
                       - PV-HENSAETTELSE(WS-PV-IX)
                   IF CR-STADIE(WS-CR-IX) = PV-STADIE(WS-PV-IX)
                       ADD 1 TO WS-UAENDRET-COUNT
                       ADD WS-AENDRING TO WS-UAENDRET-HENS
                   ELSE
                       ADD 1 TO WS-SKIFT-COUNT
                       ADD WS-AENDRING TO WS-SKIFT-HENS
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-BEVAEGELSE = WS-ULTIMO-HENS - WS-PRIMO-HENS
           IF WS-GENKOERSEL = "Y"
               COMPUTE WS-BOGFOER-BELOEB =
                   WS-ULTIMO-HENS - WS-BOGFOERT-HENS
           ELSE
               MOVE WS-BEVAEGELSE TO WS-BOGFOER-BELOEB
           END-IF.

       SKRIV-BEHOLDNING.
           OPEN OUTPUT beh-file-1
           IF BEH-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: cannot open holding file, "
                   "status " BEH-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-AKTUEL-COUNT
               MOVE SPACES TO beh-record
               MOVE CR-KUNDEID(WS-CR-IX) TO EB-KUNDEID IN beh-record
               MOVE WS-MAANED TO EB-MAANED IN beh-record
               MOVE CR-STADIE(WS-CR-IX) TO EB-STADIE IN beh-record
               MOVE CR-VALUTA(WS-CR-IX) TO EB-VALUTA IN beh-record
               MOVE CR-SALDO(WS-CR-IX) TO EB-SALDO IN beh-record
               MOVE CR-EKSPONERING(WS-CR-IX)
                   TO EB-EKSPONERING IN beh-record
               MOVE CR-SATS(WS-CR-IX) TO EB-TABSSATS IN beh-record
               MOVE CR-HENSAETTELSE(WS-CR-IX)
                   TO EB-HENSAETTELSE IN beh-record
               WRITE beh-record
           END-PERFORM
           IF WS-AKTUEL-COUNT = 0
               MOVE SPACES TO beh-record
               MOVE WS-MAANED TO EB-MAANED IN beh-record
               MOVE ZEROS TO EB-SALDO IN beh-record
               MOVE ZEROS TO EB-EKSPONERING IN beh-record
               MOVE ZEROS TO EB-TABSSATS IN beh-record
               MOVE ZEROS TO EB-HENSAETTELSE IN beh-record
               WRITE beh-record
           END-IF
           CLOSE beh-file-1.

      *> No change in the provision leaves the file empty: there is
      *> nothing to book. A rerun adds to the earlier run's lines.
       SKRIV-POSTERINGER.
           IF WS-GENKOERSEL = "Y"
               OPEN EXTEND gl-file-1
               IF GL-FILE-1-STATUS = "35"
                   OPEN OUTPUT gl-file-1
               END-IF
           ELSE
               OPEN OUTPUT gl-file-1
           END-IF
           IF GL-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: cannot open posting file, "
                   "status " GL-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           IF WS-BOGFOER-BELOEB NOT = 0
               MOVE SPACES TO gl-record
               MOVE "8800-DKK" TO GL-KONTO
               MOVE WS-BOGF-DATO TO GL-DATO
               MOVE ZEROS TO GL-DEBET
               MOVE ZEROS TO GL-KREDIT
               IF WS-BOGFOER-BELOEB > 0
                   MOVE WS-BOGFOER-BELOEB TO GL-DEBET
               ELSE
                   COMPUTE GL-KREDIT = 0 - WS-BOGFOER-BELOEB
               END-IF
               MOVE WS-AKTUEL-COUNT TO GL-ANTAL
               WRITE gl-record

               MOVE SPACES TO gl-record
               MOVE "1900-DKK" TO GL-KONTO
               MOVE WS-BOGF-DATO TO GL-DATO
               MOVE ZEROS TO GL-DEBET
               MOVE ZEROS TO GL-KREDIT
               IF WS-BOGFOER-BELOEB > 0
                   MOVE WS-BOGFOER-BELOEB TO GL-KREDIT
               ELSE
                   COMPUTE GL-DEBET = 0 - WS-BOGFOER-BELOEB
               END-IF
               MOVE WS-AKTUEL-COUNT TO GL-ANTAL
               WRITE gl-record
           END-IF
           CLOSE gl-file-1.

       SKRIV-RAPPORT.
           OPEN OUTPUT rapport-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
               DISPLAY "ECLHENSAETTELSE: cannot open report, "
                   "status " RAPPORT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO WS-RAPPORT-LINJE
           IF WS-FORRIGE-MAANED > 0
               STRING "ECL-HENSAETTELSE (IFRS 9) - MAANED "
                   DELIMITED BY SIZE
                   WS-MAANED DELIMITED BY SIZE
                   " - SAMMENLIGNET MED " DELIMITED BY SIZE
                   WS-FORRIGE-MAANED DELIMITED BY SIZE
                   " - BOGFOERINGSDATO " DELIMITED BY SIZE
                   WS-BOGF-DATO DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
           ELSE
               STRING "ECL-HENSAETTELSE (IFRS 9) - MAANED "
                   DELIMITED BY SIZE
                   WS-MAANED DELIMITED BY SIZE
                   " - INGEN FORRIGE MAANED" DELIMITED BY SIZE
                   " - BOGFOERINGSDATO " DELIMITED BY SIZE
                   WS-BOGF-DATO DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
           END-IF
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           MOVE "PARAMETRE" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-AFSNIT-HOVED
           PERFORM VARYING WS-STD-IX FROM 1 BY 1
                   UNTIL WS-STD-IX > 3
               MOVE ST-DAGE(WS-STD-IX) TO WS-DAGE-EDIT
               MOVE ST-SATS(WS-STD-IX) TO WS-SATS-EDIT
               MOVE SPACES TO WS-RAPPORT-LINJE
               STRING "STADIE " DELIMITED BY SIZE
                   WS-STD-IX DELIMITED BY SIZE
                   "   FRA DAG " DELIMITED BY SIZE
                   WS-DAGE-EDIT DELIMITED BY SIZE
                   "   TABSSATS " DELIMITED BY SIZE
                   WS-SATS-EDIT DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-PERFORM

           MOVE "BEVAEGELSER PR. KONTO" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-AFSNIT-HOVED
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "KUNDEID    BEVAEGELSE   FRA TIL GRUND"
                   DELIMITED BY SIZE
               "   HENSAETTELSE FORRIGE" DELIMITED BY SIZE
               "        HENSAETTELSE NU" DELIMITED BY SIZE
               "               AENDRING" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-AKTUEL-COUNT
               PERFORM SKRIV-AKTUEL-BEVAEGELSE
           END-PERFORM
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-FORRIGE-COUNT
               PERFORM SKRIV-FORRIGE-BEVAEGELSE
           END-PERFORM

           MOVE "PR. STADIE" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-AFSNIT-HOVED
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "STADIE   ANTAL" DELIMITED BY SIZE
               "    EKSPONERING DKK" DELIMITED BY SIZE
               "   HENSAETTELSE DKK" DELIMITED BY SIZE
               "  FORR. ANTAL" DELIMITED BY SIZE
               "   FORR. HENSAETTELSE" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           PERFORM VARYING WS-STD-IX FROM 1 BY 1
                   UNTIL WS-STD-IX > 3
               MOVE ST-ANTAL(WS-STD-IX) TO WS-ANTAL-EDIT
               MOVE ST-EKSPONERING(WS-STD-IX) TO WS-BELOEB-EDIT
               MOVE ST-HENSAETTELSE(WS-STD-IX) TO WS-BELOEB-EDIT-2
               MOVE ST-PRIMO-ANTAL(WS-STD-IX) TO WS-ANTAL-EDIT-2
               MOVE ST-PRIMO-HENS(WS-STD-IX) TO WS-BELOEB-EDIT-3
               MOVE SPACES TO WS-RAPPORT-LINJE
               STRING "  " DELIMITED BY SIZE
                   WS-STD-IX DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-EDIT DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   WS-BELOEB-EDIT-2 DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-ANTAL-EDIT-2 DELIMITED BY SIZE
                   WS-BELOEB-EDIT-3 DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-PERFORM
           MOVE WS-AKTUEL-COUNT TO WS-ANTAL-EDIT
           MOVE WS-ULTIMO-EKSP TO WS-BELOEB-EDIT
           MOVE WS-ULTIMO-HENS TO WS-BELOEB-EDIT-2
           MOVE WS-FORRIGE-COUNT TO WS-ANTAL-EDIT-2
           MOVE WS-PRIMO-HENS TO WS-BELOEB-EDIT-3
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "I ALT" DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-ANTAL-EDIT-2 DELIMITED BY SIZE
               WS-BELOEB-EDIT-3 DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           MOVE "AFSTEMNING AF HENSAETTELSEN (DKK)"
               TO WS-RAPPORT-LINJE
           PERFORM SKRIV-AFSNIT-HOVED
           MOVE "Primo" TO WS-BEVAEG-TEKST
           MOVE WS-FORRIGE-COUNT TO WS-ANTAL-EDIT
           MOVE WS-PRIMO-HENS TO WS-BELOEB-EDIT
           PERFORM SKRIV-AFSTEMNING-LINJE
           MOVE "+ nye" TO WS-BEVAEG-TEKST
           MOVE WS-NY-COUNT TO WS-ANTAL-EDIT
           MOVE WS-NY-HENS TO WS-BELOEB-EDIT
           PERFORM SKRIV-AFSTEMNING-LINJE
           MOVE "- raskmeldte" TO WS-BEVAEG-TEKST
           MOVE WS-RASK-COUNT TO WS-ANTAL-EDIT
           COMPUTE WS-BELOEB-EDIT = 0 - WS-RASK-HENS
           PERFORM SKRIV-AFSTEMNING-LINJE
           MOVE "- afskrevne" TO WS-BEVAEG-TEKST
           MOVE WS-AFSK-COUNT TO WS-ANTAL-EDIT
           COMPUTE WS-BELOEB-EDIT = 0 - WS-AFSK-HENS
           PERFORM SKRIV-AFSTEMNING-LINJE
           MOVE "+/- skift" TO WS-BEVAEG-TEKST
           MOVE WS-SKIFT-COUNT TO WS-ANTAL-EDIT
           MOVE WS-SKIFT-HENS TO WS-BELOEB-EDIT
           PERFORM SKRIV-AFSTEMNING-LINJE
           MOVE "+/- uaendret" TO WS-BEVAEG-TEKST
           MOVE WS-UAENDRET-COUNT TO WS-ANTAL-EDIT
           MOVE WS-UAENDRET-HENS TO WS-BELOEB-EDIT
           PERFORM SKRIV-AFSTEMNING-LINJE
           MOVE "= ultimo" TO WS-BEVAEG-TEKST
           MOVE WS-AKTUEL-COUNT TO WS-ANTAL-EDIT
           MOVE WS-ULTIMO-HENS TO WS-BELOEB-EDIT
           PERFORM SKRIV-AFSTEMNING-LINJE

           IF WS-UK-PV-COUNT > 0
               MOVE "heraf u.kurs" TO WS-BEVAEG-TEKST
               MOVE WS-UK-PV-COUNT TO WS-ANTAL-EDIT
               MOVE WS-UK-PV-HENS TO WS-BELOEB-EDIT
               PERFORM SKRIV-AFSTEMNING-LINJE
           END-IF
           IF WS-GENKOERSEL = "Y"
               MOVE "- bogfoert" TO WS-BEVAEG-TEKST
               MOVE 0 TO WS-ANTAL-EDIT
               COMPUTE WS-BELOEB-EDIT = 0 - WS-BOGFOERT-HENS
               PERFORM SKRIV-AFSTEMNING-LINJE
           END-IF

           MOVE SPACES TO rapport-record
           WRITE rapport-record
           MOVE SPACES TO WS-RAPPORT-LINJE
           IF WS-BOGFOER-BELOEB = 0
               MOVE "Ingen aendring i hensaettelsen - intet at bogfoere"
                   TO WS-RAPPORT-LINJE
           ELSE
               IF WS-BOGFOER-BELOEB > 0
                   MOVE WS-BOGFOER-BELOEB TO WS-BELOEB-EDIT
                   STRING "Bogfoeres: debet 8800-DKK / kredit "
                           DELIMITED BY SIZE
                       "1900-DKK " DELIMITED BY SIZE
                       WS-BELOEB-EDIT DELIMITED BY SIZE
                       INTO WS-RAPPORT-LINJE
                   END-STRING
               ELSE
                   COMPUTE WS-BELOEB-EDIT = 0 - WS-BOGFOER-BELOEB
                   STRING "Bogfoeres: debet 1900-DKK / kredit "
                           DELIMITED BY SIZE
                       "8800-DKK " DELIMITED BY SIZE
                       WS-BELOEB-EDIT DELIMITED BY SIZE
                       INTO WS-RAPPORT-LINJE
                   END-STRING
               END-IF
           END-IF
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           IF WS-UDEN-KURS-COUNT > 0
               MOVE "KONTI UDEN VALUTAKURS - IKKE MAALT"
                   TO WS-RAPPORT-LINJE
               PERFORM SKRIV-AFSNIT-HOVED
               PERFORM VARYING WS-UK-IX FROM 1 BY 1
                       UNTIL WS-UK-IX > WS-UDEN-KURS-COUNT
                          OR WS-UK-IX > WS-MAX-UDEN-KURS
                   MOVE UK-SALDO(WS-UK-IX) TO WS-BELOEB-EDIT
                   MOVE UK-HENS(WS-UK-IX) TO WS-BELOEB-EDIT-2
                   MOVE SPACES TO WS-RAPPORT-LINJE
                   IF UK-FASTHOLDT(WS-UK-IX) = "Y"
                       STRING UK-KUNDEID(WS-UK-IX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           UK-VALUTA(WS-UK-IX) DELIMITED BY SIZE
                           WS-BELOEB-EDIT DELIMITED BY SIZE
                           "  FORRIGE HENSAETTELSE FASTHOLDT"
                               DELIMITED BY SIZE
                           WS-BELOEB-EDIT-2 DELIMITED BY SIZE
                           INTO WS-RAPPORT-LINJE
                       END-STRING
                   ELSE
                       STRING UK-KUNDEID(WS-UK-IX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           UK-VALUTA(WS-UK-IX) DELIMITED BY SIZE
                           WS-BELOEB-EDIT DELIMITED BY SIZE
                           "  NY - IKKE HENSAT" DELIMITED BY SIZE
                           INTO WS-RAPPORT-LINJE
                       END-STRING
                   END-IF
                   WRITE rapport-record FROM WS-RAPPORT-LINJE
               END-PERFORM
           END-IF

           CLOSE rapport-file-1.

       SKRIV-AFSNIT-HOVED.
           MOVE SPACES TO rapport-record
           WRITE rapport-record
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

      *> New accounts and accounts that moved stage; an account that
      *> kept its stage is only counted in the reconciliation.
       SKRIV-AKTUEL-BEVAEGELSE.
           MOVE CR-STADIE(WS-CR-IX) TO WS-TIL-STADIE
           MOVE CR-HENSAETTELSE(WS-CR-IX) TO WS-TIL-HENS
           IF CR-PV-IX(WS-CR-IX) = 0
               MOVE "NY" TO WS-BEVAEG-TEKST
               MOVE SPACES TO WS-FRA-STADIE
               MOVE ZEROS TO WS-FRA-HENS
               PERFORM SKRIV-BEVAEGELSE-LINJE
           ELSE
               MOVE CR-PV-IX(WS-CR-IX) TO WS-PV-IX
               IF CR-STADIE(WS-CR-IX) NOT = PV-STADIE(WS-PV-IX)
                   IF CR-STADIE(WS-CR-IX) > PV-STADIE(WS-PV-IX)
                       MOVE "STADIE OP" TO WS-BEVAEG-TEKST
                   ELSE
                       MOVE "STADIE NED" TO WS-BEVAEG-TEKST
                   END-IF
                   MOVE PV-STADIE(WS-PV-IX) TO WS-FRA-STADIE
                   MOVE PV-HENSAETTELSE(WS-PV-IX) TO WS-FRA-HENS
                   PERFORM SKRIV-BEVAEGELSE-LINJE
               END-IF
           END-IF.

       SKRIV-FORRIGE-BEVAEGELSE.
           IF PV-UDFALD(WS-PV-IX) = "R" OR PV-UDFALD(WS-PV-IX) = "A"
               IF PV-UDFALD(WS-PV-IX) = "R"
                   MOVE "RASKMELDT" TO WS-BEVAEG-TEKST
               ELSE
                   MOVE "AFSKREVET" TO WS-BEVAEG-TEKST
               END-IF
               MOVE PV-STADIE(WS-PV-IX) TO WS-FRA-STADIE
               MOVE PV-HENSAETTELSE(WS-PV-IX) TO WS-FRA-HENS
               MOVE SPACES TO WS-TIL-STADIE
               MOVE ZEROS TO WS-TIL-HENS
               MOVE 0 TO WS-CR-IX
               PERFORM SKRIV-BEVAEGELSE-LINJE
           END-IF.

       SKRIV-BEVAEGELSE-LINJE.
           MOVE WS-FRA-HENS TO WS-BELOEB-EDIT
           MOVE WS-TIL-HENS TO WS-BELOEB-EDIT-2
           COMPUTE WS-BELOEB-EDIT-3 = WS-TIL-HENS - WS-FRA-HENS
           MOVE SPACES TO WS-RAPPORT-LINJE
           IF WS-CR-IX > 0
               STRING CR-KUNDEID(WS-CR-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BEVAEG-TEKST DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FRA-STADIE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-TIL-STADIE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CR-GRUND(WS-CR-IX) DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   WS-BELOEB-EDIT-2 DELIMITED BY SIZE
                   WS-BELOEB-EDIT-3 DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
           ELSE
               STRING PV-KUNDEID(WS-PV-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BEVAEG-TEKST DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FRA-STADIE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-TIL-STADIE DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   WS-BELOEB-EDIT-2 DELIMITED BY SIZE
                   WS-BELOEB-EDIT-3 DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
           END-IF
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

       SKRIV-AFSTEMNING-LINJE.
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING WS-BEVAEG-TEKST DELIMITED BY SIZE
               "  ANTAL " DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.
