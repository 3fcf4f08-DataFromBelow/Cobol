       identification division.
       program-id. SVINDELOVERVAAGNING.

      *> Nightly account-takeover detection. AMLOVERVAAGNING looks at
      *> amounts; the takeovers follow a sequence: a change to the
      *> customer record, then within a few days money drained off
      *> the account. The run collects over the window
      *> (SVINDEL_VINDUE_DAGE days back from today, default 5):
      *>   ADRS - address changes from the address audit trail,
      *>   KANL - KANALKODE switched to digital ("D"), from a
      *>          before/after pair on the master journal,
      *>   KTNR - KontoNummer changed through KUNDEVEDLIGEHOLD, from
      *>          the master journal,
      *> and from the posting history each customer debit that
      *> follows one of the customer's changes within the window:
      *>   EKST - an external transfer to another bank, any amount,
      *>   DEBT - any other debit (a transfer leg included) at or
      *>          above SVINDEL_DEBET_GRAENSE (whole units, default
      *>          10000).
      *> Interest, fees and reversals are never counted. The
      *> sequence is scored ADRS 30, KANL 30, KTNR 40, EKST 30, DEBT
      *> 20, each once, plus 20 (HURTIG) when a debit lands within a
      *> day of a change. A customer with at least one change, at
      *> least one debit and a score of SVINDEL_MIN_SCORE (default
      *> 60) or more is a case for the fraud desk.
      *>
      *> Cases are kept on the case register (Svindelsager.txt,
      *> SVINDELSAG.cpy) under a case number KOT<date><seq>. A
      *> sequence already open or confirmed on the register for the
      *> customer is not raised again - the case's score and last
      *> event date are carried forward instead; a case the desk has
      *> cleared or lifted covers the sequence until a new change
      *> arrives after the case's last event. The case list
      *> (SvindelListe.txt) has one header line per case - customer,
      *> account of the first debit, flags and case status - and
      *> under it the full timeline of changes and debits in date
      *> order, cases ranked by score (highest first). Confirmed
      *> cases (SVINDELVEDLIGEHOLD) block further debits on the
      *> account in KONTOPOSTERING.

       environment division.
       input-output section.
       file-control.
           select audit-file-1 assign to dynamic WS-AUDIT-FILENAME
               organization is line sequential
               file status is AUDIT-FILE-1-STATUS.
           select journal-file-1 assign to dynamic
                   WS-JOURNAL-FILENAME
               organization is line sequential
               file status is JOURNAL-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select sag-file-1 assign to dynamic WS-SAG-FILENAME
               organization is line sequential
               file status is SAG-FILE-1-STATUS.
           select kandidat-file-1 assign to "SvindelListeUSRT.txt"
               organization is line sequential
               file status is KANDIDAT-FILE-1-STATUS.
           select sort-file-1 assign to "SvindelListeSRT.tmp".
           select rangeret-file-1 assign to dynamic
                   WS-RANGERET-FILENAME
               organization is line sequential
               file status is RANGERET-FILE-1-STATUS.

       data division.
       file section.
       fd  audit-file-1.
       01  audit-record.
           copy "AUDITTRAIL.cpy".
       fd  journal-file-1.
       01  journal-record.
           copy "MASTJRNL.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  sag-file-1.
       01  sag-record.
           copy "SVINDELSAG.cpy".
       fd  kandidat-file-1.
       01  kandidat-record.
           02  KAND-SCORE          PIC 9(3).
           02  FILLER              PIC X(1).
           02  KAND-SAGSNR         PIC X(15).
           02  FILLER              PIC X(1).
           02  KAND-LINJETYPE      PIC X(1).
           02  FILLER              PIC X(1).
           02  KAND-DATO           PIC 9(8).
           02  FILLER              PIC X(1).
           02  KAND-RAEKKE         PIC 9(5).
           02  FILLER              PIC X(1).
           02  KAND-DETALJE        PIC X(120).
       sd  sort-file-1.
       01  sort-record-1.
           02  SRT-SCORE           PIC 9(3).
           02  FILLER              PIC X(1).
           02  SRT-SAGSNR          PIC X(15).
           02  FILLER              PIC X(1).
           02  SRT-LINJETYPE       PIC X(1).
           02  FILLER              PIC X(1).
           02  SRT-DATO            PIC 9(8).
           02  FILLER              PIC X(1).
           02  SRT-RAEKKE          PIC 9(5).
           02  FILLER              PIC X(121).
       fd  rangeret-file-1.
       01  rangeret-record         PIC X(157).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "SVINDELOVERVAAGNING".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-AUDIT            PIC X VALUE "N".
       01  END-OF-JOURNAL          PIC X VALUE "N".
       01  END-OF-POST             PIC X VALUE "N".
       01  END-OF-SAG              PIC X VALUE "N".
       01  AUDIT-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  JOURNAL-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  SAG-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  KANDIDAT-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  RANGERET-FILE-1-STATUS  PIC X(2) VALUE "00".

       01  WS-AUDIT-FILENAME       PIC X(100)
                                    VALUE "AdresseAudit.txt".
       01  WS-JOURNAL-FILENAME     PIC X(100)
                                    VALUE "MasterJournal.txt".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-SAG-FILENAME         PIC X(100)
                                    VALUE "Svindelsager.txt".
       01  WS-RANGERET-FILENAME    PIC X(100)
                                    VALUE "SvindelListe.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT            PIC S9(9) VALUE 0.
       01  WS-FRA-DATO             PIC 9(8) VALUE ZEROS.
       01  WS-DATO-INT             PIC S9(9) VALUE 0.
       01  WS-DAGE-EFTER           PIC S9(9) VALUE 0.

      *> Run parameters.
       01  WS-VINDUE-X             PIC X(3) VALUE SPACES.
       01  WS-VINDUE-DAGE          PIC 9(3) VALUE 5.
       01  WS-GRAENSE-X            PIC X(9) VALUE SPACES.
       01  WS-DEBET-GRAENSE        PIC 9(7)V99 VALUE 10000.
       01  WS-MIN-SCORE-X          PIC X(3) VALUE SPACES.
       01  WS-MIN-SCORE            PIC 9(3) VALUE 60.

      *> The before-image waiting for its after-image on the journal.
       01  WS-FOER-KUNDEID         PIC X(10) VALUE SPACES.
       01  WS-FOER-BILLED.
           copy "KUNDER.cpy".
       01  WS-EFTR-BILLED.
           copy "KUNDER.cpy".

      *> One entry per customer with a change inside the window.
       01  WS-MAX-KUNDER           PIC 9(5) VALUE 2000.
       01  WS-KUNDE-COUNT          PIC 9(5) VALUE 0.
       01  WS-KS-IX                PIC 9(5) VALUE 0.
       01  WS-KS-FUNDET            PIC X VALUE "N".
       01  WS-SOEG-KUNDEID         PIC X(10) VALUE SPACES.
       01  KUNDE-TABEL.
           02  KUNDE-ENTRY OCCURS 2000 TIMES.
               03  KS-KUNDEID      pic x(10).
               03  KS-FOERSTE      pic 9(8).
               03  KS-SIDSTE-AENDRING pic 9(8).
               03  KS-SIDSTE       pic 9(8).
               03  KS-KONTO        pic x(20).
               03  KS-ADRS         pic x(1).
               03  KS-KANL         pic x(1).
               03  KS-KTNR         pic x(1).
               03  KS-EKST         pic x(1).
               03  KS-DEBT         pic x(1).
               03  KS-HURTIG       pic x(1).
               03  KS-SCORE        pic 9(3).

      *> The timeline: every change and qualifying debit, in the
      *> order read - audit, journal, history - so a change sorts
      *> before a debit on the same day.
       01  WS-MAX-HAENDELSER       PIC 9(5) VALUE 10000.
       01  WS-HAENDELSE-COUNT      PIC 9(5) VALUE 0.
       01  WS-HD-IX                PIC 9(5) VALUE 0.
       01  HAENDELSE-TABEL.
           02  HAENDELSE-ENTRY OCCURS 10000 TIMES.
               03  HD-KS-IX        pic 9(5).
               03  HD-DATO         pic 9(8).
               03  HD-TYPE         pic x(4).
               03  HD-BELOEB       pic 9(7)v99.
               03  HD-TEKST        pic x(90).

      *> The case register, rewritten from the table on the way out.
       01  WS-MAX-SAGER            PIC 9(5) VALUE 2000.
       01  WS-SAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-ST-IX                PIC 9(5) VALUE 0.
       01  WS-ST-FUNDET-IX         PIC 9(5) VALUE 0.
       01  SAG-TABEL.
           02  SAG-ENTRY OCCURS 2000 TIMES.
               03  ST-SAGSNR       pic x(15).
               03  ST-KUNDEID      pic x(10).
               03  ST-KONTO        pic x(20).
               03  ST-FOERSTE      pic 9(8).
               03  ST-SIDSTE       pic 9(8).
               03  ST-SCORE        pic 9(3).
               03  ST-OPRETTET     pic 9(8).
               03  ST-STATUS       pic x(1).
               03  ST-AENDRET      pic 9(8).
               03  ST-BRUGERID     pic x(8).

       01  WS-NY-TYPE              PIC X(4) VALUE SPACES.
       01  WS-NY-DATO              PIC 9(8) VALUE ZEROS.
       01  WS-NY-BELOEB            PIC 9(7)V99 VALUE ZEROS.
       01  WS-NY-TEKST             PIC X(90) VALUE SPACES.
       01  WS-SENESTE-AENDRING     PIC 9(8) VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC Z,ZZZ,ZZ9.99.
       01  WS-FLAG                 PIC X(30) VALUE SPACES.
       01  WS-FLAG-PTR             PIC 9(3) VALUE 1.
       01  WS-SAG-STATUS-TEKST     PIC X(10) VALUE SPACES.
       01  WS-SAGS-SEQ             PIC 9(4) VALUE 0.
       01  WS-SAGSNR               PIC X(15) VALUE SPACES.
       01  WS-DETALJE              PIC X(120) VALUE SPACES.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-AENDRET              PIC X VALUE "N".

       01  WS-LAEST-COUNT          PIC 9(7) VALUE 0.
       01  WS-AENDRING-COUNT       PIC 9(7) VALUE 0.
       01  WS-DEBET-COUNT          PIC 9(7) VALUE 0.
       01  WS-NY-SAG-COUNT         PIC 9(7) VALUE 0.
       01  WS-KENDT-SAG-COUNT      PIC 9(7) VALUE 0.
       01  WS-DAEKKET-COUNT        PIC 9(7) VALUE 0.
       01  WS-SPRUNGET-COUNT       PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT "ADDRESS_AUDIT_FIL"
               ON EXCEPTION
                   MOVE "AdresseAudit.txt" TO WS-AUDIT-FILENAME
           END-ACCEPT

           ACCEPT WS-JOURNAL-FILENAME
                   FROM ENVIRONMENT "MASTER_JOURNAL_FIL"
               ON EXCEPTION
                   MOVE "MasterJournal.txt" TO WS-JOURNAL-FILENAME
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

           ACCEPT WS-SAG-FILENAME FROM ENVIRONMENT "SVINDEL_SAGS_FIL"
               ON EXCEPTION
                   MOVE "Svindelsager.txt" TO WS-SAG-FILENAME
           END-ACCEPT

           ACCEPT WS-RANGERET-FILENAME
                   FROM ENVIRONMENT "SVINDEL_LISTE_FIL"
               ON EXCEPTION
                   MOVE "SvindelListe.txt" TO WS-RANGERET-FILENAME
           END-ACCEPT

           ACCEPT WS-VINDUE-X FROM ENVIRONMENT "SVINDEL_VINDUE_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-VINDUE-X
           END-ACCEPT
           IF WS-VINDUE-X NOT = SPACES
               COMPUTE WS-VINDUE-DAGE = FUNCTION NUMVAL(WS-VINDUE-X)
           END-IF

           ACCEPT WS-GRAENSE-X FROM ENVIRONMENT "SVINDEL_DEBET_GRAENSE"
               ON EXCEPTION
                   MOVE SPACES TO WS-GRAENSE-X
           END-ACCEPT
           IF WS-GRAENSE-X NOT = SPACES
               COMPUTE WS-DEBET-GRAENSE =
                   FUNCTION NUMVAL(WS-GRAENSE-X)
           END-IF

           ACCEPT WS-MIN-SCORE-X FROM ENVIRONMENT "SVINDEL_MIN_SCORE"
               ON EXCEPTION
                   MOVE SPACES TO WS-MIN-SCORE-X
           END-ACCEPT
           IF WS-MIN-SCORE-X NOT = SPACES
               COMPUTE WS-MIN-SCORE = FUNCTION NUMVAL(WS-MIN-SCORE-X)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-FRA-DATO = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-VINDUE-DAGE)

           PERFORM LOAD-SAGSREGISTER

      *> The register is rewritten from the table on the way out; a
      *> table smaller than the file would silently drop cases, so
      *> the run aborts with the register untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "SVINDELOVERVAAGNING: flere sager end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-SAG-FILENAME) " er uroert"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM LAES-ADRESSEAUDIT
           PERFORM LAES-MASTERJOURNAL
           PERFORM LAES-POSTERINGSHISTORIK
           PERFORM VURDER-KUNDER
           PERFORM RANGER-SAGER

           IF WS-AENDRET = "Y"
               PERFORM REWRITE-SAGSREGISTER
           END-IF

           IF WS-SPRUNGET-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "SVINDELOVERVAAGNING - kontoovertagelse " WS-TODAY
           DISPLAY "Vindue (dage)         : " WS-VINDUE-DAGE
           DISPLAY "Linjer laest          : " WS-LAEST-COUNT
           DISPLAY "Stamdataaendringer    : " WS-AENDRING-COUNT
           DISPLAY "Debiteringer i vindue : " WS-DEBET-COUNT
           DISPLAY "Nye sager             : " WS-NY-SAG-COUNT
           DISPLAY "Kendte sager opdateret: " WS-KENDT-SAG-COUNT
           DISPLAY "Daekket af afsluttet  : " WS-DAEKKET-COUNT
           DISPLAY "Sprunget (tabel fuld) : " WS-SPRUNGET-COUNT
           DISPLAY "Sagsliste             : "
               FUNCTION TRIM(WS-RANGERET-FILENAME)
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-LAEST-COUNT TO WS-KLOG-LAEST
           MOVE WS-NY-SAG-COUNT TO WS-KLOG-SKREVET
           MOVE WS-SPRUNGET-COUNT TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       LOAD-SAGSREGISTER.
           OPEN INPUT sag-file-1
           IF SAG-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELOVERVAAGNING: no case register yet, "
                   "starting empty"
           ELSE
               PERFORM UNTIL END-OF-SAG = "Y"
                   READ sag-file-1
                       AT END
                           MOVE "Y" TO END-OF-SAG
                       NOT AT END
                           IF WS-SAG-COUNT < WS-MAX-SAGER
                               ADD 1 TO WS-SAG-COUNT
                               PERFORM LOAD-ONE-SAG
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE sag-file-1
           END-IF.

      *> Today's case numbers continue after those an earlier run
      *> the same day has already handed out.
       LOAD-ONE-SAG.
           MOVE WS-SAG-COUNT TO WS-ST-IX
           MOVE SV-SAGSNR TO ST-SAGSNR(WS-ST-IX)
           MOVE SV-KUNDEID TO ST-KUNDEID(WS-ST-IX)
           MOVE SV-KONTONUMMER TO ST-KONTO(WS-ST-IX)
           MOVE SV-FOERSTE-AENDRING TO ST-FOERSTE(WS-ST-IX)
           MOVE SV-SIDSTE-DATO TO ST-SIDSTE(WS-ST-IX)
           MOVE SV-SCORE TO ST-SCORE(WS-ST-IX)
           MOVE SV-OPRETTET TO ST-OPRETTET(WS-ST-IX)
           MOVE SV-STATUS TO ST-STATUS(WS-ST-IX)
           MOVE SV-AENDRET-DATO TO ST-AENDRET(WS-ST-IX)
           MOVE SV-BRUGERID TO ST-BRUGERID(WS-ST-IX)
           IF SV-SAGSNR(1:3) = "KOT"
              AND SV-SAGSNR(4:8) = WS-TODAY
              AND SV-SAGSNR(12:4) IS NUMERIC
               IF SV-SAGSNR(12:4) > WS-SAGS-SEQ
                   MOVE SV-SAGSNR(12:4) TO WS-SAGS-SEQ
               END-IF
           END-IF.

       LAES-ADRESSEAUDIT.
           OPEN INPUT audit-file-1
           IF AUDIT-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELOVERVAAGNING: no address audit on "
                   "file, status " AUDIT-FILE-1-STATUS
                   " - adresseaendringer indgaar ikke"
           ELSE
               PERFORM UNTIL END-OF-AUDIT = "Y"
                   READ audit-file-1
                       AT END
                           MOVE "Y" TO END-OF-AUDIT
                       NOT AT END
                           ADD 1 TO WS-LAEST-COUNT
                           PERFORM NOTER-ADRESSEAENDRING
                   END-READ
               END-PERFORM
               CLOSE audit-file-1
           END-IF.

       NOTER-ADRESSEAENDRING.
           IF AUDIT-CHANGE-DATE IS NUMERIC
              AND AUDIT-CHANGE-DATE >= WS-FRA-DATO
              AND AUDIT-CHANGE-DATE <= WS-TODAY
               MOVE AUDIT-KUNDEID TO WS-SOEG-KUNDEID
               MOVE "ADRS" TO WS-NY-TYPE
               MOVE AUDIT-CHANGE-DATE TO WS-NY-DATO
               MOVE ZEROS TO WS-NY-BELOEB
               MOVE SPACES TO WS-NY-TEKST
               STRING "ADRESSE " DELIMITED BY SIZE
                   AUDIT-OLD-VEJNAVN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AUDIT-OLD-POSTNR DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   AUDIT-NEW-VEJNAVN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AUDIT-NEW-HUSNR DELIMITED BY " "
                   " " DELIMITED BY SIZE
                   AUDIT-NEW-POSTNR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-NEW-BYx DELIMITED BY "  "
                   " bruger " DELIMITED BY SIZE
                   AUDIT-BRUGERID DELIMITED BY SIZE
                   INTO WS-NY-TEKST
               END-STRING
               PERFORM NOTER-AENDRING
               IF WS-KS-IX > 0
                   MOVE "J" TO KS-ADRS(WS-KS-IX)
               END-IF
           END-IF.

       LAES-MASTERJOURNAL.
           OPEN INPUT journal-file-1
           IF JOURNAL-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELOVERVAAGNING: no master journal on "
                   "file, status " JOURNAL-FILE-1-STATUS
                   " - kanal- og kontoskift indgaar ikke"
           ELSE
               PERFORM UNTIL END-OF-JOURNAL = "Y"
                   READ journal-file-1
                       AT END
                           MOVE "Y" TO END-OF-JOURNAL
                       NOT AT END
                           ADD 1 TO WS-LAEST-COUNT
                           PERFORM BEHANDL-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE journal-file-1
           END-IF.

      *> A rewrite is journalled as its before-image followed by its
      *> after-image; the change is read off the pair.
       BEHANDL-JOURNAL.
           IF MJ-AKTION = "FOER"
               MOVE MJ-KUNDEID TO WS-FOER-KUNDEID
               MOVE MJ-KUNDEDATA TO WS-FOER-BILLED
           ELSE
               IF MJ-AKTION = "EFTR"
                  AND MJ-KUNDEID = WS-FOER-KUNDEID
                  AND MJ-DATO >= WS-FRA-DATO
                  AND MJ-DATO <= WS-TODAY
                   MOVE MJ-KUNDEDATA TO WS-EFTR-BILLED
                   PERFORM SAMMENLIGN-BILLEDER
               END-IF
               MOVE SPACES TO WS-FOER-KUNDEID
           END-IF.

       SAMMENLIGN-BILLEDER.
           MOVE MJ-KUNDEID TO WS-SOEG-KUNDEID
           MOVE MJ-DATO TO WS-NY-DATO
           MOVE ZEROS TO WS-NY-BELOEB
           IF KANALKODE IN WS-EFTR-BILLED = "D"
              AND KANALKODE IN WS-FOER-BILLED NOT = "D"
               MOVE "KANL" TO WS-NY-TYPE
               MOVE SPACES TO WS-NY-TEKST
               STRING "KANAL " DELIMITED BY SIZE
                   KANALKODE IN WS-FOER-BILLED DELIMITED BY SIZE
                   " -> D " DELIMITED BY SIZE
                   MJ-PROGRAM DELIMITED BY "  "
                   " bruger " DELIMITED BY SIZE
                   MJ-BRUGERID DELIMITED BY SIZE
                   INTO WS-NY-TEKST
               END-STRING
               PERFORM NOTER-AENDRING
               IF WS-KS-IX > 0
                   MOVE "J" TO KS-KANL(WS-KS-IX)
               END-IF
           END-IF
           IF MJ-PROGRAM = "KUNDEVEDLIGEHOLD"
              AND KontoNummer IN WS-EFTR-BILLED
                  NOT = KontoNummer IN WS-FOER-BILLED
               MOVE "KTNR" TO WS-NY-TYPE
               MOVE SPACES TO WS-NY-TEKST
               STRING "KONTONUMMER " DELIMITED BY SIZE
                   KontoNummer IN WS-FOER-BILLED DELIMITED BY " "
                   " -> " DELIMITED BY SIZE
                   KontoNummer IN WS-EFTR-BILLED DELIMITED BY " "
                   " bruger " DELIMITED BY SIZE
                   MJ-BRUGERID DELIMITED BY SIZE
                   INTO WS-NY-TEKST
               END-STRING
               PERFORM NOTER-AENDRING
               IF WS-KS-IX > 0
                   MOVE "J" TO KS-KTNR(WS-KS-IX)
               END-IF
           END-IF.

      *> A change puts the customer on the table and opens (or
      *> extends) the sequence.
       NOTER-AENDRING.
           PERFORM FIND-KUNDE
           IF WS-KS-FUNDET = "N"
               IF WS-KUNDE-COUNT < WS-MAX-KUNDER
                   ADD 1 TO WS-KUNDE-COUNT
                   MOVE WS-KUNDE-COUNT TO WS-KS-IX
                   MOVE WS-SOEG-KUNDEID TO KS-KUNDEID(WS-KS-IX)
                   MOVE WS-NY-DATO TO KS-FOERSTE(WS-KS-IX)
                   MOVE ZEROS TO KS-SIDSTE-AENDRING(WS-KS-IX)
                   MOVE ZEROS TO KS-SIDSTE(WS-KS-IX)
                   MOVE SPACES TO KS-KONTO(WS-KS-IX)
                   MOVE "N" TO KS-ADRS(WS-KS-IX)
                   MOVE "N" TO KS-KANL(WS-KS-IX)
                   MOVE "N" TO KS-KTNR(WS-KS-IX)
                   MOVE "N" TO KS-EKST(WS-KS-IX)
                   MOVE "N" TO KS-DEBT(WS-KS-IX)
                   MOVE "N" TO KS-HURTIG(WS-KS-IX)
                   MOVE ZEROS TO KS-SCORE(WS-KS-IX)
               ELSE
                   DISPLAY "SVINDELOVERVAAGNING: customer table "
                       "full, skipping " WS-SOEG-KUNDEID
                   ADD 1 TO WS-SPRUNGET-COUNT
                   MOVE 0 TO WS-KS-IX
               END-IF
           END-IF
           IF WS-KS-IX > 0
               ADD 1 TO WS-AENDRING-COUNT
               IF WS-NY-DATO < KS-FOERSTE(WS-KS-IX)
                   MOVE WS-NY-DATO TO KS-FOERSTE(WS-KS-IX)
               END-IF
               IF WS-NY-DATO > KS-SIDSTE-AENDRING(WS-KS-IX)
                   MOVE WS-NY-DATO TO KS-SIDSTE-AENDRING(WS-KS-IX)
               END-IF
               PERFORM NOTER-HAENDELSE
           END-IF.

       FIND-KUNDE.
           MOVE "N" TO WS-KS-FUNDET
           PERFORM VARYING WS-KS-IX FROM 1 BY 1
                   UNTIL WS-KS-IX > WS-KUNDE-COUNT
                      OR WS-KS-FUNDET = "Y"
               IF KS-KUNDEID(WS-KS-IX) = WS-SOEG-KUNDEID
                   MOVE "Y" TO WS-KS-FUNDET
               END-IF
           END-PERFORM
           IF WS-KS-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KS-IX
           ELSE
               MOVE 0 TO WS-KS-IX
           END-IF.

       NOTER-HAENDELSE.
           IF WS-HAENDELSE-COUNT < WS-MAX-HAENDELSER
               ADD 1 TO WS-HAENDELSE-COUNT
               MOVE WS-HAENDELSE-COUNT TO WS-HD-IX
               MOVE WS-KS-IX TO HD-KS-IX(WS-HD-IX)
               MOVE WS-NY-DATO TO HD-DATO(WS-HD-IX)
               MOVE WS-NY-TYPE TO HD-TYPE(WS-HD-IX)
               MOVE WS-NY-BELOEB TO HD-BELOEB(WS-HD-IX)
               MOVE WS-NY-TEKST TO HD-TEKST(WS-HD-IX)
               IF WS-NY-DATO > KS-SIDSTE(WS-KS-IX)
                   MOVE WS-NY-DATO TO KS-SIDSTE(WS-KS-IX)
               END-IF
           ELSE
               DISPLAY "SVINDELOVERVAAGNING: timeline table full, "
                   "event skipped for " KS-KUNDEID(WS-KS-IX)
               ADD 1 TO WS-SPRUNGET-COUNT
           END-IF.

       LAES-POSTERINGSHISTORIK.
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELOVERVAAGNING: no posting history on "
                   "file, status " HISTORIK-FILE-1-STATUS
                   " - ingen sager kan rejses"
           ELSE
               PERFORM UNTIL END-OF-POST = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-POST
                       NOT AT END
                           ADD 1 TO WS-LAEST-COUNT
                           PERFORM NOTER-DEBITERING
                   END-READ
               END-PERFORM
               CLOSE historik-file-1
           END-IF.

      *> A debit counts when it follows one of the customer's
      *> changes within the window.
       NOTER-DEBITERING.
           IF POST-DK IN historik-record NOT = "D"
              OR POST-DATO IN historik-record IS NOT NUMERIC
              OR POST-DATO IN historik-record < WS-FRA-DATO
              OR POST-KUNDEID IN historik-record = SPACES
              OR POST-TYPEKODE IN historik-record = "RENT"
              OR POST-TYPEKODE IN historik-record = "GEBY"
              OR POST-TYPEKODE IN historik-record = "STOR"
               CONTINUE
           ELSE
           IF POST-TYPEKODE IN historik-record NOT = "EKST"
              AND POST-BELOEB IN historik-record < WS-DEBET-GRAENSE
               CONTINUE
           ELSE
               MOVE POST-KUNDEID IN historik-record TO WS-SOEG-KUNDEID
               PERFORM FIND-KUNDE
               IF WS-KS-IX > 0
                   PERFORM FIND-SENESTE-AENDRING
                   IF WS-SENESTE-AENDRING > 0
                       COMPUTE WS-DATO-INT = FUNCTION INTEGER-OF-DATE(
                           WS-SENESTE-AENDRING)
                       COMPUTE WS-DAGE-EFTER = FUNCTION
                           INTEGER-OF-DATE(POST-DATO IN historik-record)
                           - WS-DATO-INT
                       IF WS-DAGE-EFTER <= WS-VINDUE-DAGE
                           PERFORM NOTER-DEBET-HAENDELSE
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *> The latest change on or before the debit's booking date.
       FIND-SENESTE-AENDRING.
           MOVE ZEROS TO WS-SENESTE-AENDRING
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > WS-HAENDELSE-COUNT
               IF HD-KS-IX(WS-HD-IX) = WS-KS-IX
                  AND (HD-TYPE(WS-HD-IX) = "ADRS"
                       OR HD-TYPE(WS-HD-IX) = "KANL"
                       OR HD-TYPE(WS-HD-IX) = "KTNR")
                  AND HD-DATO(WS-HD-IX) <= POST-DATO IN historik-record
                  AND HD-DATO(WS-HD-IX) > WS-SENESTE-AENDRING
                   MOVE HD-DATO(WS-HD-IX) TO WS-SENESTE-AENDRING
               END-IF
           END-PERFORM.

       NOTER-DEBET-HAENDELSE.
           ADD 1 TO WS-DEBET-COUNT
           MOVE POST-DATO IN historik-record TO WS-NY-DATO
           MOVE POST-BELOEB IN historik-record TO WS-NY-BELOEB
           MOVE SPACES TO WS-NY-TEKST
           IF POST-TYPEKODE IN historik-record = "EKST"
               MOVE "EKST" TO WS-NY-TYPE
               MOVE "J" TO KS-EKST(WS-KS-IX)
               IF POST-MODT-IBAN IN historik-record NOT = SPACES
                   STRING "FRA " DELIMITED BY SIZE
                       POST-KONTONUMMER IN historik-record
                           DELIMITED BY " "
                       " TIL " DELIMITED BY SIZE
                       POST-MODT-IBAN IN historik-record
                           DELIMITED BY " "
                       " " DELIMITED BY SIZE
                       POST-MODT-NAVN IN historik-record
                           DELIMITED BY "  "
                       INTO WS-NY-TEKST
                   END-STRING
               ELSE
                   STRING "FRA " DELIMITED BY SIZE
                       POST-KONTONUMMER IN historik-record
                           DELIMITED BY " "
                       " TIL " DELIMITED BY SIZE
                       POST-MODT-REGNR IN historik-record
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POST-MODT-KONTO IN historik-record
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POST-MODT-NAVN IN historik-record
                           DELIMITED BY "  "
                       INTO WS-NY-TEKST
                   END-STRING
               END-IF
           ELSE
               MOVE "DEBT" TO WS-NY-TYPE
               MOVE "J" TO KS-DEBT(WS-KS-IX)
               STRING "FRA " DELIMITED BY SIZE
                   POST-KONTONUMMER IN historik-record
                       DELIMITED BY " "
                   " TYPE " DELIMITED BY SIZE
                   POST-TYPEKODE IN historik-record DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POST-TEKST IN historik-record DELIMITED BY "  "
                   INTO WS-NY-TEKST
               END-STRING
           END-IF
           IF WS-DAGE-EFTER <= 1
               MOVE "J" TO KS-HURTIG(WS-KS-IX)
           END-IF
           IF KS-KONTO(WS-KS-IX) = SPACES
               MOVE POST-KONTONUMMER IN historik-record
                   TO KS-KONTO(WS-KS-IX)
           END-IF
           PERFORM NOTER-HAENDELSE.

       VURDER-KUNDER.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELOVERVAAGNING: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN OUTPUT kandidat-file-1
           IF KANDIDAT-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELOVERVAAGNING: cannot open candidate "
                   "file, status " KANDIDAT-FILE-1-STATUS
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM VARYING WS-KS-IX FROM 1 BY 1
                   UNTIL WS-KS-IX > WS-KUNDE-COUNT
               IF KS-KONTO(WS-KS-IX) NOT = SPACES
                   PERFORM SCORE-KUNDE
                   IF KS-SCORE(WS-KS-IX) >= WS-MIN-SCORE
                       PERFORM BEHANDL-SAG
                   END-IF
               END-IF
           END-PERFORM

           CLOSE master-file-1
           CLOSE kandidat-file-1.

      *> A customer with a debit in the window always has a change
      *> before it, so KS-KONTO set means both halves are there.
       SCORE-KUNDE.
           MOVE ZEROS TO KS-SCORE(WS-KS-IX)
           MOVE SPACES TO WS-FLAG
           MOVE 1 TO WS-FLAG-PTR
           IF KS-ADRS(WS-KS-IX) = "J"
               ADD 30 TO KS-SCORE(WS-KS-IX)
               STRING "ADRS " DELIMITED BY SIZE
                   INTO WS-FLAG WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF KS-KANL(WS-KS-IX) = "J"
               ADD 30 TO KS-SCORE(WS-KS-IX)
               STRING "KANL " DELIMITED BY SIZE
                   INTO WS-FLAG WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF KS-KTNR(WS-KS-IX) = "J"
               ADD 40 TO KS-SCORE(WS-KS-IX)
               STRING "KTNR " DELIMITED BY SIZE
                   INTO WS-FLAG WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF KS-EKST(WS-KS-IX) = "J"
               ADD 30 TO KS-SCORE(WS-KS-IX)
               STRING "EKST " DELIMITED BY SIZE
                   INTO WS-FLAG WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF KS-DEBT(WS-KS-IX) = "J"
               ADD 20 TO KS-SCORE(WS-KS-IX)
               STRING "DEBT " DELIMITED BY SIZE
                   INTO WS-FLAG WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF KS-HURTIG(WS-KS-IX) = "J"
               ADD 20 TO KS-SCORE(WS-KS-IX)
               STRING "HURTIG" DELIMITED BY SIZE
                   INTO WS-FLAG WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF.

      *> The customer's latest case decides: open or confirmed takes
      *> the sequence over; cleared or lifted covers it unless a
      *> change has come in after the case's last event.
       BEHANDL-SAG.
           MOVE 0 TO WS-ST-FUNDET-IX
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-SAG-COUNT
               IF ST-KUNDEID(WS-ST-IX) = KS-KUNDEID(WS-KS-IX)
                   MOVE WS-ST-IX TO WS-ST-FUNDET-IX
               END-IF
           END-PERFORM
           MOVE WS-ST-FUNDET-IX TO WS-ST-IX
           IF WS-ST-IX > 0
              AND (ST-STATUS(WS-ST-IX) = "A"
                   OR ST-STATUS(WS-ST-IX) = "B")
               PERFORM OPDATER-KENDT-SAG
           ELSE
           IF WS-ST-IX > 0
              AND KS-SIDSTE-AENDRING(WS-KS-IX) <= ST-SIDSTE(WS-ST-IX)
               ADD 1 TO WS-DAEKKET-COUNT
           ELSE
               PERFORM OPRET-SAG
           END-IF
           END-IF.

       OPDATER-KENDT-SAG.
           ADD 1 TO WS-KENDT-SAG-COUNT
           IF KS-SCORE(WS-KS-IX) > ST-SCORE(WS-ST-IX)
               MOVE KS-SCORE(WS-KS-IX) TO ST-SCORE(WS-ST-IX)
               MOVE "Y" TO WS-AENDRET
           END-IF
           IF KS-SIDSTE(WS-KS-IX) > ST-SIDSTE(WS-ST-IX)
               MOVE KS-SIDSTE(WS-KS-IX) TO ST-SIDSTE(WS-ST-IX)
               MOVE "Y" TO WS-AENDRET
           END-IF
           IF ST-STATUS(WS-ST-IX) = "B"
               MOVE "BEKRAEFTET" TO WS-SAG-STATUS-TEKST
           ELSE
               MOVE "AABEN" TO WS-SAG-STATUS-TEKST
           END-IF
           PERFORM SKRIV-SAG.

       OPRET-SAG.
           IF WS-SAG-COUNT >= WS-MAX-SAGER
               DISPLAY "SVINDELOVERVAAGNING: case register full, "
                   "no case for " KS-KUNDEID(WS-KS-IX)
               ADD 1 TO WS-SPRUNGET-COUNT
           ELSE
               ADD 1 TO WS-NY-SAG-COUNT
               ADD 1 TO WS-SAGS-SEQ
               MOVE SPACES TO WS-SAGSNR
               STRING "KOT" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   WS-SAGS-SEQ DELIMITED BY SIZE
                   INTO WS-SAGSNR
               END-STRING
               ADD 1 TO WS-SAG-COUNT
               MOVE WS-SAG-COUNT TO WS-ST-IX
               MOVE WS-SAGSNR TO ST-SAGSNR(WS-ST-IX)
               MOVE KS-KUNDEID(WS-KS-IX) TO ST-KUNDEID(WS-ST-IX)
               MOVE KS-KONTO(WS-KS-IX) TO ST-KONTO(WS-ST-IX)
               MOVE KS-FOERSTE(WS-KS-IX) TO ST-FOERSTE(WS-ST-IX)
               MOVE KS-SIDSTE(WS-KS-IX) TO ST-SIDSTE(WS-ST-IX)
               MOVE KS-SCORE(WS-KS-IX) TO ST-SCORE(WS-ST-IX)
               MOVE WS-TODAY TO ST-OPRETTET(WS-ST-IX)
               MOVE "A" TO ST-STATUS(WS-ST-IX)
               MOVE WS-TODAY TO ST-AENDRET(WS-ST-IX)
               MOVE "BATCH" TO ST-BRUGERID(WS-ST-IX)
               MOVE "Y" TO WS-AENDRET
               MOVE "NY" TO WS-SAG-STATUS-TEKST
               PERFORM SKRIV-SAG
           END-IF.

      *> Header line, then the customer's timeline.
       SKRIV-SAG.
           MOVE SPACES TO Efternavn IN master-record
           MOVE KS-KUNDEID(WS-KS-IX) TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   MOVE "(ukendt)" TO Efternavn IN master-record
           END-READ
           MOVE SPACES TO kandidat-record
           MOVE KS-SCORE(WS-KS-IX) TO KAND-SCORE
           MOVE ST-SAGSNR(WS-ST-IX) TO KAND-SAGSNR
           MOVE "H" TO KAND-LINJETYPE
           MOVE KS-FOERSTE(WS-KS-IX) TO KAND-DATO
           MOVE ZEROS TO KAND-RAEKKE
           MOVE SPACES TO WS-DETALJE
           STRING "KUNDE " DELIMITED BY SIZE
               KS-KUNDEID(WS-KS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Efternavn IN master-record DELIMITED BY SIZE
               " KONTO " DELIMITED BY SIZE
               KS-KONTO(WS-KS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SAG-STATUS-TEKST DELIMITED BY SIZE
               INTO WS-DETALJE
           END-STRING
           MOVE WS-DETALJE TO KAND-DETALJE
           WRITE kandidat-record
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > WS-HAENDELSE-COUNT
               IF HD-KS-IX(WS-HD-IX) = WS-KS-IX
                   PERFORM SKRIV-TIDSLINJE
               END-IF
           END-PERFORM.

       SKRIV-TIDSLINJE.
           MOVE SPACES TO kandidat-record
           MOVE KS-SCORE(WS-KS-IX) TO KAND-SCORE
           MOVE ST-SAGSNR(WS-ST-IX) TO KAND-SAGSNR
           MOVE "T" TO KAND-LINJETYPE
           MOVE HD-DATO(WS-HD-IX) TO KAND-DATO
           MOVE WS-HD-IX TO KAND-RAEKKE
           MOVE HD-BELOEB(WS-HD-IX) TO WS-BELOEB-EDIT
           MOVE SPACES TO WS-DETALJE
           IF HD-BELOEB(WS-HD-IX) = 0
               STRING "  " DELIMITED BY SIZE
                   HD-TYPE(WS-HD-IX) DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   HD-TEKST(WS-HD-IX) DELIMITED BY SIZE
                   INTO WS-DETALJE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                   HD-TYPE(WS-HD-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HD-TEKST(WS-HD-IX) DELIMITED BY SIZE
                   INTO WS-DETALJE
               END-STRING
           END-IF
           MOVE WS-DETALJE TO KAND-DETALJE
           WRITE kandidat-record.

       RANGER-SAGER.
           SORT sort-file-1
               ON DESCENDING KEY SRT-SCORE
               ON ASCENDING KEY SRT-SAGSNR
               ON ASCENDING KEY SRT-LINJETYPE
               ON ASCENDING KEY SRT-DATO
               ON ASCENDING KEY SRT-RAEKKE
               USING kandidat-file-1
               GIVING rangeret-file-1
           IF SORT-RETURN NOT = 0
               DISPLAY "SVINDELOVERVAAGNING: ranking sort failed, "
                   "sort-return " SORT-RETURN
               MOVE 16 TO RETURN-CODE
           END-IF.

       REWRITE-SAGSREGISTER.
           OPEN OUTPUT sag-file-1
           IF SAG-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELOVERVAAGNING: cannot rewrite case "
                   "register, status " SAG-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-ST-IX FROM 1 BY 1
                       UNTIL WS-ST-IX > WS-SAG-COUNT
                   MOVE SPACES TO sag-record
                   MOVE ST-SAGSNR(WS-ST-IX) TO SV-SAGSNR
                   MOVE ST-KUNDEID(WS-ST-IX) TO SV-KUNDEID
                   MOVE ST-KONTO(WS-ST-IX) TO SV-KONTONUMMER
                   MOVE ST-FOERSTE(WS-ST-IX) TO SV-FOERSTE-AENDRING
                   MOVE ST-SIDSTE(WS-ST-IX) TO SV-SIDSTE-DATO
                   MOVE ST-SCORE(WS-ST-IX) TO SV-SCORE
                   MOVE ST-OPRETTET(WS-ST-IX) TO SV-OPRETTET
                   MOVE ST-STATUS(WS-ST-IX) TO SV-STATUS
                   MOVE ST-AENDRET(WS-ST-IX) TO SV-AENDRET-DATO
                   MOVE ST-BRUGERID(WS-ST-IX) TO SV-BRUGERID
                   WRITE sag-record
               END-PERFORM
               CLOSE sag-file-1
           END-IF.
