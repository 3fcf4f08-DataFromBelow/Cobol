       identification division.
       program-id. KUNDEBEVAEGELSE.

      *> Monthly customer-base movement per branch. The customer base
      *> is the customer-master records that are neither erased
      *> (SLETTET-MARKERING "J") nor deceased (AFDOED-MARKERING
      *> "J"). For the reporting month (KUNDEBEV_MAANED, YYYYMM,
      *> default last calendar month) the run reads the master
      *> journal (MasterJournal.txt) - every program that writes,
      *> rewrites or deletes on the customer master journals it -
      *> and classifies each customer's change against the state
      *> before it:
      *>   new             NY image, any program but GENSKABFRAARKIV
      *>   restored        NY image written by GENSKABFRAARKIV
      *>   merged away     SLET by KUNDEFLET
      *>   archived        SLET by ARKIVERING
      *>   erased          EFTR image with SLETTET-MARKERING "J"
      *>   deceased        EFTR image with AFDOED-MARKERING "J"
      *>   moved           EFTR image with another FILIALKODE
      *>   other in/out    anything else that enters or leaves the
      *>                   base (a delete in KUNDEVEDLIGEHOLD, a
      *>                   flag set back)
      *> Opening figures come from last month's snapshot in
      *> KundeBestand.txt (KUNDEBEST.cpy); without one they are
      *> rolled back from the master through the month's journal,
      *> and the report says so. Closing = opening plus the
      *> movements, per FILIALKODE (blank as "...."). The actual
      *> closing is the base in Kundemaster.dat now, with any change
      *> journalled after the month's end taken back out, and the
      *> report ties it to the record count of the master (base +
      *> erased + deceased). Every customer where the computed and
      *> the actual closing disagree - in or out of the base, or on
      *> another branch - is listed by KundeID with return code 4.
      *> The merge log (FletLog.txt), the erasure log (SletteLog.txt)
      *> and the latest FILIALFLYT list (FilialFlytListe.txt) are
      *> checked against the journal's merges, erasures and moves;
      *> a merge or erasure count that does not agree gives return
      *> code 4 too. The month-end base is then written as the new
      *> snapshot. More customers or branches than the tables hold
      *> aborts with return code 16 and no snapshot. Runs on the
      *> MAANED line of the schedule plan.

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
           select journal-file-1 assign to dynamic
                   WS-JOURNAL-FILENAME
               organization is line sequential
               file status is JOURNAL-FILE-1-STATUS.
           select bestand-file-1 assign to dynamic
                   WS-BESTAND-FILENAME
               organization is line sequential
               file status is BESTAND-FILE-1-STATUS.
           select fletlog-file-1 assign to dynamic
                   WS-FLETLOG-FILENAME
               organization is line sequential
               file status is FLETLOG-FILE-1-STATUS.
           select slettelog-file-1 assign to dynamic
                   WS-SLETTELOG-FILENAME
               organization is line sequential
               file status is SLETTELOG-FILE-1-STATUS.
           select flyt-file-1 assign to dynamic WS-FLYT-FILENAME
               organization is line sequential
               file status is FLYT-FILE-1-STATUS.
           select rapport-file-1 assign to dynamic WS-RAPPORT-FILENAME
               organization is line sequential
               file status is RAPPORT-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  journal-file-1.
       01  journal-record.
           copy "MASTJRNL.cpy".
       fd  bestand-file-1.
       01  bestand-record.
           copy "KUNDEBEST.cpy".
       fd  fletlog-file-1.
       01  fletlog-record          PIC X(220).
       fd  slettelog-file-1.
       01  slettelog-record        PIC X(160).
       fd  flyt-file-1.
       01  flyt-record             PIC X(80).
       fd  rapport-file-1.
       01  rapport-record          PIC X(160).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KUNDEBEVAEGELSE".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-JOURNAL          PIC X VALUE "N".
       01  END-OF-BESTAND          PIC X VALUE "N".
       01  END-OF-LOG              PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  JOURNAL-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  BESTAND-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  FLETLOG-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  SLETTELOG-FILE-1-STATUS PIC X(2) VALUE "00".
       01  FLYT-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-JOURNAL-FILENAME     PIC X(100)
                                    VALUE "MasterJournal.txt".
       01  WS-BESTAND-FILENAME     PIC X(100)
                                    VALUE "KundeBestand.txt".
       01  WS-FLETLOG-FILENAME     PIC X(100)
                                    VALUE "FletLog.txt".
       01  WS-SLETTELOG-FILENAME   PIC X(100)
                                    VALUE "SletteLog.txt".
       01  WS-FLYT-FILENAME        PIC X(100)
                                    VALUE "FilialFlytListe.txt".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "KundeBevaegelse.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-MAANED-X             PIC X(6) VALUE SPACES.
       01  WS-MAANED               PIC 9(6) VALUE ZEROS.
       01  WS-FORRIGE-MAANED       PIC 9(6) VALUE ZEROS.
       01  WS-MAANED-PRIMO         PIC 9(8) VALUE ZEROS.
       01  WS-MAANED-ULTIMO        PIC 9(8) VALUE ZEROS.
       01  WS-NAESTE-PRIMO         PIC 9(8) VALUE ZEROS.
       01  WS-AAR                  PIC 9(4) VALUE ZEROS.
       01  WS-MD                   PIC 9(2) VALUE ZEROS.
       01  WS-PRIMO-FRA-BESTAND    PIC X VALUE "N".
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

      *> The journal image, laid out as the customer record.
       01  WS-BILLED.
           copy "KUNDER.cpy".
       01  WS-BILLED-STAT          PIC X(1) VALUE SPACES.
       01  WS-BILLED-FIL           PIC X(4) VALUE SPACES.

      *> One entry per customer seen on the snapshot, the master or
      *> the journal. A state is "J" in the base, "U" on the master
      *> but outside the base (erased or deceased), space not on the
      *> master. PRIMO is the opening state, LOEB the state as the
      *> month's journal is applied (the computed closing), ULT the
      *> actual closing.
       01  WS-MAX-KUNDER           PIC 9(5) VALUE 10000.
       01  WS-KUNDE-COUNT          PIC 9(5) VALUE 0.
       01  WS-KND-IX               PIC 9(5) VALUE 0.
       01  WS-KND-FUNDET           PIC X VALUE "N".
       01  WS-SOEG-KUNDEID         PIC X(10) VALUE SPACES.
       01  KUNDE-TABEL.
           02  KUNDE-ENTRY OCCURS 10000 TIMES.
               03  KU-KUNDEID      pic x(10).
               03  KU-PRIMO-STAT   pic x(1).
               03  KU-PRIMO-FIL    pic x(4).
               03  KU-LOEB-STAT    pic x(1).
               03  KU-LOEB-FIL     pic x(4).
               03  KU-BEROERT      pic x(1).
               03  KU-ULT-STAT     pic x(1).
               03  KU-ULT-FIL      pic x(4).
               03  KU-ULT-FAST     pic x(1).
               03  KU-FLYTTET      pic x(1).

      *> Per branch: 1 opening, 2 new, 3 restored, 4 other in,
      *> 5 moved in, 6 merged away, 7 erased, 8 archived,
      *> 9 deceased, 10 other out, 11 moved out, 12 computed
      *> closing, 13 actual closing.
       01  WS-MAX-FILIALER         PIC 9(3) VALUE 100.
       01  WS-FILIAL-COUNT         PIC 9(3) VALUE 0.
       01  WS-FIL-IX               PIC 9(3) VALUE 0.
       01  WS-FIL-FUNDET           PIC X VALUE "N".
       01  WS-SOEG-FIL             PIC X(4) VALUE SPACES.
       01  WS-TAL-IX               PIC 9(2) VALUE 0.
       01  FILIAL-TABEL.
           02  FILIAL-ENTRY OCCURS 100 TIMES.
               03  BR-KODE         pic x(4).
               03  BR-TAL          pic 9(7) OCCURS 13 TIMES.
       01  WS-TOTAL-TAL.
           02  WS-TOTAL            PIC 9(7) OCCURS 13 TIMES.
       01  WS-LINJE-TAL.
           02  WS-LINJE            PIC 9(7) OCCURS 13 TIMES.

       01  WS-FOER-STAT            PIC X(1) VALUE SPACES.
       01  WS-FOER-FIL             PIC X(4) VALUE SPACES.
       01  WS-BEVAEGELSE           PIC 9(2) VALUE 0.

       01  WS-JOURNAL-COUNT        PIC 9(7) VALUE 0.
       01  WS-MAANED-JRNL-COUNT    PIC 9(7) VALUE 0.
       01  WS-EFTER-JRNL-COUNT     PIC 9(7) VALUE 0.
       01  WS-MASTER-POSTER        PIC 9(7) VALUE 0.
       01  WS-MASTER-BASE          PIC 9(7) VALUE 0.
       01  WS-MASTER-SLETTET       PIC 9(7) VALUE 0.
       01  WS-MASTER-AFDOED        PIC 9(7) VALUE 0.
       01  WS-JUSTERING            PIC S9(7) VALUE 0.
       01  WS-AFVIGELSE-COUNT      PIC 9(7) VALUE 0.
       01  WS-BESTAND-COUNT        PIC 9(7) VALUE 0.

       01  WS-FLETLOG-COUNT        PIC 9(7) VALUE 0.
       01  WS-SLETTELOG-COUNT      PIC 9(7) VALUE 0.
       01  WS-FLYTLISTE-COUNT      PIC 9(7) VALUE 0.
       01  WS-FLYTLISTE-MATCH      PIC 9(7) VALUE 0.
       01  WS-LOG-DATO-X           PIC X(8) VALUE SPACES.

       01  WS-RAPPORT-LINJE        PIC X(160) VALUE SPACES.
       01  WS-LINJE-NAVN           PIC X(6) VALUE SPACES.
       01  WS-TAL-EDIT             PIC Z,ZZZ,ZZ9.
       01  WS-DIFF                 PIC S9(7) VALUE 0.
       01  WS-DIFF-EDIT            PIC -Z,ZZZ,ZZ9.
       01  WS-POS                  PIC 9(3) VALUE 0.
       01  WS-STAT-TEKST-1         PIC X(14) VALUE SPACES.
       01  WS-STAT-TEKST-2         PIC X(14) VALUE SPACES.
       01  WS-STAT                 PIC X(1) VALUE SPACES.
       01  WS-STAT-TEKST           PIC X(14) VALUE SPACES.
       01  WS-AARSAG               PIC X(40) VALUE SPACES.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-JOURNAL-FILENAME
                   FROM ENVIRONMENT "MASTER_JOURNAL_FIL"
               ON EXCEPTION
                   MOVE "MasterJournal.txt" TO WS-JOURNAL-FILENAME
           END-ACCEPT

           ACCEPT WS-BESTAND-FILENAME
                   FROM ENVIRONMENT "KUNDEBESTAND_FIL"
               ON EXCEPTION
                   MOVE "KundeBestand.txt" TO WS-BESTAND-FILENAME
           END-ACCEPT

           ACCEPT WS-FLETLOG-FILENAME FROM ENVIRONMENT "FLET_LOG_FIL"
               ON EXCEPTION
                   MOVE "FletLog.txt" TO WS-FLETLOG-FILENAME
           END-ACCEPT

           ACCEPT WS-SLETTELOG-FILENAME
                   FROM ENVIRONMENT "SLETTELOG_FIL"
               ON EXCEPTION
                   MOVE "SletteLog.txt" TO WS-SLETTELOG-FILENAME
           END-ACCEPT

           ACCEPT WS-FLYT-FILENAME FROM ENVIRONMENT "FILIAL_FLYT_FIL"
               ON EXCEPTION
                   MOVE "FilialFlytListe.txt" TO WS-FLYT-FILENAME
           END-ACCEPT

           ACCEPT WS-RAPPORT-FILENAME
                   FROM ENVIRONMENT "KUNDEBEV_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "KundeBevaegelse.txt" TO WS-RAPPORT-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-MAANED-X FROM ENVIRONMENT "KUNDEBEV_MAANED"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAANED-X
           END-ACCEPT
           IF WS-MAANED-X NOT = SPACES
               MOVE WS-MAANED-X TO WS-MAANED
           ELSE
               MOVE WS-TODAY(1:4) TO WS-AAR
               MOVE WS-TODAY(5:2) TO WS-MD
               IF WS-MD = 1
                   SUBTRACT 1 FROM WS-AAR
                   MOVE 12 TO WS-MD
               ELSE
                   SUBTRACT 1 FROM WS-MD
               END-IF
               COMPUTE WS-MAANED = WS-AAR * 100 + WS-MD
           END-IF
           PERFORM BEREGN-MAANED

           PERFORM LOAD-BESTAND
           PERFORM LOAD-MASTER
           PERFORM SCAN-JOURNAL
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
               PERFORM AFSLUT-KUNDE
           END-PERFORM

           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "KUNDEBEVAEGELSE: flere kunder eller filialer "
                   "end tabellerne kan rumme - tallene ville vaere "
                   "ufuldstaendige, koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM TAEL-FLETLOG
           PERFORM TAEL-SLETTELOG
           PERFORM TAEL-FLYTLISTE

           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-BESTAND

           IF WS-AFVIGELSE-COUNT > 0
              OR WS-FLETLOG-COUNT NOT = WS-TOTAL(6)
              OR WS-SLETTELOG-COUNT NOT = WS-TOTAL(7)
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "KUNDEBEVAEGELSE - maaned " WS-MAANED
           DISPLAY "Journallinjer laest : " WS-JOURNAL-COUNT
           DISPLAY "Heraf i maaneden    : " WS-MAANED-JRNL-COUNT
           DISPLAY "Primo kunder        : " WS-TOTAL(1)
           DISPLAY "Ultimo beregnet     : " WS-TOTAL(12)
           DISPLAY "Ultimo i masteren   : " WS-TOTAL(13)
           DISPLAY "Afvigelser          : " WS-AFVIGELSE-COUNT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-JOURNAL-COUNT TO WS-KLOG-LAEST
           MOVE WS-BESTAND-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIGELSE-COUNT TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       BEREGN-MAANED.
           COMPUTE WS-MAANED-PRIMO = WS-MAANED * 100 + 1
           MOVE WS-MAANED(1:4) TO WS-AAR
           MOVE WS-MAANED(5:2) TO WS-MD
           IF WS-MD = 1
               COMPUTE WS-FORRIGE-MAANED = (WS-AAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-FORRIGE-MAANED = WS-MAANED - 1
           END-IF
           IF WS-MD = 12
               ADD 1 TO WS-AAR
               MOVE 1 TO WS-MD
           ELSE
               ADD 1 TO WS-MD
           END-IF
           COMPUTE WS-NAESTE-PRIMO = WS-AAR * 10000 + WS-MD * 100 + 1
           COMPUTE WS-MAANED-ULTIMO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NAESTE-PRIMO) - 1).

      *> Last month's snapshot is the opening base. Lines for other
      *> months are dropped when the snapshot is written again.
       LOAD-BESTAND.
           OPEN INPUT bestand-file-1
           IF BESTAND-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDEBEVAEGELSE: ingen kundebestand paa disk "
                   "- primo afledes af journalen"
           ELSE
               PERFORM UNTIL END-OF-BESTAND = "Y"
                   READ bestand-file-1
                       AT END
                           MOVE "Y" TO END-OF-BESTAND
                       NOT AT END
                           IF KB-MAANED = WS-FORRIGE-MAANED
                               MOVE "Y" TO WS-PRIMO-FRA-BESTAND
                               MOVE KB-KUNDEID TO WS-SOEG-KUNDEID
                               PERFORM FIND-ELLER-NY-KUNDE
                               IF WS-KND-IX > 0
                                   MOVE "J" TO KU-PRIMO-STAT(WS-KND-IX)
                                   MOVE KB-FILIAL
                                       TO KU-PRIMO-FIL(WS-KND-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE bestand-file-1
               IF WS-PRIMO-FRA-BESTAND = "N"
                   DISPLAY "KUNDEBEVAEGELSE: ingen kundebestand for "
                       WS-FORRIGE-MAANED " - primo afledes af journalen"
               END-IF
           END-IF.

      *> The master as it is now: the actual closing until the
      *> journal shows a change after the month's end.
       LOAD-MASTER.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDEBEVAEGELSE: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       ADD 1 TO WS-MASTER-POSTER
                       MOVE master-record TO WS-BILLED
                       PERFORM BILLED-TILSTAND
                       EVALUATE TRUE
                           WHEN SLETTET-MARKERING IN master-record
                                   = "J"
                               ADD 1 TO WS-MASTER-SLETTET
                           WHEN AFDOED-MARKERING IN master-record
                                   = "J"
                               ADD 1 TO WS-MASTER-AFDOED
                           WHEN OTHER
                               ADD 1 TO WS-MASTER-BASE
                       END-EVALUATE
                       MOVE KundeID IN master-record
                           TO WS-SOEG-KUNDEID
                       PERFORM FIND-ELLER-NY-KUNDE
                       IF WS-KND-IX > 0
                           MOVE WS-BILLED-STAT TO KU-ULT-STAT(WS-KND-IX)
                           MOVE WS-BILLED-FIL TO KU-ULT-FIL(WS-KND-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE master-file-1.

       BILLED-TILSTAND.
           IF SLETTET-MARKERING IN WS-BILLED = "J"
              OR AFDOED-MARKERING IN WS-BILLED = "J"
               MOVE "U" TO WS-BILLED-STAT
           ELSE
               MOVE "J" TO WS-BILLED-STAT
           END-IF
           IF FILIALKODE IN WS-BILLED = SPACES
               MOVE "...." TO WS-BILLED-FIL
           ELSE
               MOVE FILIALKODE IN WS-BILLED TO WS-BILLED-FIL
           END-IF.

       FIND-ELLER-NY-KUNDE.
           MOVE "N" TO WS-KND-FUNDET
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
                      OR WS-KND-FUNDET = "Y"
               IF KU-KUNDEID(WS-KND-IX) = WS-SOEG-KUNDEID
                   MOVE "Y" TO WS-KND-FUNDET
               END-IF
           END-PERFORM
           IF WS-KND-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KND-IX
           ELSE
               IF WS-KUNDE-COUNT < WS-MAX-KUNDER
                   ADD 1 TO WS-KUNDE-COUNT
                   MOVE WS-KUNDE-COUNT TO WS-KND-IX
                   MOVE WS-SOEG-KUNDEID TO KU-KUNDEID(WS-KND-IX)
                   MOVE SPACES TO KU-PRIMO-STAT(WS-KND-IX)
                   MOVE SPACES TO KU-PRIMO-FIL(WS-KND-IX)
                   MOVE SPACES TO KU-LOEB-STAT(WS-KND-IX)
                   MOVE SPACES TO KU-LOEB-FIL(WS-KND-IX)
                   MOVE "N" TO KU-BEROERT(WS-KND-IX)
                   MOVE SPACES TO KU-ULT-STAT(WS-KND-IX)
                   MOVE SPACES TO KU-ULT-FIL(WS-KND-IX)
                   MOVE "N" TO KU-ULT-FAST(WS-KND-IX)
                   MOVE "N" TO KU-FLYTTET(WS-KND-IX)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
                   MOVE 0 TO WS-KND-IX
               END-IF
           END-IF.

       SCAN-JOURNAL.
           OPEN INPUT journal-file-1
           IF JOURNAL-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDEBEVAEGELSE: intet masterjournal paa "
                   "disk, status " JOURNAL-FILE-1-STATUS
                   " - ingen bevaegelser"
           ELSE
               PERFORM UNTIL END-OF-JOURNAL = "Y"
                   READ journal-file-1
                       AT END
                           MOVE "Y" TO END-OF-JOURNAL
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-COUNT
                           PERFORM BEHANDL-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE journal-file-1
           END-IF.

      *> The journal is in time order, so the first image after the
      *> month's end is the customer's state at the end of it, and
      *> the first image inside the month is the state at its start.
       BEHANDL-JOURNAL.
           IF MJ-DATO < WS-MAANED-PRIMO
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-KUNDEID TO WS-SOEG-KUNDEID
           PERFORM FIND-ELLER-NY-KUNDE
           IF WS-KND-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-KUNDEDATA TO WS-BILLED
           PERFORM BILLED-TILSTAND

           IF MJ-DATO > WS-MAANED-ULTIMO
               ADD 1 TO WS-EFTER-JRNL-COUNT
               IF KU-ULT-FAST(WS-KND-IX) = "N"
                   MOVE "Y" TO KU-ULT-FAST(WS-KND-IX)
                   IF MJ-AKTION = "NY  "
                       MOVE SPACES TO KU-ULT-STAT(WS-KND-IX)
                       MOVE SPACES TO KU-ULT-FIL(WS-KND-IX)
                   ELSE
                       MOVE WS-BILLED-STAT TO KU-ULT-STAT(WS-KND-IX)
                       MOVE WS-BILLED-FIL TO KU-ULT-FIL(WS-KND-IX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MAANED-JRNL-COUNT
           IF KU-BEROERT(WS-KND-IX) = "N"
               MOVE "Y" TO KU-BEROERT(WS-KND-IX)
               IF WS-PRIMO-FRA-BESTAND = "N"
                   IF MJ-AKTION = "NY  "
                       MOVE SPACES TO KU-PRIMO-STAT(WS-KND-IX)
                       MOVE SPACES TO KU-PRIMO-FIL(WS-KND-IX)
                   ELSE
                       MOVE WS-BILLED-STAT TO KU-PRIMO-STAT(WS-KND-IX)
                       MOVE WS-BILLED-FIL TO KU-PRIMO-FIL(WS-KND-IX)
                   END-IF
               END-IF
               MOVE KU-PRIMO-STAT(WS-KND-IX) TO KU-LOEB-STAT(WS-KND-IX)
               MOVE KU-PRIMO-FIL(WS-KND-IX) TO KU-LOEB-FIL(WS-KND-IX)
           END-IF

           IF MJ-AKTION NOT = "FOER"
               PERFORM ANVEND-HAENDELSE
           END-IF.

      *> One change against the running state: count the movement
      *> on the branch it belongs to and carry the new state.
       ANVEND-HAENDELSE.
           MOVE KU-LOEB-STAT(WS-KND-IX) TO WS-FOER-STAT
           MOVE KU-LOEB-FIL(WS-KND-IX) TO WS-FOER-FIL
           IF MJ-AKTION = "SLET"
               MOVE SPACES TO WS-BILLED-STAT
               MOVE SPACES TO WS-BILLED-FIL
           END-IF

           EVALUATE TRUE
               WHEN WS-FOER-STAT = "J" AND WS-BILLED-STAT = "J"
                   IF WS-FOER-FIL NOT = WS-BILLED-FIL
                       MOVE "J" TO KU-FLYTTET(WS-KND-IX)
                       MOVE WS-FOER-FIL TO WS-SOEG-FIL
                       MOVE 11 TO WS-BEVAEGELSE
                       PERFORM TAEL-BEVAEGELSE
                       MOVE WS-BILLED-FIL TO WS-SOEG-FIL
                       MOVE 5 TO WS-BEVAEGELSE
                       PERFORM TAEL-BEVAEGELSE
                   END-IF
               WHEN WS-BILLED-STAT = "J"
                   MOVE WS-BILLED-FIL TO WS-SOEG-FIL
                   EVALUATE TRUE
                       WHEN MJ-AKTION = "NY  "
                        AND MJ-PROGRAM = "GENSKABFRAARKIV"
                           MOVE 3 TO WS-BEVAEGELSE
                       WHEN MJ-AKTION = "NY  "
                           MOVE 2 TO WS-BEVAEGELSE
                       WHEN OTHER
                           MOVE 4 TO WS-BEVAEGELSE
                   END-EVALUATE
                   PERFORM TAEL-BEVAEGELSE
               WHEN WS-FOER-STAT = "J"
                   MOVE WS-FOER-FIL TO WS-SOEG-FIL
                   EVALUATE TRUE
                       WHEN MJ-AKTION = "SLET"
                        AND MJ-PROGRAM = "KUNDEFLET"
                           MOVE 6 TO WS-BEVAEGELSE
                       WHEN MJ-AKTION = "SLET"
                        AND MJ-PROGRAM = "ARKIVERING"
                           MOVE 8 TO WS-BEVAEGELSE
                       WHEN MJ-AKTION = "EFTR"
                        AND SLETTET-MARKERING IN WS-BILLED = "J"
                           MOVE 7 TO WS-BEVAEGELSE
                       WHEN MJ-AKTION = "EFTR"
                        AND AFDOED-MARKERING IN WS-BILLED = "J"
                           MOVE 9 TO WS-BEVAEGELSE
                       WHEN OTHER
                           MOVE 10 TO WS-BEVAEGELSE
                   END-EVALUATE
                   PERFORM TAEL-BEVAEGELSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-BILLED-STAT TO KU-LOEB-STAT(WS-KND-IX)
           MOVE WS-BILLED-FIL TO KU-LOEB-FIL(WS-KND-IX).

       TAEL-BEVAEGELSE.
           PERFORM FIND-FILIAL
           IF WS-FIL-IX > 0
               ADD 1 TO BR-TAL(WS-FIL-IX, WS-BEVAEGELSE)
           END-IF.

       FIND-FILIAL.
           MOVE "N" TO WS-FIL-FUNDET
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
                      OR WS-FIL-FUNDET = "Y"
               IF BR-KODE(WS-FIL-IX) = WS-SOEG-FIL
                   MOVE "Y" TO WS-FIL-FUNDET
               END-IF
           END-PERFORM
           IF WS-FIL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-FIL-IX
           ELSE
               IF WS-FILIAL-COUNT < WS-MAX-FILIALER
                   ADD 1 TO WS-FILIAL-COUNT
                   MOVE WS-FILIAL-COUNT TO WS-FIL-IX
                   MOVE WS-SOEG-FIL TO BR-KODE(WS-FIL-IX)
                   PERFORM VARYING WS-TAL-IX FROM 1 BY 1
                           UNTIL WS-TAL-IX > 13
                       MOVE 0 TO BR-TAL(WS-FIL-IX, WS-TAL-IX)
                   END-PERFORM
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
                   MOVE 0 TO WS-FIL-IX
               END-IF
           END-IF.

      *> A customer the month's journal never touched opens as it
      *> closes (or as the snapshot says). Opening, computed and
      *> actual closing are then counted on their branches.
       AFSLUT-KUNDE.
           IF KU-BEROERT(WS-KND-IX) = "N"
               IF WS-PRIMO-FRA-BESTAND = "N"
                   MOVE KU-ULT-STAT(WS-KND-IX)
                       TO KU-PRIMO-STAT(WS-KND-IX)
                   MOVE KU-ULT-FIL(WS-KND-IX)
                       TO KU-PRIMO-FIL(WS-KND-IX)
               END-IF
               MOVE KU-PRIMO-STAT(WS-KND-IX) TO KU-LOEB-STAT(WS-KND-IX)
               MOVE KU-PRIMO-FIL(WS-KND-IX) TO KU-LOEB-FIL(WS-KND-IX)
           END-IF
           IF KU-PRIMO-STAT(WS-KND-IX) = "J"
               MOVE KU-PRIMO-FIL(WS-KND-IX) TO WS-SOEG-FIL
               MOVE 1 TO WS-BEVAEGELSE
               PERFORM TAEL-BEVAEGELSE
           END-IF
           IF KU-LOEB-STAT(WS-KND-IX) = "J"
               MOVE KU-LOEB-FIL(WS-KND-IX) TO WS-SOEG-FIL
               MOVE 12 TO WS-BEVAEGELSE
               PERFORM TAEL-BEVAEGELSE
           END-IF
           IF KU-ULT-STAT(WS-KND-IX) = "J"
               MOVE KU-ULT-FIL(WS-KND-IX) TO WS-SOEG-FIL
               MOVE 13 TO WS-BEVAEGELSE
               PERFORM TAEL-BEVAEGELSE
           END-IF.

       TAEL-FLETLOG.
           MOVE "N" TO END-OF-LOG
           OPEN INPUT fletlog-file-1
           IF FLETLOG-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-LOG = "Y"
                   READ fletlog-file-1
                       AT END
                           MOVE "Y" TO END-OF-LOG
                       NOT AT END
                           MOVE fletlog-record(6:8) TO WS-LOG-DATO-X
                           IF fletlog-record(1:5) = "FLET "
                              AND WS-LOG-DATO-X >= WS-MAANED-PRIMO
                              AND WS-LOG-DATO-X <= WS-MAANED-ULTIMO
                               ADD 1 TO WS-FLETLOG-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fletlog-file-1
           END-IF.

      *> An erasure line names the master anonymised with a "J"
      *> right after the MASTER-ANONYMISERET tag.
       TAEL-SLETTELOG.
           MOVE "N" TO END-OF-LOG
           OPEN INPUT slettelog-file-1
           IF SLETTELOG-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-LOG = "Y"
                   READ slettelog-file-1
                       AT END
                           MOVE "Y" TO END-OF-LOG
                       NOT AT END
                           MOVE slettelog-record(1:8) TO WS-LOG-DATO-X
                           IF WS-LOG-DATO-X >= WS-MAANED-PRIMO
                              AND WS-LOG-DATO-X <= WS-MAANED-ULTIMO
                              AND slettelog-record(9:7) = " KUNDE "
                              AND slettelog-record(26:22)
                                  = " MASTER-ANONYMISERET J"
                               ADD 1 TO WS-SLETTELOG-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE slettelog-file-1
           END-IF.

      *> The list only holds the latest FILIALFLYT run and carries no
      *> date, so it is matched customer by customer.
       TAEL-FLYTLISTE.
           MOVE "N" TO END-OF-LOG
           OPEN INPUT flyt-file-1
           IF FLYT-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-LOG = "Y"
                   READ flyt-file-1
                       AT END
                           MOVE "Y" TO END-OF-LOG
                       NOT AT END
                           ADD 1 TO WS-FLYTLISTE-COUNT
                           PERFORM MATCH-FLYTLINJE
                   END-READ
               END-PERFORM
               CLOSE flyt-file-1
           END-IF.

       MATCH-FLYTLINJE.
           MOVE "N" TO WS-KND-FUNDET
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
                      OR WS-KND-FUNDET = "Y"
               IF KU-KUNDEID(WS-KND-IX) = flyt-record(1:10)
                   MOVE "Y" TO WS-KND-FUNDET
                   IF KU-FLYTTET(WS-KND-IX) = "J"
                       ADD 1 TO WS-FLYTLISTE-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       SKRIV-RAPPORT.
           OPEN OUTPUT rapport-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDEBEVAEGELSE: cannot open report, status "
                   RAPPORT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "BEVAEGELSER I KUNDEBASEN MAANED " DELIMITED BY SIZE
               WS-MAANED DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-MAANED-PRIMO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-MAANED-ULTIMO DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE SPACES TO WS-RAPPORT-LINJE
           IF WS-PRIMO-FRA-BESTAND = "Y"
               STRING "PRIMO FRA KUNDEBESTAND " DELIMITED BY SIZE
                   WS-FORRIGE-MAANED DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
           ELSE
               STRING "PRIMO AFLEDT AF KUNDEMASTER OG JOURNAL - "
                       DELIMITED BY SIZE
                   "INGEN KUNDEBESTAND FOR " DELIMITED BY SIZE
                   WS-FORRIGE-MAANED DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
           END-IF
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE SPACES TO rapport-record
           WRITE rapport-record

           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "FILIAL     PRIMO      NYE  GENSKAB  TILG.OE"
                   DELIMITED BY SIZE
               "  FLYT IND  FLETTET  SLETTET  ARKIVER   AFDOED"
                   DELIMITED BY SIZE
               "   AFG.OE  FLYT UD   ULTIMO   MASTER     DIFF"
                   DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           PERFORM VARYING WS-TAL-IX FROM 1 BY 1 UNTIL WS-TAL-IX > 13
               MOVE 0 TO WS-TOTAL(WS-TAL-IX)
           END-PERFORM
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
               MOVE BR-KODE(WS-FIL-IX) TO WS-LINJE-NAVN
               PERFORM VARYING WS-TAL-IX FROM 1 BY 1
                       UNTIL WS-TAL-IX > 13
                   MOVE BR-TAL(WS-FIL-IX, WS-TAL-IX)
                       TO WS-LINJE(WS-TAL-IX)
                   ADD BR-TAL(WS-FIL-IX, WS-TAL-IX)
                       TO WS-TOTAL(WS-TAL-IX)
               END-PERFORM
               PERFORM SKRIV-FILIAL-LINJE
           END-PERFORM
           MOVE "I ALT" TO WS-LINJE-NAVN
           MOVE WS-TOTAL-TAL TO WS-LINJE-TAL
           PERFORM SKRIV-FILIAL-LINJE

           PERFORM SKRIV-AFSTEMNING
           PERFORM SKRIV-LOGKONTROL
           PERFORM SKRIV-AFVIGELSER

           CLOSE rapport-file-1.

      *> ULTIMO is opening plus the movements, MASTER the actual
      *> closing; DIFF is MASTER less ULTIMO.
       SKRIV-FILIAL-LINJE.
           MOVE SPACES TO WS-RAPPORT-LINJE
           MOVE WS-LINJE-NAVN TO WS-RAPPORT-LINJE(1:6)
           MOVE 7 TO WS-POS
           PERFORM VARYING WS-TAL-IX FROM 1 BY 1 UNTIL WS-TAL-IX > 13
               MOVE WS-LINJE(WS-TAL-IX) TO WS-TAL-EDIT
               MOVE WS-TAL-EDIT TO WS-RAPPORT-LINJE(WS-POS:9)
               ADD 9 TO WS-POS
           END-PERFORM
           COMPUTE WS-DIFF = WS-LINJE(13) - WS-LINJE(12)
           MOVE WS-DIFF TO WS-DIFF-EDIT
           MOVE WS-DIFF-EDIT TO WS-RAPPORT-LINJE(WS-POS:10)
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

      *> Ties the actual closing to the records in the master file.
       SKRIV-AFSTEMNING.
           COMPUTE WS-JUSTERING = WS-MASTER-BASE - WS-TOTAL(13)
           MOVE SPACES TO rapport-record
           WRITE rapport-record
           MOVE "AFSTEMNING MOD KUNDEMASTER.DAT" TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-MASTER-POSTER TO WS-TAL-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  POSTER I KUNDEMASTEREN NU          "
                   DELIMITED BY SIZE
               WS-TAL-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-MASTER-SLETTET TO WS-TAL-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  - SLETTET (ANONYMISERET, BEVARET)  "
                   DELIMITED BY SIZE
               WS-TAL-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-MASTER-AFDOED TO WS-TAL-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  - AFDOEDE (BEVARET)                "
                   DELIMITED BY SIZE
               WS-TAL-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-MASTER-BASE TO WS-TAL-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  = KUNDER I BASEN NU                "
                   DELIMITED BY SIZE
               WS-TAL-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-JUSTERING TO WS-DIFF-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  - AENDRINGER EFTER MAANEDENS UDGANG"
                   DELIMITED BY SIZE
               WS-DIFF-EDIT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-EFTER-JRNL-COUNT DELIMITED BY SIZE
               " JOURNALLINJER)" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-TOTAL(13) TO WS-TAL-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  = ULTIMO I MASTEREN (MASTER)       "
                   DELIMITED BY SIZE
               WS-TAL-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE WS-TOTAL(12) TO WS-TAL-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  ULTIMO BEREGNET (PRIMO+BEVAEGELSER)"
                   DELIMITED BY SIZE
               WS-TAL-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

       SKRIV-LOGKONTROL.
           MOVE SPACES TO rapport-record
           WRITE rapport-record
           MOVE "KONTROL MOD LOGFILERNE" TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  FLETLOG: " DELIMITED BY SIZE
               WS-FLETLOG-COUNT DELIMITED BY SIZE
               " SAMMENLAEGNINGER, JOURNALEN: " DELIMITED BY SIZE
               WS-TOTAL(6) DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           IF WS-FLETLOG-COUNT NOT = WS-TOTAL(6)
               MOVE "AFVIGER" TO WS-RAPPORT-LINJE(70:7)
           END-IF
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  SLETTELOG: " DELIMITED BY SIZE
               WS-SLETTELOG-COUNT DELIMITED BY SIZE
               " SLETNINGER, JOURNALEN: " DELIMITED BY SIZE
               WS-TOTAL(7) DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           IF WS-SLETTELOG-COUNT NOT = WS-TOTAL(7)
               MOVE "AFVIGER" TO WS-RAPPORT-LINJE(70:7)
           END-IF
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  FILIALFLYTLISTE (SENESTE KOERSEL): "
                   DELIMITED BY SIZE
               WS-FLYTLISTE-COUNT DELIMITED BY SIZE
               " LINJER, HERAF FLYTTET I MAANEDEN: " DELIMITED BY SIZE
               WS-FLYTLISTE-MATCH DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

       SKRIV-AFVIGELSER.
           MOVE SPACES TO rapport-record
           WRITE rapport-record
           MOVE "AFVIGELSER PR. KUNDEID (BEREGNET ULTIMO MOD MASTEREN)"
               TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
               PERFORM TJEK-AFVIGELSE
           END-PERFORM
           IF WS-AFVIGELSE-COUNT = 0
               MOVE "  (ingen afvigelser)" TO WS-RAPPORT-LINJE
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-IF.

       TJEK-AFVIGELSE.
           MOVE SPACES TO WS-AARSAG
           EVALUATE TRUE
               WHEN KU-LOEB-STAT(WS-KND-IX) = "J"
                AND KU-ULT-STAT(WS-KND-IX) NOT = "J"
                   MOVE "FORVENTET I BASEN, ER DET IKKE"
                       TO WS-AARSAG
               WHEN KU-LOEB-STAT(WS-KND-IX) NOT = "J"
                AND KU-ULT-STAT(WS-KND-IX) = "J"
                   MOVE "I BASEN UDEN BEVAEGELSE I JOURNALEN"
                       TO WS-AARSAG
               WHEN KU-LOEB-STAT(WS-KND-IX) = "J"
                AND KU-LOEB-FIL(WS-KND-IX) NOT = KU-ULT-FIL(WS-KND-IX)
                   MOVE "ANDEN FILIAL END BEREGNET" TO WS-AARSAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-AARSAG NOT = SPACES
               ADD 1 TO WS-AFVIGELSE-COUNT
               MOVE KU-LOEB-STAT(WS-KND-IX) TO WS-STAT
               PERFORM STAT-TEKST
               MOVE WS-STAT-TEKST TO WS-STAT-TEKST-1
               MOVE KU-ULT-STAT(WS-KND-IX) TO WS-STAT
               PERFORM STAT-TEKST
               MOVE WS-STAT-TEKST TO WS-STAT-TEKST-2
               MOVE SPACES TO WS-RAPPORT-LINJE
               STRING "  " DELIMITED BY SIZE
                   KU-KUNDEID(WS-KND-IX) DELIMITED BY SIZE
                   " BEREGNET " DELIMITED BY SIZE
                   WS-STAT-TEKST-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KU-LOEB-FIL(WS-KND-IX) DELIMITED BY SIZE
                   "  MASTER " DELIMITED BY SIZE
                   WS-STAT-TEKST-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KU-ULT-FIL(WS-KND-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-IF.

       STAT-TEKST.
           EVALUATE WS-STAT
               WHEN "J"
                   MOVE "I BASEN" TO WS-STAT-TEKST
               WHEN "U"
                   MOVE "UDEN FOR BASEN" TO WS-STAT-TEKST
               WHEN OTHER
                   MOVE "IKKE I MASTER" TO WS-STAT-TEKST
           END-EVALUATE.

      *> The month before is kept so a rerun of the month finds its
      *> opening base again.
       SKRIV-BESTAND.
           OPEN OUTPUT bestand-file-1
           IF BESTAND-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDEBEVAEGELSE: cannot write customer-base "
                   "snapshot, status " BESTAND-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           IF WS-PRIMO-FRA-BESTAND = "Y"
               PERFORM VARYING WS-KND-IX FROM 1 BY 1
                       UNTIL WS-KND-IX > WS-KUNDE-COUNT
                   IF KU-PRIMO-STAT(WS-KND-IX) = "J"
                       MOVE SPACES TO bestand-record
                       MOVE WS-FORRIGE-MAANED TO KB-MAANED
                       MOVE KU-KUNDEID(WS-KND-IX) TO KB-KUNDEID
                       MOVE KU-PRIMO-FIL(WS-KND-IX) TO KB-FILIAL
                       WRITE bestand-record
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
               IF KU-ULT-STAT(WS-KND-IX) = "J"
                   MOVE SPACES TO bestand-record
                   MOVE WS-MAANED TO KB-MAANED
                   MOVE KU-KUNDEID(WS-KND-IX) TO KB-KUNDEID
                   MOVE KU-ULT-FIL(WS-KND-IX) TO KB-FILIAL
                   WRITE bestand-record
                   ADD 1 TO WS-BESTAND-COUNT
               END-IF
           END-PERFORM
           CLOSE bestand-file-1.
