       identification division.
       program-id. KOERSELSUM.

      *> Shared run summary for the posting runs that can be
      *> simulated (GEBYRKOERSEL, RENTETILSKRIVNING, FASTEORDRER).
      *> The run calls this for every posting it books, and the
      *> count and amount are totalled per currency, branch, fee or
      *> rate code and debit/credit (KSUM.cpy). At the end:
      *>   "GEM " - a real run: the summary replaces the run's last-
      *>            run file, for the next simulation to compare to,
      *>   "SAML" - a simulation: the summary is printed beside the
      *>            last real run's, with the difference per line
      *>            and per currency, so finance can sign off a new
      *>            fee schedule or rate period on real numbers.
      *> "TILF" adds one posting (currency, branch, code, D/K and
      *> amount).

       environment division.
       input-output section.
       file-control.
           select sum-file-1 assign to dynamic WS-SUM-FILENAME
               organization is line sequential
               file status is SUM-FILE-1-STATUS.

       data division.
       file section.
       fd  sum-file-1.
       01  sum-record.
           copy "KSUM.cpy".

       working-storage section.
       01  SUM-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  END-OF-SUM              PIC X VALUE "N".
       01  WS-SUM-FILENAME         PIC X(100) VALUE SPACES.
       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-SIDSTE-DATO          PIC 9(8) VALUE ZEROS.

       01  WS-MAX-SUM              PIC 9(4) VALUE 2000.
       01  WS-SUM-COUNT            PIC 9(4) VALUE 0.
       01  WS-SU-IX                PIC 9(4) VALUE 0.
       01  WS-SU-FUNDET            PIC X VALUE "N".
       01  WS-SUM-FULD             PIC X VALUE "N".
       01  SUM-TABEL.
           02  SUM-ENTRY OCCURS 2000 TIMES.
               03  SU-VALUTA       pic x(3).
               03  SU-FILIAL       pic x(4).
               03  SU-KODE         pic x(4).
               03  SU-DK           pic x(1).
               03  SU-ANTAL        pic 9(7).
               03  SU-BELOEB       pic 9(11)v99.
               03  SU-SID-ANTAL    pic 9(7).
               03  SU-SID-BELOEB   pic 9(11)v99.

       01  WS-MAX-VALUTA           PIC 9(3) VALUE 50.
       01  WS-VALUTA-COUNT         PIC 9(3) VALUE 0.
       01  WS-VA-IX                PIC 9(3) VALUE 0.
       01  WS-VA-FUNDET            PIC X VALUE "N".
       01  VALUTA-TABEL.
           02  VALUTA-ENTRY OCCURS 50 TIMES.
               03  VA-KODE         pic x(3).
               03  VA-SIM-DEBET    pic s9(11)v99.
               03  VA-SIM-KREDIT   pic s9(11)v99.
               03  VA-SID-DEBET    pic s9(11)v99.
               03  VA-SID-KREDIT   pic s9(11)v99.

       01  WS-NY-VALUTA            PIC X(3) VALUE SPACES.
       01  WS-NY-FILIAL            PIC X(4) VALUE SPACES.
       01  WS-NY-KODE              PIC X(4) VALUE SPACES.
       01  WS-NY-DK                PIC X VALUE SPACE.
       01  WS-FORSKEL              PIC S9(11)V99 VALUE ZEROS.
       01  WS-SIM-EDIT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SID-EDIT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-EDIT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ANTAL-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-SID-ANTAL-EDIT       PIC Z,ZZZ,ZZ9.
       01  WS-WRITE-COUNT          PIC 9(4) VALUE 0.

       linkage section.
       01  LS-AKTION               pic x(4).
       01  LS-PROGRAM-NAVN         pic x(20).
       01  LS-SUM-FILENAME         pic x(100).
       01  LS-VALUTA               pic x(3).
       01  LS-FILIAL               pic x(4).
       01  LS-KODE                 pic x(4).
       01  LS-DK                   pic x(1).
       01  LS-BELOEB               pic 9(9)v99.

       procedure division using LS-AKTION LS-PROGRAM-NAVN
               LS-SUM-FILENAME LS-VALUTA LS-FILIAL LS-KODE LS-DK
               LS-BELOEB.
       MAIN-PROCEDURE.
           MOVE LS-SUM-FILENAME TO WS-SUM-FILENAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           EVALUATE LS-AKTION
               WHEN "TILF"
                   MOVE LS-VALUTA TO WS-NY-VALUTA
                   MOVE LS-FILIAL TO WS-NY-FILIAL
                   MOVE LS-KODE TO WS-NY-KODE
                   MOVE LS-DK TO WS-NY-DK
                   PERFORM FIND-SUM-ENTRY
                   IF WS-SU-FUNDET = "Y"
                       ADD 1 TO SU-ANTAL(WS-SU-IX)
                       ADD LS-BELOEB TO SU-BELOEB(WS-SU-IX)
                   END-IF
               WHEN "GEM "
                   PERFORM GEM-SUMMERING
               WHEN "SAML"
                   PERFORM LOAD-SIDSTE-KOERSEL
                   PERFORM PRINT-SAMMENLIGNING
               WHEN OTHER
                   DISPLAY "KOERSELSUM: ukendt aktion " LS-AKTION
           END-EVALUATE

       goback.

      *> Finds the line for WS-NY-*, opening a new one when there is
      *> none; a full table is reported once and the line dropped.
       FIND-SUM-ENTRY.
           MOVE "N" TO WS-SU-FUNDET
           PERFORM VARYING WS-SU-IX FROM 1 BY 1
                   UNTIL WS-SU-IX > WS-SUM-COUNT
                      OR WS-SU-FUNDET = "Y"
               IF SU-VALUTA(WS-SU-IX) = WS-NY-VALUTA
                  AND SU-FILIAL(WS-SU-IX) = WS-NY-FILIAL
                  AND SU-KODE(WS-SU-IX) = WS-NY-KODE
                  AND SU-DK(WS-SU-IX) = WS-NY-DK
                   MOVE "Y" TO WS-SU-FUNDET
               END-IF
           END-PERFORM
           IF WS-SU-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SU-IX
           ELSE
               IF WS-SUM-COUNT < WS-MAX-SUM
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SU-IX
                   MOVE WS-NY-VALUTA TO SU-VALUTA(WS-SU-IX)
                   MOVE WS-NY-FILIAL TO SU-FILIAL(WS-SU-IX)
                   MOVE WS-NY-KODE TO SU-KODE(WS-SU-IX)
                   MOVE WS-NY-DK TO SU-DK(WS-SU-IX)
                   MOVE ZEROS TO SU-ANTAL(WS-SU-IX)
                   MOVE ZEROS TO SU-BELOEB(WS-SU-IX)
                   MOVE ZEROS TO SU-SID-ANTAL(WS-SU-IX)
                   MOVE ZEROS TO SU-SID-BELOEB(WS-SU-IX)
                   MOVE "Y" TO WS-SU-FUNDET
               ELSE
                   IF WS-SUM-FULD = "N"
                       DISPLAY "KOERSELSUM: summary table full - "
                           "increase WS-MAX-SUM, summary incomplete"
                       MOVE "Y" TO WS-SUM-FULD
                   END-IF
               END-IF
           END-IF.

       GEM-SUMMERING.
           OPEN OUTPUT sum-file-1
           IF SUM-FILE-1-STATUS NOT = "00"
               DISPLAY "KOERSELSUM: cannot write run summary "
                   FUNCTION TRIM(WS-SUM-FILENAME) ", status "
                   SUM-FILE-1-STATUS
           ELSE
               MOVE 0 TO WS-WRITE-COUNT
               PERFORM VARYING WS-SU-IX FROM 1 BY 1
                       UNTIL WS-SU-IX > WS-SUM-COUNT
                   MOVE SPACES TO sum-record
                   MOVE LS-PROGRAM-NAVN TO KS-PROGRAM
                   MOVE WS-TODAY TO KS-DATO
                   MOVE SU-VALUTA(WS-SU-IX) TO KS-VALUTA
                   MOVE SU-FILIAL(WS-SU-IX) TO KS-FILIAL
                   MOVE SU-KODE(WS-SU-IX) TO KS-KODE
                   MOVE SU-DK(WS-SU-IX) TO KS-DK
                   MOVE SU-ANTAL(WS-SU-IX) TO KS-ANTAL
                   MOVE SU-BELOEB(WS-SU-IX) TO KS-BELOEB
                   WRITE sum-record
                   ADD 1 TO WS-WRITE-COUNT
               END-PERFORM
      *> A run that booked nothing still leaves its date behind.
               IF WS-WRITE-COUNT = 0
                   MOVE SPACES TO sum-record
                   MOVE LS-PROGRAM-NAVN TO KS-PROGRAM
                   MOVE WS-TODAY TO KS-DATO
                   MOVE ZEROS TO KS-ANTAL
                   MOVE ZEROS TO KS-BELOEB
                   WRITE sum-record
               END-IF
               CLOSE sum-file-1
           END-IF.

       LOAD-SIDSTE-KOERSEL.
           MOVE ZEROS TO WS-SIDSTE-DATO
           MOVE "N" TO END-OF-SUM
           OPEN INPUT sum-file-1
           IF SUM-FILE-1-STATUS NOT = "00"
               DISPLAY "KOERSELSUM: ingen tidligere rigtig koersel "
                   "at sammenligne med ("
                   FUNCTION TRIM(WS-SUM-FILENAME) ")"
           ELSE
               PERFORM UNTIL END-OF-SUM = "Y"
                   READ sum-file-1
                       AT END
                           MOVE "Y" TO END-OF-SUM
                       NOT AT END
                           PERFORM NOTER-SIDSTE-LINJE
                   END-READ
               END-PERFORM
               CLOSE sum-file-1
           END-IF.

       NOTER-SIDSTE-LINJE.
           IF KS-PROGRAM = LS-PROGRAM-NAVN
               MOVE KS-DATO TO WS-SIDSTE-DATO
               IF KS-KODE NOT = SPACES
                   MOVE KS-VALUTA TO WS-NY-VALUTA
                   MOVE KS-FILIAL TO WS-NY-FILIAL
                   MOVE KS-KODE TO WS-NY-KODE
                   MOVE KS-DK TO WS-NY-DK
                   PERFORM FIND-SUM-ENTRY
                   IF WS-SU-FUNDET = "Y"
                       ADD KS-ANTAL TO SU-SID-ANTAL(WS-SU-IX)
                       ADD KS-BELOEB TO SU-SID-BELOEB(WS-SU-IX)
                   END-IF
               END-IF
           END-IF.

       PRINT-SAMMENLIGNING.
           DISPLAY "=================================================="
               "=================================================="
           DISPLAY FUNCTION TRIM(LS-PROGRAM-NAVN)
               " - SIMULERING " WS-TODAY
               " sammenholdt med sidste rigtige koersel "
               WS-SIDSTE-DATO
           DISPLAY "Valuta Filial Kode D/K    Antal        Simuleret"
               "   Antal        Sidste koersel           Forskel"
           DISPLAY "--------------------------------------------------"
               "--------------------------------------------------"
           PERFORM VARYING WS-SU-IX FROM 1 BY 1
                   UNTIL WS-SU-IX > WS-SUM-COUNT
               PERFORM PRINT-SUM-LINJE
               PERFORM ADD-TIL-VALUTA
           END-PERFORM
           DISPLAY "--------------------------------------------------"
               "--------------------------------------------------"
           DISPLAY "I alt pr. valuta (debet / kredit):"
           PERFORM VARYING WS-VA-IX FROM 1 BY 1
                   UNTIL WS-VA-IX > WS-VALUTA-COUNT
               MOVE VA-SIM-DEBET(WS-VA-IX) TO WS-SIM-EDIT
               MOVE VA-SID-DEBET(WS-VA-IX) TO WS-SID-EDIT
               COMPUTE WS-FORSKEL = VA-SIM-DEBET(WS-VA-IX)
                   - VA-SID-DEBET(WS-VA-IX)
               MOVE WS-FORSKEL TO WS-DIFF-EDIT
               DISPLAY "  " VA-KODE(WS-VA-IX) " debet  simuleret "
                   WS-SIM-EDIT " sidste " WS-SID-EDIT
                   " forskel " WS-DIFF-EDIT
               MOVE VA-SIM-KREDIT(WS-VA-IX) TO WS-SIM-EDIT
               MOVE VA-SID-KREDIT(WS-VA-IX) TO WS-SID-EDIT
               COMPUTE WS-FORSKEL = VA-SIM-KREDIT(WS-VA-IX)
                   - VA-SID-KREDIT(WS-VA-IX)
               MOVE WS-FORSKEL TO WS-DIFF-EDIT
               DISPLAY "  " VA-KODE(WS-VA-IX) " kredit simuleret "
                   WS-SIM-EDIT " sidste " WS-SID-EDIT
                   " forskel " WS-DIFF-EDIT
           END-PERFORM
           IF WS-SUM-FULD = "Y"
               DISPLAY "BEMAERK: summeringstabellen var fuld - "
                   "sammenligningen er ufuldstaendig"
           END-IF
           DISPLAY "=================================================="
               "==================================================".

       PRINT-SUM-LINJE.
           MOVE SU-ANTAL(WS-SU-IX) TO WS-ANTAL-EDIT
           MOVE SU-BELOEB(WS-SU-IX) TO WS-SIM-EDIT
           MOVE SU-SID-ANTAL(WS-SU-IX) TO WS-SID-ANTAL-EDIT
           MOVE SU-SID-BELOEB(WS-SU-IX) TO WS-SID-EDIT
           COMPUTE WS-FORSKEL = SU-BELOEB(WS-SU-IX)
               - SU-SID-BELOEB(WS-SU-IX)
           MOVE WS-FORSKEL TO WS-DIFF-EDIT
           DISPLAY SU-VALUTA(WS-SU-IX) "    " SU-FILIAL(WS-SU-IX)
               "   " SU-KODE(WS-SU-IX) " " SU-DK(WS-SU-IX) "  "
               WS-ANTAL-EDIT WS-SIM-EDIT " " WS-SID-ANTAL-EDIT
               WS-SID-EDIT " " WS-DIFF-EDIT.

       ADD-TIL-VALUTA.
           MOVE "N" TO WS-VA-FUNDET
           PERFORM VARYING WS-VA-IX FROM 1 BY 1
                   UNTIL WS-VA-IX > WS-VALUTA-COUNT
                      OR WS-VA-FUNDET = "Y"
               IF VA-KODE(WS-VA-IX) = SU-VALUTA(WS-SU-IX)
                   MOVE "Y" TO WS-VA-FUNDET
               END-IF
           END-PERFORM
           IF WS-VA-FUNDET = "Y"
               SUBTRACT 1 FROM WS-VA-IX
           ELSE
               IF WS-VALUTA-COUNT < WS-MAX-VALUTA
                   ADD 1 TO WS-VALUTA-COUNT
                   MOVE WS-VALUTA-COUNT TO WS-VA-IX
                   MOVE SU-VALUTA(WS-SU-IX) TO VA-KODE(WS-VA-IX)
                   MOVE ZEROS TO VA-SIM-DEBET(WS-VA-IX)
                   MOVE ZEROS TO VA-SIM-KREDIT(WS-VA-IX)
                   MOVE ZEROS TO VA-SID-DEBET(WS-VA-IX)
                   MOVE ZEROS TO VA-SID-KREDIT(WS-VA-IX)
                   MOVE "Y" TO WS-VA-FUNDET
               END-IF
           END-IF
           IF WS-VA-FUNDET = "Y"
               IF SU-DK(WS-SU-IX) = "D"
                   ADD SU-BELOEB(WS-SU-IX) TO VA-SIM-DEBET(WS-VA-IX)
                   ADD SU-SID-BELOEB(WS-SU-IX)
                       TO VA-SID-DEBET(WS-VA-IX)
               ELSE
                   ADD SU-BELOEB(WS-SU-IX) TO VA-SIM-KREDIT(WS-VA-IX)
                   ADD SU-SID-BELOEB(WS-SU-IX)
                       TO VA-SID-KREDIT(WS-VA-IX)
               END-IF
           END-IF.
