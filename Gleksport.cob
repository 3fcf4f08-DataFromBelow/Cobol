      *> total credits before the file is released; a day that does
      *> not balance, or holds postings for customers the master no
      *> longer knows, produces no export file at all.
      *> A reversal (type STOR) is booked as a negative amount on
      *> the side of the posting it reverses, so the pair nets out
      *> of the turnover instead of showing up on both sides.
      *> An external transfer (type EKST) leaves the bank through
      *> the interbank clearing, so its contra is the outbound
      *> clearing account 9100-<Valutakode> rather than the
      *> settlement account: 9999 carries the rest of the day's
      *> debits and 9100 the amount sent to clearing, and the file
      *> still balances.
      *> Postings KONTOPOSTERING could not apply are held on the
      *> suspense position 9500-<Valutakode> (Mellemregning.txt): an
      *> item booked on the GL date goes on the suspense line - a
      *> rejected debit as a debit, a rejected credit as a credit -
      *> and an item cleared on the GL date comes off it again the
      *> other way, while its posting reaches the customer position
      *> through the history like any other. The settlement contra
      *> takes the mirror of the suspense movements.
      *> The month's change in the expected-credit-loss provision
      *> (ECLHENSAETTELSE, ECLPosteringer.txt) is already in the GL
      *> summary layout on 8800-DKK against 1900-DKK: lines dated the
      *> GL date are released with the day's file as they stand.
      *> The branch till differences of the day (KASSEOPGOER,
      *> KasseDifferencer.txt) on 9300-<filial> against
      *> 9200-<filial> come in the same way. The proof requires the
      *> lines from the two files to balance on their own.
      *> Every released line is also appended to the cumulative GL
      *> archive (GLArkiv.txt), which PERIODELUKNING reconciles the
      *> month against before a period is closed. A rerun for the
      *> same day appends the day again; the latest lines count.

       environment division.
       input-output section.
           select gl-file-1 assign to dynamic WS-GL-FILENAME
               organization is line sequential
               file status is GL-FILE-1-STATUS.
           select mellem-file-1 assign to dynamic WS-MELLEM-FILENAME
               organization is line sequential
               file status is MELLEM-FILE-1-STATUS.
           select glarkiv-file-1 assign to dynamic WS-GLARKIV-FILENAME
               organization is line sequential
               file status is GLARKIV-FILE-1-STATUS.
           select tillaeg-file-1 assign to dynamic
                   WS-TILLAEG-FILENAME
               organization is line sequential
               file status is TILLAEG-FILE-1-STATUS.

       data division.
       file section.
       fd  gl-file-1.
       01  gl-record.
           copy "GLSUM.cpy".
       fd  mellem-file-1.
       01  mellem-record.
           copy "MELLEMREG.cpy".
       fd  glarkiv-file-1.
       01  glarkiv-record          PIC X(54).
       fd  tillaeg-file-1.
       01  tillaeg-record          PIC X(54).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "GLEKSPORT".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  GL-FILE-1-STATUS        PIC X(2) VALUE "00".
       01  MELLEM-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  END-OF-MELLEM           PIC X VALUE "N".
       01  GLARKIV-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  TILLAEG-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  END-OF-TILLAEG          PIC X VALUE "N".

       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
                                    VALUE "Kundemaster.dat".
       01  WS-GL-FILENAME          PIC X(100)
                                    VALUE "GLEksport.txt".
       01  WS-MELLEM-FILENAME      PIC X(100)
                                    VALUE "Mellemregning.txt".
       01  WS-GLARKIV-FILENAME     PIC X(100)
                                    VALUE "GLArkiv.txt".
       01  WS-ECL-FILENAME         PIC X(100)
                                    VALUE "ECLPosteringer.txt".
       01  WS-KASSEDIFF-FILENAME   PIC X(100)
                                    VALUE "KasseDifferencer.txt".
       01  WS-TILLAEG-FILENAME     PIC X(100) VALUE SPACES.
       01  WS-MR-POSTERING.
           copy "POSTTRANS.cpy".
       01  WS-GL-VALUTA            PIC X(3) VALUE SPACES.

       01  WS-GL-DATO              PIC 9(8) VALUE ZEROS.
       01  WS-GL-DATO-X            PIC X(8) VALUE SPACES.
               03  GT-DEBET        pic s9(11)v99.
               03  GT-KREDIT       pic s9(11)v99.
               03  GT-ANTAL        pic 9(7).
               03  GT-CLEARING     pic s9(11)v99.
               03  GT-CLEARING-ANTAL pic 9(7).
               03  GT-MR-DEBET     pic s9(11)v99.
               03  GT-MR-KREDIT    pic s9(11)v99.
               03  GT-MR-ANTAL     pic 9(7).

       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-DAG-COUNT            PIC 9(7) VALUE 0.
       01  WS-UKENDT-COUNT         PIC 9(7) VALUE 0.
       01  WS-DEBET-TOTAL          PIC S9(11)V99 VALUE ZEROS.
       01  WS-KREDIT-TOTAL         PIC S9(11)V99 VALUE ZEROS.
       01  WS-CLEARING-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-SUM-CLEARING         PIC S9(11)V99 VALUE ZEROS.
       01  WS-MR-COUNT             PIC 9(7) VALUE 0.
       01  WS-MR-DEBET-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-MR-KREDIT-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       01  WS-SUM-MR-DEBET         PIC S9(11)V99 VALUE ZEROS.
       01  WS-SUM-MR-KREDIT        PIC S9(11)V99 VALUE ZEROS.
       01  WS-SUM-DEBET            PIC S9(11)V99 VALUE ZEROS.
       01  WS-SUM-KREDIT           PIC S9(11)V99 VALUE ZEROS.
       01  WS-BEVIS-OK             PIC X VALUE "N".

       01  WS-MAX-TILLAEG          PIC 9(3) VALUE 250.
       01  WS-TILLAEG-COUNT        PIC 9(3) VALUE 0.
       01  WS-TILLAEG-IX           PIC 9(3) VALUE 0.
       01  WS-TILLAEG-OVERLOEB     PIC X VALUE "N".
       01  WS-TILLAEG-DEBET        PIC S9(11)V99 VALUE ZEROS.
       01  WS-TILLAEG-KREDIT       PIC S9(11)V99 VALUE ZEROS.
      *> A line from a file already in the GLSUM.cpy layout - the
      *> provision lines or the branch cash differences.
       01  WS-TILLAEG-POSTERING.
           02  TP-KONTO            pic x(9).
           02  filler              pic x(1).
           02  TP-DATO             pic 9(8).
           02  filler              pic x(1).
           02  TP-DEBET            pic s9(11)v99.
           02  filler              pic x(1).
           02  TP-KREDIT           pic s9(11)v99.
           02  filler              pic x(1).
           02  TP-ANTAL            pic 9(7).
       01  TILLAEG-TABEL.
           02  TILLAEG-LINJE       PIC X(54) OCCURS 250 TIMES.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

                   MOVE "GLEksport.txt" TO WS-GL-FILENAME
           END-ACCEPT

           ACCEPT WS-MELLEM-FILENAME
                   FROM ENVIRONMENT "MELLEMREGNING_FIL"
               ON EXCEPTION
                   MOVE "Mellemregning.txt" TO WS-MELLEM-FILENAME
           END-ACCEPT

           ACCEPT WS-GLARKIV-FILENAME FROM ENVIRONMENT "GL_ARKIV_FIL"
               ON EXCEPTION
                   MOVE "GLArkiv.txt" TO WS-GLARKIV-FILENAME
           END-ACCEPT

           ACCEPT WS-ECL-FILENAME FROM ENVIRONMENT "ECL_POSTERING_FIL"
               ON EXCEPTION
                   MOVE "ECLPosteringer.txt" TO WS-ECL-FILENAME
           END-ACCEPT

           ACCEPT WS-KASSEDIFF-FILENAME
                   FROM ENVIRONMENT "KASSE_DIFFERENCE_FIL"
               ON EXCEPTION
                   MOVE "KasseDifferencer.txt"
                       TO WS-KASSEDIFF-FILENAME
           END-ACCEPT

           ACCEPT WS-GL-DATO-X FROM ENVIRONMENT "GL_DATO"
               ON EXCEPTION
                   MOVE SPACES TO WS-GL-DATO-X
           PERFORM SUM-DAY-POSTINGS
           CLOSE historik-file-1
           CLOSE master-file-1
           PERFORM SUM-MELLEMREGNING
           MOVE WS-ECL-FILENAME TO WS-TILLAEG-FILENAME
           PERFORM LOAD-TILLAEGSFIL
           MOVE WS-KASSEDIFF-FILENAME TO WS-TILLAEG-FILENAME
           PERFORM LOAD-TILLAEGSFIL

           PERFORM PRINT-PROOF

           END-READ.

       ADD-TO-GL-TABEL.
           MOVE Valutakode IN master-record TO WS-GL-VALUTA
           PERFORM FIND-GL-VALUTA

           IF WS-VAL-IX <= WS-VALUTA-COUNT
               ADD 1 TO GT-ANTAL(WS-VAL-IX)
               IF POST-TYPEKODE IN historik-record = "STOR"
                   PERFORM ADD-STORNO-TIL-GL
               ELSE
               IF POST-DK IN historik-record = "D"
                   ADD POST-BELOEB IN historik-record
                       TO GT-DEBET(WS-VAL-IX)
                   ADD POST-BELOEB IN historik-record
                       TO WS-DEBET-TOTAL
                   IF POST-TYPEKODE IN historik-record = "EKST"
                       ADD POST-BELOEB IN historik-record
                           TO GT-CLEARING(WS-VAL-IX)
                       ADD 1 TO GT-CLEARING-ANTAL(WS-VAL-IX)
                       ADD POST-BELOEB IN historik-record
                           TO WS-CLEARING-TOTAL
                   END-IF
               ELSE
                   ADD POST-BELOEB IN historik-record
                       TO GT-KREDIT(WS-VAL-IX)
                   ADD POST-BELOEB IN historik-record
                       TO WS-KREDIT-TOTAL
               END-IF
               END-IF
           END-IF.

       FIND-GL-VALUTA.
           MOVE "N" TO WS-VAL-FOUND
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
                      OR WS-VAL-FOUND = "Y"
               IF GT-KODE(WS-VAL-IX) = WS-GL-VALUTA
                   MOVE "Y" TO WS-VAL-FOUND
               END-IF
           END-PERFORM
               IF WS-VALUTA-COUNT < WS-MAX-VALUTA
                   ADD 1 TO WS-VALUTA-COUNT
                   MOVE WS-VALUTA-COUNT TO WS-VAL-IX
                   MOVE WS-GL-VALUTA TO GT-KODE(WS-VAL-IX)
                   MOVE ZEROS TO GT-DEBET(WS-VAL-IX)
                   MOVE ZEROS TO GT-KREDIT(WS-VAL-IX)
                   MOVE ZEROS TO GT-ANTAL(WS-VAL-IX)
                   MOVE ZEROS TO GT-CLEARING(WS-VAL-IX)
                   MOVE ZEROS TO GT-CLEARING-ANTAL(WS-VAL-IX)
                   MOVE ZEROS TO GT-MR-DEBET(WS-VAL-IX)
                   MOVE ZEROS TO GT-MR-KREDIT(WS-VAL-IX)
                   MOVE ZEROS TO GT-MR-ANTAL(WS-VAL-IX)
               ELSE
                   DISPLAY "GLEKSPORT: currency table full, "
                       "skipping " WS-GL-VALUTA
                   ADD 1 TO WS-UKENDT-COUNT
               END-IF
           END-IF.

      *> No suspense file on disk means nothing on suspense.
       SUM-MELLEMREGNING.
           OPEN INPUT mellem-file-1
           IF MELLEM-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-MELLEM = "Y"
                   READ mellem-file-1
                       AT END
                           MOVE "Y" TO END-OF-MELLEM
                       NOT AT END
                           IF MR-NR-DATO = WS-GL-DATO
                              OR (MR-STATUS = "K"
                                  AND MR-AFSLUT-DATO = WS-GL-DATO)
                               PERFORM ADD-MELLEM-TIL-GL
                           END-IF
                   END-READ
                   IF MELLEM-FILE-1-STATUS NOT = "00"
                      AND MELLEM-FILE-1-STATUS NOT = "10"
                       DISPLAY "GLEKSPORT: read error on suspense "
                           "file, status " MELLEM-FILE-1-STATUS
                       MOVE "Y" TO END-OF-MELLEM
                       MOVE 20 TO RETURN-CODE
                   END-IF
               END-PERFORM
               CLOSE mellem-file-1
           END-IF.

      *> No file on disk, or no line dated today, means nothing to
      *> book.
       LOAD-TILLAEGSFIL.
           MOVE "N" TO END-OF-TILLAEG
           OPEN INPUT tillaeg-file-1
           IF TILLAEG-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-TILLAEG = "Y"
                   READ tillaeg-file-1 INTO WS-TILLAEG-POSTERING
                       AT END
                           MOVE "Y" TO END-OF-TILLAEG
                       NOT AT END
                           IF TP-DATO = WS-GL-DATO
                               PERFORM NOTER-TILLAEG-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE tillaeg-file-1
           END-IF.

       NOTER-TILLAEG-LINJE.
           IF WS-TILLAEG-COUNT < WS-MAX-TILLAEG
               ADD 1 TO WS-TILLAEG-COUNT
               MOVE WS-TILLAEG-POSTERING
                   TO TILLAEG-LINJE(WS-TILLAEG-COUNT)
               ADD TP-DEBET TO WS-TILLAEG-DEBET
               ADD TP-KREDIT TO WS-TILLAEG-KREDIT
           ELSE
               DISPLAY "GLEKSPORT: too many GL lines for the "
                   "day in " FUNCTION TRIM(WS-TILLAEG-FILENAME)
               MOVE "Y" TO WS-TILLAEG-OVERLOEB
           END-IF.

      *> Booked today: on the side of the rejected posting. Cleared
      *> today: off again on the other side. Both on the same day
      *> net out.
       ADD-MELLEM-TIL-GL.
           MOVE MR-POSTDATA TO WS-MR-POSTERING
           MOVE MR-VALUTA TO WS-GL-VALUTA
           PERFORM FIND-GL-VALUTA
           IF WS-VAL-IX <= WS-VALUTA-COUNT
               IF MR-NR-DATO = WS-GL-DATO
                   ADD 1 TO WS-MR-COUNT
                   ADD 1 TO GT-MR-ANTAL(WS-VAL-IX)
                   IF POST-DK IN WS-MR-POSTERING = "D"
                       ADD POST-BELOEB IN WS-MR-POSTERING
                           TO GT-MR-DEBET(WS-VAL-IX)
                       ADD POST-BELOEB IN WS-MR-POSTERING
                           TO WS-MR-DEBET-TOTAL
                   ELSE
                       ADD POST-BELOEB IN WS-MR-POSTERING
                           TO GT-MR-KREDIT(WS-VAL-IX)
                       ADD POST-BELOEB IN WS-MR-POSTERING
                           TO WS-MR-KREDIT-TOTAL
                   END-IF
               END-IF
               IF MR-STATUS = "K" AND MR-AFSLUT-DATO = WS-GL-DATO
                   ADD 1 TO WS-MR-COUNT
                   ADD 1 TO GT-MR-ANTAL(WS-VAL-IX)
                   IF POST-DK IN WS-MR-POSTERING = "D"
                       ADD POST-BELOEB IN WS-MR-POSTERING
                           TO GT-MR-KREDIT(WS-VAL-IX)
                       ADD POST-BELOEB IN WS-MR-POSTERING
                           TO WS-MR-KREDIT-TOTAL
                   ELSE
                       ADD POST-BELOEB IN WS-MR-POSTERING
                           TO GT-MR-DEBET(WS-VAL-IX)
                       ADD POST-BELOEB IN WS-MR-POSTERING
                           TO WS-MR-DEBET-TOTAL
                   END-IF
               END-IF
           END-IF.

      *> A debit reversal takes back a credit and vice versa.
       ADD-STORNO-TIL-GL.
           IF POST-DK IN historik-record = "D"
               SUBTRACT POST-BELOEB IN historik-record
                   FROM GT-KREDIT(WS-VAL-IX)
               SUBTRACT POST-BELOEB IN historik-record
                   FROM WS-KREDIT-TOTAL
           ELSE
               SUBTRACT POST-BELOEB IN historik-record
                   FROM GT-DEBET(WS-VAL-IX)
               SUBTRACT POST-BELOEB IN historik-record
                   FROM WS-DEBET-TOTAL
           END-IF.

      *> The contra lines mirror the customer-position lines, so the
      *> released file carries debits = credits once the two
      *> independent accumulations (running totals and per-currency
      *> table) agree - the proof below compares them side by side
      *> and the release gate refuses the file otherwise. The debits
      *> sent to clearing are split off the settlement contra onto
      *> the clearing line, so the two contra lines together still
      *> mirror the customer position. The suspense movements are
      *> mirrored on the settlement contra as well.
       WRITE-GL-EXPORT.
           OPEN EXTEND glarkiv-file-1
           IF GLARKIV-FILE-1-STATUS = "35"
               OPEN OUTPUT glarkiv-file-1
           END-IF
           IF GLARKIV-FILE-1-STATUS NOT = "00"
               DISPLAY "GLEKSPORT: cannot open GL archive, status "
                   GLARKIV-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT gl-file-1
           IF GL-FILE-1-STATUS NOT = "00"
               DISPLAY "GLEKSPORT: cannot open export file, status "
                   GL-FILE-1-STATUS
               CLOSE glarkiv-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE GT-DEBET(WS-VAL-IX) TO GL-DEBET
               MOVE GT-KREDIT(WS-VAL-IX) TO GL-KREDIT
               MOVE GT-ANTAL(WS-VAL-IX) TO GL-ANTAL
               PERFORM SKRIV-GL-LINJE

               MOVE SPACES TO gl-record
               STRING "9999-" DELIMITED BY SIZE
                   INTO GL-KONTO
               END-STRING
               MOVE WS-GL-DATO TO GL-DATO
               COMPUTE GL-DEBET = GT-KREDIT(WS-VAL-IX)
                   + GT-MR-KREDIT(WS-VAL-IX)
               COMPUTE GL-KREDIT = GT-DEBET(WS-VAL-IX)
                   - GT-CLEARING(WS-VAL-IX)
                   + GT-MR-DEBET(WS-VAL-IX)
               COMPUTE GL-ANTAL = GT-ANTAL(WS-VAL-IX)
                   - GT-CLEARING-ANTAL(WS-VAL-IX)
                   + GT-MR-ANTAL(WS-VAL-IX)
               PERFORM SKRIV-GL-LINJE

               IF GT-CLEARING-ANTAL(WS-VAL-IX) > 0
                   MOVE SPACES TO gl-record
                   STRING "9100-" DELIMITED BY SIZE
                       GT-KODE(WS-VAL-IX) DELIMITED BY SIZE
                       INTO GL-KONTO
                   END-STRING
                   MOVE WS-GL-DATO TO GL-DATO
                   MOVE ZEROS TO GL-DEBET
                   MOVE GT-CLEARING(WS-VAL-IX) TO GL-KREDIT
                   MOVE GT-CLEARING-ANTAL(WS-VAL-IX) TO GL-ANTAL
                   PERFORM SKRIV-GL-LINJE
               END-IF

               IF GT-MR-ANTAL(WS-VAL-IX) > 0
                   MOVE SPACES TO gl-record
                   STRING "9500-" DELIMITED BY SIZE
                       GT-KODE(WS-VAL-IX) DELIMITED BY SIZE
                       INTO GL-KONTO
                   END-STRING
                   MOVE WS-GL-DATO TO GL-DATO
                   MOVE GT-MR-DEBET(WS-VAL-IX) TO GL-DEBET
                   MOVE GT-MR-KREDIT(WS-VAL-IX) TO GL-KREDIT
                   MOVE GT-MR-ANTAL(WS-VAL-IX) TO GL-ANTAL
                   PERFORM SKRIV-GL-LINJE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-TILLAEG-IX FROM 1 BY 1
                   UNTIL WS-TILLAEG-IX > WS-TILLAEG-COUNT
               MOVE TILLAEG-LINJE(WS-TILLAEG-IX) TO gl-record
               PERFORM SKRIV-GL-LINJE
           END-PERFORM

           CLOSE gl-file-1
           CLOSE glarkiv-file-1
           DISPLAY "GLEKSPORT: eksportfil frigivet som "
               FUNCTION TRIM(WS-GL-FILENAME).

       SKRIV-GL-LINJE.
           WRITE gl-record
           WRITE glarkiv-record FROM gl-record.

       PRINT-PROOF.
           DISPLAY "=========================================="
           DISPLAY "GLEKSPORT - finansresume " WS-GL-DATO
               DISPLAY "Valuta " GT-KODE(WS-VAL-IX) " - "
                   GT-ANTAL(WS-VAL-IX) " posteringer, debet "
                   WS-BELOEB-EDIT " kredit " WS-BELOEB-EDIT-2
               IF GT-CLEARING-ANTAL(WS-VAL-IX) > 0
                   MOVE GT-CLEARING(WS-VAL-IX) TO WS-BELOEB-EDIT
                   DISPLAY "    heraf til clearing "
                       GT-CLEARING-ANTAL(WS-VAL-IX) " posteringer, "
                       "debet " WS-BELOEB-EDIT
               END-IF
               IF GT-MR-ANTAL(WS-VAL-IX) > 0
                   MOVE GT-MR-DEBET(WS-VAL-IX) TO WS-BELOEB-EDIT
                   MOVE GT-MR-KREDIT(WS-VAL-IX) TO WS-BELOEB-EDIT-2
                   DISPLAY "    mellemregning "
                       GT-MR-ANTAL(WS-VAL-IX) " bevaegelser, debet "
                       WS-BELOEB-EDIT " kredit " WS-BELOEB-EDIT-2
               END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "Posteringer laest     : " WS-POST-COUNT
           DISPLAY "Posteringer paa dagen : " WS-DAG-COUNT
           DISPLAY "Ukendte KundeID       : " WS-UKENDT-COUNT
           DISPLAY "Mellemregning bevaeg. : " WS-MR-COUNT
           DISPLAY "ECL og kassedifference: " WS-TILLAEG-COUNT
               " linjer"

      *> The proof: the per-currency table is summed again and each
      *> side must equal the running total from the posting scan.
      *> file balance debit against credit.
           MOVE ZEROS TO WS-SUM-DEBET
           MOVE ZEROS TO WS-SUM-KREDIT
           MOVE ZEROS TO WS-SUM-CLEARING
           MOVE ZEROS TO WS-SUM-MR-DEBET
           MOVE ZEROS TO WS-SUM-MR-KREDIT
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               ADD GT-DEBET(WS-VAL-IX) TO WS-SUM-DEBET
               ADD GT-KREDIT(WS-VAL-IX) TO WS-SUM-KREDIT
               ADD GT-CLEARING(WS-VAL-IX) TO WS-SUM-CLEARING
               ADD GT-MR-DEBET(WS-VAL-IX) TO WS-SUM-MR-DEBET
               ADD GT-MR-KREDIT(WS-VAL-IX) TO WS-SUM-MR-KREDIT
           END-PERFORM
           MOVE WS-DEBET-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Kundedebet i alt      : " WS-BELOEB-EDIT
           MOVE WS-KREDIT-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Kundekredit i alt     : " WS-BELOEB-EDIT
           MOVE WS-CLEARING-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Heraf til clearing    : " WS-BELOEB-EDIT
           MOVE WS-MR-DEBET-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Mellemregning debet   : " WS-BELOEB-EDIT
           MOVE WS-MR-KREDIT-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Mellemregning kredit  : " WS-BELOEB-EDIT
           MOVE WS-TILLAEG-DEBET TO WS-BELOEB-EDIT
           MOVE WS-TILLAEG-KREDIT TO WS-BELOEB-EDIT-2
           DISPLAY "ECL/kasse debet/kredit: " WS-BELOEB-EDIT
               " / " WS-BELOEB-EDIT-2
           IF WS-SUM-DEBET = WS-DEBET-TOTAL
              AND WS-SUM-KREDIT = WS-KREDIT-TOTAL
              AND WS-SUM-CLEARING = WS-CLEARING-TOTAL
              AND WS-SUM-MR-DEBET = WS-MR-DEBET-TOTAL
              AND WS-SUM-MR-KREDIT = WS-MR-KREDIT-TOTAL
              AND WS-TILLAEG-DEBET = WS-TILLAEG-KREDIT
              AND WS-TILLAEG-OVERLOEB = "N"
               MOVE "Y" TO WS-BEVIS-OK
               DISPLAY "Bevis: begge sider genberegnet ens - "
                   "kontralinjerne balancerer filen: PASS"
