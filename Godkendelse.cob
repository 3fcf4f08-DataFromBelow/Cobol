       identification division.
       program-id. GODKENDELSE.

      *> Four-eyes approval at the console. Lists the items
      *> GODKENDELSESFILTER holds back on Godkendelser.txt
      *> (GODKEND.cpy) with a summary of the held transaction, and
      *> lets the signed-on operator approve ("G") or reject ("A")
      *> them one at a time. The approver must be a registered,
      *> unblocked operator (OPERATORTJEK) and may never settle an
      *> item keyed under the same user ID; the batch user cannot
      *> approve at all. An approved item is released into the
      *> nightly run by the next GODKENDELSESFILTER; a rejected one
      *> is never applied. The approval file is rewritten when the
      *> operator leaves.

       environment division.
       input-output section.
       file-control.
           select godkend-file-1 assign to dynamic WS-GODKEND-FILENAME
               organization is line sequential
               file status is GODKEND-FILE-1-STATUS.

       data division.
       file section.
       fd  godkend-file-1.
       01  godkend-record.
           copy "GODKEND.cpy".

       working-storage section.
       01  END-OF-GODKEND          PIC X VALUE "N".
       01  GODKEND-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  WS-GODKEND-FILENAME     PIC X(100)
                                    VALUE "Godkendelser.txt".

       01  WS-BRUGERID             PIC X(8) VALUE SPACES.
       01  WS-OP-FUNDET            PIC X VALUE "N".
       01  WS-OP-NAVN              PIC X(30) VALUE SPACES.
       01  WS-OP-FILIAL            PIC X(4) VALUE SPACES.
       01  WS-OP-ROLLE             PIC X(8) VALUE SPACES.
       01  WS-OP-SPAERRET          PIC X VALUE "N".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-NU-TID               PIC 9(6) VALUE ZEROS.
       01  WS-FAERDIG              PIC X VALUE "N".
       01  WS-AENDRET              PIC X VALUE "N".
       01  WS-VALG-NR              PIC X(13) VALUE SPACES.
       01  WS-BESLUTNING           PIC X VALUE SPACES.
       01  WS-FUNDET               PIC X VALUE "N".
       01  WS-BELOEB-EDIT          PIC Z,ZZZ,ZZ9.99.

       01  WS-KUND-TRANS.
           copy "KUNDTRANS.cpy".
       01  WS-ADR-TRANS.
           copy "ADRTRANS.cpy".
       01  WS-POST-TRANS.
           copy "POSTTRANS.cpy".
       01  WS-GODKEND-POST.
           copy "GODKEND.cpy".

      *> The file is rewritten from the table; a file larger than
      *> the table is refused so that nothing is lost.
       01  WS-MAX-GODKEND          PIC 9(5) VALUE 5000.
       01  WS-GODKEND-COUNT        PIC 9(5) VALUE 0.
       01  WS-GD-IX                PIC 9(5) VALUE 0.
       01  WS-VALGT-IX             PIC 9(5) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  GODKEND-TABEL.
           02  GODKEND-ENTRY OCCURS 5000 TIMES.
               03  GT-RECORD       pic x(380).

       01  WS-VENTER-COUNT         PIC 9(7) VALUE 0.
       01  WS-GODKENDT-COUNT       PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-GODKEND-FILENAME FROM ENVIRONMENT "GODKEND_FIL"
               ON EXCEPTION
                   MOVE "Godkendelser.txt" TO WS-GODKEND-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           IF WS-BRUGERID = "BATCH"
               DISPLAY "GODKENDELSE: kraever en logget paa operatoer "
                   "- batch-brugeren kan ikke godkende"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "OPERATORTJEK" USING WS-BRUGERID WS-OP-FUNDET
               WS-OP-NAVN WS-OP-FILIAL WS-OP-ROLLE WS-OP-SPAERRET
           IF WS-OP-FUNDET NOT = "Y" OR WS-OP-SPAERRET = "J"
               DISPLAY "GODKENDELSE: operatoer " WS-BRUGERID
                   " er ukendt eller spaerret"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-GODKENDELSER
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "GODKENDELSE: flere godkendelser end tabellen "
                   "kan rumme - " FUNCTION TRIM(WS-GODKEND-FILENAME)
                   " er uroert"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-FAERDIG = "Y"
               PERFORM SHOW-VENTENDE
               IF WS-VENTER-COUNT = 0
                   MOVE "Y" TO WS-FAERDIG
               ELSE
                   DISPLAY "Nummer der skal afgoeres (blank = "
                       "afslut): " WITH NO ADVANCING
                   MOVE SPACES TO WS-VALG-NR
                   ACCEPT WS-VALG-NR
                   IF WS-VALG-NR = SPACES
                       MOVE "Y" TO WS-FAERDIG
                   ELSE
                       PERFORM AFGOER-ONE-POST
                   END-IF
               END-IF
           END-PERFORM

           IF WS-AENDRET = "Y"
               PERFORM REWRITE-GODKENDELSER
           END-IF

           DISPLAY "--------------------------------------------"
           DISPLAY "Godkendt : " WS-GODKENDT-COUNT
           DISPLAY "Afvist   : " WS-AFVIST-COUNT
           DISPLAY "=========================================="

       goback.

       LOAD-GODKENDELSER.
           OPEN INPUT godkend-file-1
           IF GODKEND-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSE: ingen godkendelser paa disk "
                   "(status " GODKEND-FILE-1-STATUS ")"
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
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE godkend-file-1
           END-IF.

       SHOW-VENTENDE.
           MOVE 0 TO WS-VENTER-COUNT
           DISPLAY " "
           DISPLAY "=========================================="
           DISPLAY "GODKENDELSE - venter paa anden operatoer"
           DISPLAY "=========================================="
           PERFORM VARYING WS-GD-IX FROM 1 BY 1
                   UNTIL WS-GD-IX > WS-GODKEND-COUNT
               MOVE GT-RECORD(WS-GD-IX) TO WS-GODKEND-POST
               IF GD-STATUS IN WS-GODKEND-POST = "V"
                   ADD 1 TO WS-VENTER-COUNT
                   PERFORM SHOW-ONE-POST
               END-IF
           END-PERFORM
           IF WS-VENTER-COUNT = 0
               DISPLAY "Ingen poster venter paa godkendelse"
           END-IF
           DISPLAY "--------------------------------------------".

       SHOW-ONE-POST.
           DISPLAY GD-NR IN WS-GODKEND-POST " "
               GD-KILDE IN WS-GODKEND-POST " "
               GD-AARSAG IN WS-GODKEND-POST " "
               GD-KUNDEID IN WS-GODKEND-POST " indtastet af "
               GD-INDTASTER IN WS-GODKEND-POST
           EVALUATE GD-KILDE IN WS-GODKEND-POST
               WHEN "KUND"
                   MOVE GD-TRANSDATA IN WS-GODKEND-POST
                       TO WS-KUND-TRANS
                   DISPLAY "  kode " VTRANS-KODE " konto "
                       VTRANS-KONTONUMMER " " VTRANS-VALUTAKODE
                       " kanal " VTRANS-KANALKODE
               WHEN "ADRS"
                   MOVE GD-TRANSDATA IN WS-GODKEND-POST
                       TO WS-ADR-TRANS
                   DISPLAY "  ny adresse " TRANS-VEJNAVN " "
                       TRANS-HUSNR " " TRANS-POSTNR " " TRANS-BYx
                       " " TRANS-LANDEKODE
               WHEN "POST"
                   MOVE GD-TRANSDATA IN WS-GODKEND-POST
                       TO WS-POST-TRANS
                   MOVE POST-BELOEB IN WS-POST-TRANS
                       TO WS-BELOEB-EDIT
                   DISPLAY "  " POST-TYPEKODE IN WS-POST-TRANS " "
                       POST-DK IN WS-POST-TRANS WS-BELOEB-EDIT
                       " konto " POST-KONTONUMMER IN WS-POST-TRANS
                       " " POST-TEKST IN WS-POST-TRANS
           END-EVALUATE.

       AFGOER-ONE-POST.
           MOVE "N" TO WS-FUNDET
           PERFORM VARYING WS-GD-IX FROM 1 BY 1
                   UNTIL WS-GD-IX > WS-GODKEND-COUNT
                      OR WS-FUNDET = "Y"
               MOVE GT-RECORD(WS-GD-IX) TO WS-GODKEND-POST
               IF GD-NR IN WS-GODKEND-POST = WS-VALG-NR
                  AND GD-STATUS IN WS-GODKEND-POST = "V"
                   MOVE "Y" TO WS-FUNDET
                   MOVE WS-GD-IX TO WS-VALGT-IX
               END-IF
           END-PERFORM

           IF WS-FUNDET = "N"
               DISPLAY "Nummer " WS-VALG-NR " venter ikke paa "
                   "godkendelse"
           ELSE
           IF GD-INDTASTER IN WS-GODKEND-POST = WS-BRUGERID
               DISPLAY "Du har selv indtastet " WS-VALG-NR
                   " - den skal godkendes af en anden operatoer"
           ELSE
               DISPLAY "G = godkend, A = afvis, blank = fortryd: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-BESLUTNING
               ACCEPT WS-BESLUTNING
               MOVE FUNCTION UPPER-CASE(WS-BESLUTNING)
                   TO WS-BESLUTNING
               IF WS-BESLUTNING = "G" OR WS-BESLUTNING = "A"
                   MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NU-TID
                   MOVE WS-BESLUTNING TO GD-STATUS IN WS-GODKEND-POST
                   MOVE WS-BRUGERID
                       TO GD-GODKENDER IN WS-GODKEND-POST
                   MOVE WS-TODAY TO GD-AFGJORT-DATO IN WS-GODKEND-POST
                   MOVE WS-NU-TID TO GD-AFGJORT-TID IN WS-GODKEND-POST
                   MOVE WS-GODKEND-POST TO GT-RECORD(WS-VALGT-IX)
                   MOVE "Y" TO WS-AENDRET
                   IF WS-BESLUTNING = "G"
                       ADD 1 TO WS-GODKENDT-COUNT
                       DISPLAY WS-VALG-NR " godkendt - frigives "
                           "ved naeste natkoersel"
                   ELSE
                       ADD 1 TO WS-AFVIST-COUNT
                       DISPLAY WS-VALG-NR " afvist"
                   END-IF
               ELSE
                   DISPLAY WS-VALG-NR " ikke afgjort"
               END-IF
           END-IF
           END-IF.

       REWRITE-GODKENDELSER.
           OPEN OUTPUT godkend-file-1
           IF GODKEND-FILE-1-STATUS NOT = "00"
               DISPLAY "GODKENDELSE: cannot rewrite approval file, "
                   "status " GODKEND-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-GD-IX FROM 1 BY 1
                       UNTIL WS-GD-IX > WS-GODKEND-COUNT
                   WRITE godkend-record FROM GT-RECORD(WS-GD-IX)
               END-PERFORM
               CLOSE godkend-file-1
           END-IF.
