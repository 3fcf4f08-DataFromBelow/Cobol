       identification division.
       program-id. SVINDELVEDLIGEHOLD.

      *> Account-takeover case maintenance for the fraud desk,
      *> validated the same way RETSHOLDVEDLIGEHOLD validates a legal
      *> hold: the operator named on the transaction (SVTRANS.cpy)
      *> must be on the list of operators authorised to work fraud
      *> cases (SvindelGodkendere.txt, one operator id per line) and
      *> be an active operator on the operator register
      *> (OPERATORTJEK - registered and not blocked). Reads the case
      *> register SVINDELOVERVAAGNING raises cases on
      *> (Svindelsager.txt, SVINDELSAG.cpy) into a table, applies the
      *> day's transactions and rewrites the register:
      *>   "B" confirms an open case - KONTOPOSTERING refuses every
      *>       further debit on the case's account (P018)
      *>   "F" clears an open case as the customer's own doing
      *>   "O" lifts the block on a confirmed case once the account
      *>       is back in the customer's hands
      *> A transaction is rejected with a reason on the error report
      *> (SvindelFejl.txt) when the operator is not authorised, the
      *> case number is unknown, or the case is not in the status
      *> the code works on. Each changed case is stamped with the
      *> date and the operator.

       environment division.
       input-output section.
       file-control.
           select sag-file-1 assign to dynamic WS-SAG-FILENAME
               organization is line sequential
               file status is SAG-FILE-1-STATUS.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select godk-file-1 assign to dynamic WS-GODK-FILENAME
               organization is line sequential
               file status is GODK-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.

       data division.
       file section.
       fd  sag-file-1.
       01  sag-record.
           copy "SVINDELSAG.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "SVTRANS.cpy".
       fd  godk-file-1.
       01  godk-record             PIC X(80).
       fd  fejl-file-1.
       01  fejl-record             PIC X(120).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "SVINDELVEDLIGEHOLD".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-SAG              PIC X VALUE "N".
       01  END-OF-TRANS            PIC X VALUE "N".
       01  END-OF-GODK             PIC X VALUE "N".
       01  SAG-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  GODK-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".

       01  WS-SAG-FILENAME         PIC X(100)
                                    VALUE "Svindelsager.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "SvindelTrans.txt".
       01  WS-GODK-FILENAME        PIC X(100)
                                    VALUE "SvindelGodkendere.txt".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "SvindelFejl.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
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

       01  WS-MAX-SAGER            PIC 9(5) VALUE 2000.
       01  WS-SAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-ST-IX                PIC 9(5) VALUE 0.
       01  WS-ST-FUNDET            PIC X VALUE "N".
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

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-BEKRAEFT-COUNT       PIC 9(7) VALUE 0.
       01  WS-FRIKEND-COUNT        PIC 9(7) VALUE 0.
       01  WS-OPHAEV-COUNT         PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-SAG-FILENAME FROM ENVIRONMENT "SVINDEL_SAGS_FIL"
               ON EXCEPTION
                   MOVE "Svindelsager.txt" TO WS-SAG-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME
                   FROM ENVIRONMENT "SVINDEL_TRANS_FIL"
               ON EXCEPTION
                   MOVE "SvindelTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-GODK-FILENAME
                   FROM ENVIRONMENT "SVINDEL_GODKENDER_FIL"
               ON EXCEPTION
                   MOVE "SvindelGodkendere.txt" TO WS-GODK-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME FROM ENVIRONMENT "SVINDEL_FEJL_FIL"
               ON EXCEPTION
                   MOVE "SvindelFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-GODKENDERE
           PERFORM LOAD-SAGSREGISTER

      *> The register is rewritten from the table on the way out; a
      *> table smaller than the file would silently drop cases, so
      *> the run aborts with the register untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "SVINDELVEDLIGEHOLD: flere sager end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-SAG-FILENAME) " er uroert"
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
           CLOSE fejl-file-1

           IF WS-AENDRET = "Y"
               PERFORM REWRITE-SAGSREGISTER
           END-IF

           DISPLAY "=========================================="
           DISPLAY "SVINDELVEDLIGEHOLD - svindelsager " WS-TODAY
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Bekraeftet/spaerret : " WS-BEKRAEFT-COUNT
           DISPLAY "Frikendt            : " WS-FRIKEND-COUNT
           DISPLAY "Spaerring ophaevet  : " WS-OPHAEV-COUNT
           DISPLAY "Afviste             : " WS-AFVIST-COUNT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-BEKRAEFT-COUNT
               + WS-FRIKEND-COUNT + WS-OPHAEV-COUNT
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

      *> No list on disk means nobody may work a fraud case.
       LOAD-GODKENDERE.
           OPEN INPUT godk-file-1
           IF GODK-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELVEDLIGEHOLD: ingen liste over "
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
                                   DISPLAY "SVINDELVEDLIGEHOLD: "
                                       "operator table full, "
                                       "skipping " godk-record(1:8)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE godk-file-1
           END-IF.

       LOAD-SAGSREGISTER.
           OPEN INPUT sag-file-1
           IF SAG-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELVEDLIGEHOLD: no case register yet, "
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
           MOVE SV-BRUGERID TO ST-BRUGERID(WS-ST-IX).

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELVEDLIGEHOLD: cannot open trans, "
                   "status " TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELVEDLIGEHOLD: cannot open error "
                   "report, status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM CHECK-GODKENDT
           PERFORM FIND-SAG
           EVALUATE TRUE
               WHEN WS-GODKENDT = "N"
                   MOVE "operatoeren er ikke bemyndiget"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-GODKENDT = "S"
                   MOVE "operatoeren er ukendt eller spaerret"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-ST-FUNDET = "N"
                   MOVE "sagsnummer findes ikke" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN SVT-KODE = "B"
                   PERFORM BEKRAEFT-SAG
               WHEN SVT-KODE = "F"
                   PERFORM FRIKEND-SAG
               WHEN SVT-KODE = "O"
                   PERFORM OPHAEV-SPAERRING
               WHEN OTHER
                   MOVE "ukendt transaktionskode" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
           END-EVALUATE.

       CHECK-GODKENDT.
           MOVE "N" TO WS-GODKENDT
           PERFORM VARYING WS-GK-IX FROM 1 BY 1
                   UNTIL WS-GK-IX > WS-GODK-COUNT
               IF GK-OPERATOR(WS-GK-IX) = SVT-OPERATOR
                  AND SVT-OPERATOR NOT = SPACES
                   MOVE "Y" TO WS-GODKENDT
               END-IF
           END-PERFORM
           IF WS-GODKENDT = "Y"
               CALL "OPERATORTJEK" USING SVT-OPERATOR WS-OP-FUNDET
                   WS-OP-NAVN WS-OP-FILIAL WS-OP-ROLLE WS-OP-SPAERRET
               IF WS-OP-FUNDET NOT = "Y" OR WS-OP-SPAERRET = "J"
                   MOVE "S" TO WS-GODKENDT
               END-IF
           END-IF.

       FIND-SAG.
           MOVE "N" TO WS-ST-FUNDET
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-SAG-COUNT
                      OR WS-ST-FUNDET = "Y"
               IF ST-SAGSNR(WS-ST-IX) = SVT-SAGSNR
                  AND SVT-SAGSNR NOT = SPACES
                   MOVE "Y" TO WS-ST-FUNDET
               END-IF
           END-PERFORM
           IF WS-ST-FUNDET = "Y"
               SUBTRACT 1 FROM WS-ST-IX
           END-IF.

       BEKRAEFT-SAG.
           IF ST-STATUS(WS-ST-IX) NOT = "A"
               MOVE "kun en aaben sag kan bekraeftes"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               IF ST-KONTO(WS-ST-IX) = SPACES
                   MOVE "sagen naevner ingen konto" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               ELSE
                   MOVE "B" TO ST-STATUS(WS-ST-IX)
                   PERFORM STEMPL-SAG
                   ADD 1 TO WS-BEKRAEFT-COUNT
               END-IF
           END-IF.

       FRIKEND-SAG.
           IF ST-STATUS(WS-ST-IX) NOT = "A"
               MOVE "kun en aaben sag kan frikendes"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               MOVE "F" TO ST-STATUS(WS-ST-IX)
               PERFORM STEMPL-SAG
               ADD 1 TO WS-FRIKEND-COUNT
           END-IF.

       OPHAEV-SPAERRING.
           IF ST-STATUS(WS-ST-IX) NOT = "B"
               MOVE "sagen er ikke bekraeftet/spaerret"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               MOVE "O" TO ST-STATUS(WS-ST-IX)
               PERFORM STEMPL-SAG
               ADD 1 TO WS-OPHAEV-COUNT
           END-IF.

       STEMPL-SAG.
           MOVE WS-TODAY TO ST-AENDRET(WS-ST-IX)
           MOVE SVT-OPERATOR TO ST-BRUGERID(WS-ST-IX)
           MOVE "Y" TO WS-AENDRET.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               SVT-KODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SVT-SAGSNR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               SVT-OPERATOR DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

       REWRITE-SAGSREGISTER.
           OPEN OUTPUT sag-file-1
           IF SAG-FILE-1-STATUS NOT = "00"
               DISPLAY "SVINDELVEDLIGEHOLD: cannot rewrite case "
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
