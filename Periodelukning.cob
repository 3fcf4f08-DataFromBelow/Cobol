       identification division.
       program-id. PERIODELUKNING.

      *> Accounting period close, validated the same way
      *> BETALINGSVEDLIGEHOLD validates payment maintenance. The
      *> close transactions (PERTRANS.cpy) close or reopen one
      *> calendar month each, and the operator named on the
      *> transaction must be on the list of operators authorised to
      *> close periods (PeriodeGodkendere.txt, one operator id per
      *> line) and be an active operator on the operator register
      *> (OPERATORTJEK - registered and not blocked). The period
      *> file (Perioder.txt, PERIODE.cpy) carries the status;
      *> PERIODETJEK reads it for KONTOPOSTERING, FASTEORDRER,
      *> GEBYRKOERSEL and RENTETILSKRIVNING, which refuse or
      *> re-date postings into a closed month.
      *>
      *> A month can be closed once it has ended and every earlier
      *> month on the period file is closed. Before the status is
      *> set the period-end proof is printed per Valutakode:
      *>   opening balance + the month's movements = closing balance
      *> The closing balance is today's customer positions (the
      *> customer master's Balance plus the secondary accounts on
      *> the account master) less the movements booked after the
      *> month. The movements are the month's credits less debits
      *> on the posting history and its yearly archive. The opening
      *> balance is the closing balance stored when the previous
      *> month was closed (PeriodeSaldi.txt, PERSALDO.cpy); for the
      *> first month ever closed it is derived. The month's
      *> movements must also equal the customer-position lines
      *> 1000-<Valutakode> on the cumulative GL archive that
      *> GLEKSPORT writes (GLArkiv.txt) - the latest line per day
      *> counts, so a rerun of a day is no double. Only when the
      *> proof and the reconciliation agree for every currency is
      *> the month closed and its balances stored; otherwise the
      *> close is refused and the step ends with return code 24.
      *>
      *> A closed month is reopened with "G", which is refused while
      *> a later month is closed. The period and balance files are
      *> rewritten from their tables on the way out.

       environment division.
       input-output section.
       file-control.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select godk-file-1 assign to dynamic WS-GODK-FILENAME
               organization is line sequential
               file status is GODK-FILE-1-STATUS.
           select periode-file-1 assign to dynamic WS-PERIODE-FILENAME
               organization is line sequential
               file status is PERIODE-FILE-1-STATUS.
           select saldo-file-1 assign to dynamic WS-SALDO-FILENAME
               organization is line sequential
               file status is SALDO-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select arkiv-file-1 assign to dynamic WS-ARKIV-FILENAME
               organization is line sequential
               file status is ARKIV-FILE-1-STATUS.
           select glarkiv-file-1 assign to dynamic WS-GLARKIV-FILENAME
               organization is line sequential
               file status is GLARKIV-FILE-1-STATUS.

       data division.
       file section.
       fd  trans-file-1.
       01  trans-record.
           copy "PERTRANS.cpy".
       fd  godk-file-1.
       01  godk-record             PIC X(80).
       fd  periode-file-1.
       01  periode-record.
           copy "PERIODE.cpy".
       fd  saldo-file-1.
       01  saldo-record.
           copy "PERSALDO.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  arkiv-file-1.
       01  arkiv-record.
           copy "POSTTRANS.cpy".
       fd  glarkiv-file-1.
       01  glarkiv-record.
           copy "GLSUM.cpy".

       working-storage section.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.
       01  WS-LAAS-PROGRAM       PIC X(20) VALUE "PERIODELUKNING".
       01  WS-LAAS-RESULTAT      PIC X VALUE "N".
       01  WS-LAAS-GEMT-RC       PIC 9(5) VALUE 0.

       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "PERIODELUKNING".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-TRANS            PIC X VALUE "N".
       01  END-OF-GODK             PIC X VALUE "N".
       01  END-OF-PERIODE          PIC X VALUE "N".
       01  END-OF-SALDO            PIC X VALUE "N".
       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  END-OF-HIST             PIC X VALUE "N".
       01  END-OF-GLARKIV          PIC X VALUE "N".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  GODK-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  PERIODE-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  SALDO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  ARKIV-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  GLARKIV-FILE-1-STATUS   PIC X(2) VALUE "00".

       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "PeriodeTrans.txt".
       01  WS-GODK-FILENAME        PIC X(100)
                                    VALUE "PeriodeGodkendere.txt".
       01  WS-PERIODE-FILENAME     PIC X(100)
                                    VALUE "Perioder.txt".
       01  WS-SALDO-FILENAME       PIC X(100)
                                    VALUE "PeriodeSaldi.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-ARKIV-FILENAME       PIC X(100)
                                    VALUE "PosteringsArkiv.txt".
       01  WS-GLARKIV-FILENAME     PIC X(100)
                                    VALUE "GLArkiv.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-MAANED         PIC 9(6) VALUE ZEROS.
       01  WS-MAANED               PIC 9(6) VALUE ZEROS.
       01  WS-MAANED-AAR           PIC 9(4) VALUE 0.
       01  WS-MAANED-MD            PIC 9(2) VALUE 0.
       01  WS-FORRIGE-MAANED       PIC 9(6) VALUE ZEROS.
       01  WS-DATO-MAANED          PIC 9(6) VALUE ZEROS.
       01  WS-FEJL-TEKST           PIC X(45) VALUE SPACES.
       01  WS-GODKENDT             PIC X VALUE "N".
       01  WS-OP-FUNDET            PIC X VALUE "N".
       01  WS-OP-NAVN              PIC X(30) VALUE SPACES.
       01  WS-OP-FILIAL            PIC X(4) VALUE SPACES.
       01  WS-OP-ROLLE             PIC X(8) VALUE SPACES.
       01  WS-OP-SPAERRET          PIC X VALUE "N".
       01  WS-AABEN-FOER           PIC X VALUE "N".
       01  WS-LUKKET-EFTER         PIC X VALUE "N".
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-AENDRET              PIC X VALUE "N".

       01  WS-MAX-GODK             PIC 9(3) VALUE 100.
       01  WS-GODK-COUNT           PIC 9(3) VALUE 0.
       01  WS-GK-IX                PIC 9(3) VALUE 0.
       01  GODK-TABEL.
           02  GODK-ENTRY OCCURS 100 TIMES.
               03  GK-OPERATOR     pic x(8).

       01  WS-MAX-PERIODER         PIC 9(4) VALUE 1200.
       01  WS-PERIODE-COUNT        PIC 9(4) VALUE 0.
       01  WS-PM-IX                PIC 9(4) VALUE 0.
       01  WS-PM-FUNDET            PIC X VALUE "N".
       01  WS-NB-IX                PIC 9(4) VALUE 0.
       01  PERIODE-TABEL.
           02  PERIODE-ENTRY OCCURS 1200 TIMES.
               03  PM-MAANED       pic 9(6).
               03  PM-STATUS       pic x(1).
               03  PM-DATO         pic 9(8).
               03  PM-OPERATOR     pic x(8).

       01  WS-MAX-SALDI            PIC 9(5) VALUE 5000.
       01  WS-SALDO-COUNT          PIC 9(5) VALUE 0.
       01  WS-SA-IX                PIC 9(5) VALUE 0.
       01  WS-SA-FUNDET            PIC X VALUE "N".
       01  SALDO-TABEL.
           02  SALDO-ENTRY OCCURS 5000 TIMES.
               03  SA-MAANED       pic 9(6).
               03  SA-VALUTA       pic x(3).
               03  SA-PRIMO        pic s9(11)v99.
               03  SA-BEVAEGELSE   pic s9(11)v99.
               03  SA-ULTIMO       pic s9(11)v99.
               03  SA-SLET         pic x(1).

      *> The proof, one entry per Valutakode.
       01  WS-MAX-VALUTA           PIC 9(3) VALUE 50.
       01  WS-VALUTA-COUNT         PIC 9(3) VALUE 0.
       01  WS-VAL-IX               PIC 9(3) VALUE 0.
       01  WS-VAL-FOUND            PIC X VALUE "N".
       01  WS-VALUTA               PIC X(3) VALUE SPACES.
       01  BEVIS-TABEL.
           02  BEVIS-ENTRY OCCURS 50 TIMES.
               03  BV-KODE         pic x(3).
               03  BV-SALDO        pic s9(11)v99.
               03  BV-EFTER        pic s9(11)v99.
               03  BV-BEVAEGELSE   pic s9(11)v99.
               03  BV-PRIMO        pic s9(11)v99.
               03  BV-ULTIMO       pic s9(11)v99.
               03  BV-GL           pic s9(11)v99.
               03  BV-PRIMO-KILDE  pic x(1).

      *> GL archive lines for the month: the latest line per day and
      *> customer-position account.
       01  WS-MAX-GLDAGE           PIC 9(4) VALUE 2000.
       01  WS-GLDAG-COUNT          PIC 9(4) VALUE 0.
       01  WS-GA-IX                PIC 9(4) VALUE 0.
       01  WS-GA-FUNDET            PIC X VALUE "N".
       01  GLDAG-TABEL.
           02  GLDAG-ENTRY OCCURS 2000 TIMES.
               03  GA-DATO         pic 9(8).
               03  GA-VALUTA       pic x(3).
               03  GA-NETTO        pic s9(11)v99.

       01  WS-BEVIS-OK             PIC X VALUE "N".
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-ARKIV-AKTIV          PIC X VALUE "N".
       01  WS-UKENDT-COUNT         PIC 9(7) VALUE 0.
       01  WS-POST-NETTO           PIC S9(9)V99 VALUE ZEROS.
       01  WS-KONTROL              PIC S9(11)V99 VALUE ZEROS.

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-LUKKET-COUNT         PIC 9(7) VALUE 0.
       01  WS-GENAABNET-COUNT      PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-3        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           MOVE "TAG " TO WS-LAAS-AKTION
           CALL "LAASSTYRING" USING WS-LAAS-AKTION WS-LAAS-PROGRAM
               WS-LAAS-RESULTAT
           IF WS-LAAS-RESULTAT NOT = "Y"
               DISPLAY "PERIODELUKNING: kundemasteren er optaget af "
                   "en anden koersel - trinnet afvises"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "PERIODE_TRANS_FIL"
               ON EXCEPTION
                   MOVE "PeriodeTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-GODK-FILENAME
                   FROM ENVIRONMENT "PERIODE_GODKENDER_FIL"
               ON EXCEPTION
                   MOVE "PeriodeGodkendere.txt" TO WS-GODK-FILENAME
           END-ACCEPT

           ACCEPT WS-PERIODE-FILENAME FROM ENVIRONMENT "PERIODE_FIL"
               ON EXCEPTION
                   MOVE "Perioder.txt" TO WS-PERIODE-FILENAME
           END-ACCEPT

           ACCEPT WS-SALDO-FILENAME FROM ENVIRONMENT "PERIODE_SALDO_FIL"
               ON EXCEPTION
                   MOVE "PeriodeSaldi.txt" TO WS-SALDO-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-HISTORIK-FILENAME
                   FROM ENVIRONMENT "POSTERING_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "Posteringshistorik.txt"
                       TO WS-HISTORIK-FILENAME
           END-ACCEPT

           ACCEPT WS-ARKIV-FILENAME
                   FROM ENVIRONMENT "POSTERING_ARKIV_FIL"
               ON EXCEPTION
                   MOVE "PosteringsArkiv.txt" TO WS-ARKIV-FILENAME
           END-ACCEPT

           ACCEPT WS-GLARKIV-FILENAME FROM ENVIRONMENT "GL_ARKIV_FIL"
               ON EXCEPTION
                   MOVE "GLArkiv.txt" TO WS-GLARKIV-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-MAANED = WS-TODAY / 100

           PERFORM LOAD-GODKENDERE
           PERFORM LOAD-PERIODER
           PERFORM LOAD-PERIODESALDI

      *> Both files are rewritten from their tables; a table smaller
      *> than the file would lose periods, so the run aborts with
      *> the files untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "PERIODELUKNING: flere perioder eller saldi "
                   "end tabellerne kan rumme - koerslen afbrydes, "
                   "intet aendret"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "PERIODELUKNING: ingen lukningstransaktioner "
                   "(status " TRANS-FILE-1-STATUS ")"
           ELSE
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
           END-IF

           IF WS-AENDRET = "Y"
               PERFORM REWRITE-PERIODER
               PERFORM REWRITE-PERIODESALDI
           END-IF

           DISPLAY "=========================================="
           DISPLAY "PERIODELUKNING - periodeafslutning " WS-TODAY
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Maaneder lukket     : " WS-LUKKET-COUNT
           DISPLAY "Maaneder genaabnet  : " WS-GENAABNET-COUNT
           DISPLAY "Afvist              : " WS-AFVIST-COUNT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-LUKKET-COUNT
               + WS-GENAABNET-COUNT
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

           MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
           MOVE "FRI " TO WS-LAAS-AKTION
           CALL "LAASSTYRING" USING WS-LAAS-AKTION WS-LAAS-PROGRAM
               WS-LAAS-RESULTAT
           MOVE WS-LAAS-GEMT-RC TO RETURN-CODE

       goback.

      *> No list on disk means nobody may close a period.
       LOAD-GODKENDERE.
           OPEN INPUT godk-file-1
           IF GODK-FILE-1-STATUS NOT = "00"
               DISPLAY "PERIODELUKNING: ingen liste over bemyndigede "
                   "operatoerer - alle transaktioner afvises"
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
                                   DISPLAY "PERIODELUKNING: operator "
                                       "table full, skipping "
                                       godk-record(1:8)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE godk-file-1
           END-IF.

      *> No period file on disk means no month is closed yet. A month
      *> named twice keeps its last line.
       LOAD-PERIODER.
           OPEN INPUT periode-file-1
           IF PERIODE-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-PERIODE = "Y"
                   READ periode-file-1
                       AT END
                           MOVE "Y" TO END-OF-PERIODE
                       NOT AT END
                           MOVE PER-MAANED TO WS-MAANED
                           PERFORM FIND-PERIODE
                           IF WS-PM-FUNDET = "N"
                               IF WS-PERIODE-COUNT < WS-MAX-PERIODER
                                   ADD 1 TO WS-PERIODE-COUNT
                                   MOVE WS-PERIODE-COUNT TO WS-PM-IX
                                   MOVE "Y" TO WS-PM-FUNDET
                               ELSE
                                   MOVE "Y" TO WS-TABEL-OVERLOEB
                               END-IF
                           END-IF
                           IF WS-PM-FUNDET = "Y"
                               MOVE PER-MAANED TO PM-MAANED(WS-PM-IX)
                               MOVE PER-STATUS TO PM-STATUS(WS-PM-IX)
                               MOVE PER-DATO TO PM-DATO(WS-PM-IX)
                               MOVE PER-OPERATOR
                                   TO PM-OPERATOR(WS-PM-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE periode-file-1
           END-IF.

       LOAD-PERIODESALDI.
           OPEN INPUT saldo-file-1
           IF SALDO-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-SALDO = "Y"
                   READ saldo-file-1
                       AT END
                           MOVE "Y" TO END-OF-SALDO
                       NOT AT END
                           IF WS-SALDO-COUNT < WS-MAX-SALDI
                               ADD 1 TO WS-SALDO-COUNT
                               MOVE WS-SALDO-COUNT TO WS-SA-IX
                               MOVE PSA-MAANED TO SA-MAANED(WS-SA-IX)
                               MOVE PSA-VALUTA TO SA-VALUTA(WS-SA-IX)
                               MOVE PSA-PRIMO TO SA-PRIMO(WS-SA-IX)
                               MOVE PSA-BEVAEGELSE
                                   TO SA-BEVAEGELSE(WS-SA-IX)
                               MOVE PSA-ULTIMO TO SA-ULTIMO(WS-SA-IX)
                               MOVE "N" TO SA-SLET(WS-SA-IX)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE saldo-file-1
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM CHECK-GODKENDT
           MOVE "N" TO WS-PM-FUNDET
           IF PTR-MAANED IS NUMERIC
               MOVE PTR-MAANED TO WS-MAANED
               PERFORM FIND-PERIODE
               PERFORM CHECK-NABOMAANEDER
               COMPUTE WS-MAANED-AAR = WS-MAANED / 100
               COMPUTE WS-MAANED-MD = WS-MAANED - WS-MAANED-AAR * 100
           END-IF
           EVALUATE TRUE
               WHEN WS-GODKENDT = "N"
                   MOVE "operatoeren er ikke bemyndiget"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-GODKENDT = "S"
                   MOVE "operatoeren er ukendt eller spaerret"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN PTR-MAANED IS NOT NUMERIC
                   MOVE "ugyldig maaned" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-MAANED-MD < 1 OR WS-MAANED-MD > 12
                   MOVE "ugyldig maaned" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN PTR-KODE = "L"
                   PERFORM LUK-MAANED
               WHEN PTR-KODE = "G"
                   PERFORM GENAABN-MAANED
               WHEN OTHER
                   MOVE "ukendt transaktionskode" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
           END-EVALUATE.

       CHECK-GODKENDT.
           MOVE "N" TO WS-GODKENDT
           PERFORM VARYING WS-GK-IX FROM 1 BY 1
                   UNTIL WS-GK-IX > WS-GODK-COUNT
               IF GK-OPERATOR(WS-GK-IX) = PTR-OPERATOR
                  AND PTR-OPERATOR NOT = SPACES
                   MOVE "Y" TO WS-GODKENDT
               END-IF
           END-PERFORM
           IF WS-GODKENDT = "Y"
               CALL "OPERATORTJEK" USING PTR-OPERATOR WS-OP-FUNDET
                   WS-OP-NAVN WS-OP-FILIAL WS-OP-ROLLE WS-OP-SPAERRET
               IF WS-OP-FUNDET NOT = "Y" OR WS-OP-SPAERRET = "J"
                   MOVE "S" TO WS-GODKENDT
               END-IF
           END-IF.

       FIND-PERIODE.
           MOVE "N" TO WS-PM-FUNDET
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PERIODE-COUNT
                      OR WS-PM-FUNDET = "Y"
               IF PM-MAANED(WS-PM-IX) = WS-MAANED
                   MOVE "Y" TO WS-PM-FUNDET
               END-IF
           END-PERFORM
           IF WS-PM-FUNDET = "Y"
               SUBTRACT 1 FROM WS-PM-IX
           END-IF.

      *> An earlier month still open stops a close; a later month
      *> already closed stops a reopen.
       CHECK-NABOMAANEDER.
           MOVE "N" TO WS-AABEN-FOER
           MOVE "N" TO WS-LUKKET-EFTER
           PERFORM VARYING WS-NB-IX FROM 1 BY 1
                   UNTIL WS-NB-IX > WS-PERIODE-COUNT
               IF PM-MAANED(WS-NB-IX) < WS-MAANED
                  AND PM-STATUS(WS-NB-IX) NOT = "L"
                   MOVE "Y" TO WS-AABEN-FOER
               END-IF
               IF PM-MAANED(WS-NB-IX) > WS-MAANED
                  AND PM-STATUS(WS-NB-IX) = "L"
                   MOVE "Y" TO WS-LUKKET-EFTER
               END-IF
           END-PERFORM.

       LUK-MAANED.
           EVALUATE TRUE
               WHEN WS-MAANED NOT < WS-TODAY-MAANED
                   MOVE "maaneden er ikke slut" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-PM-FUNDET = "Y"
                    AND PM-STATUS(WS-PM-IX) = "L"
                   MOVE "maaneden er allerede lukket" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-AABEN-FOER = "Y"
                   MOVE "en tidligere maaned er aaben" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-PM-FUNDET = "N"
                    AND WS-PERIODE-COUNT NOT < WS-MAX-PERIODER
                   MOVE "periodetabellen er fuld" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   PERFORM BEREGN-PERIODEBEVIS
                   PERFORM PRINT-PERIODEBEVIS
                   IF WS-BEVIS-OK = "N"
                       MOVE "periodebeviset stemmer ikke"
                           TO WS-FEJL-TEKST
                       PERFORM REJECT-TRANS
                       MOVE 24 TO RETURN-CODE
                   ELSE
                   IF WS-SALDO-COUNT + WS-VALUTA-COUNT > WS-MAX-SALDI
                       MOVE "saldotabellen er fuld" TO WS-FEJL-TEKST
                       PERFORM REJECT-TRANS
                   ELSE
                       PERFORM GEM-PERIODESALDI
                       IF WS-PM-FUNDET = "N"
                           ADD 1 TO WS-PERIODE-COUNT
                           MOVE WS-PERIODE-COUNT TO WS-PM-IX
                           MOVE WS-MAANED TO PM-MAANED(WS-PM-IX)
                       END-IF
                       MOVE "L" TO PM-STATUS(WS-PM-IX)
                       MOVE WS-TODAY TO PM-DATO(WS-PM-IX)
                       MOVE PTR-OPERATOR TO PM-OPERATOR(WS-PM-IX)
                       MOVE "Y" TO WS-AENDRET
                       ADD 1 TO WS-LUKKET-COUNT
                       DISPLAY "PERIODELUKNING: maaned " WS-MAANED
                           " lukket af " PTR-OPERATOR
                   END-IF
                   END-IF
           END-EVALUATE.

       GENAABN-MAANED.
           EVALUATE TRUE
               WHEN WS-PM-FUNDET = "N"
                   MOVE "maaneden er ikke lukket" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN PM-STATUS(WS-PM-IX) NOT = "L"
                   MOVE "maaneden er ikke lukket" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN WS-LUKKET-EFTER = "Y"
                   MOVE "en senere maaned er lukket" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   MOVE "A" TO PM-STATUS(WS-PM-IX)
                   MOVE WS-TODAY TO PM-DATO(WS-PM-IX)
                   MOVE PTR-OPERATOR TO PM-OPERATOR(WS-PM-IX)
                   MOVE "Y" TO WS-AENDRET
                   ADD 1 TO WS-GENAABNET-COUNT
                   DISPLAY "PERIODELUKNING: maaned " WS-MAANED
                       " genaabnet af " PTR-OPERATOR
           END-EVALUATE.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           DISPLAY "AFVIST " PTR-KODE " " PTR-MAANED " "
               PTR-OPERATOR " - " WS-FEJL-TEKST.

      *> The proof for WS-MAANED: today's positions and every
      *> movement since the start of the month, per Valutakode.
       BEREGN-PERIODEBEVIS.
           MOVE 0 TO WS-VALUTA-COUNT
           MOVE 0 TO WS-GLDAG-COUNT
           MOVE 0 TO WS-UKENDT-COUNT
           MOVE "N" TO WS-BEVIS-OK

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "PERIODELUKNING: cannot open master, status "
                   MASTER-FILE-1-STATUS
               ADD 1 TO WS-UKENDT-COUNT
           ELSE
               PERFORM SUM-KUNDESALDI
               PERFORM SUM-KONTOSALDI
               PERFORM SUM-BEVAEGELSER
               CLOSE master-file-1
           END-IF
           PERFORM SUM-GL-ARKIV

           IF WS-MAANED-MD = 1
               COMPUTE WS-FORRIGE-MAANED =
                   (WS-MAANED-AAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-FORRIGE-MAANED = WS-MAANED - 1
           END-IF

           IF WS-UKENDT-COUNT = 0
               MOVE "Y" TO WS-BEVIS-OK
           END-IF
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               COMPUTE BV-ULTIMO(WS-VAL-IX) = BV-SALDO(WS-VAL-IX)
                   - BV-EFTER(WS-VAL-IX)
               PERFORM FIND-FORRIGE-ULTIMO
               IF WS-SA-FUNDET = "Y"
                   MOVE SA-ULTIMO(WS-SA-IX) TO BV-PRIMO(WS-VAL-IX)
                   MOVE "G" TO BV-PRIMO-KILDE(WS-VAL-IX)
               ELSE
                   COMPUTE BV-PRIMO(WS-VAL-IX) = BV-ULTIMO(WS-VAL-IX)
                       - BV-BEVAEGELSE(WS-VAL-IX)
                   MOVE "A" TO BV-PRIMO-KILDE(WS-VAL-IX)
               END-IF
               COMPUTE WS-KONTROL = BV-PRIMO(WS-VAL-IX)
                   + BV-BEVAEGELSE(WS-VAL-IX) - BV-ULTIMO(WS-VAL-IX)
               IF WS-KONTROL NOT = 0
                  OR BV-GL(WS-VAL-IX) NOT = BV-BEVAEGELSE(WS-VAL-IX)
                   MOVE "N" TO WS-BEVIS-OK
               END-IF
           END-PERFORM.

       SUM-KUNDESALDI.
           MOVE "N" TO END-OF-MASTER
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       MOVE Valutakode IN master-record TO WS-VALUTA
                       PERFORM FIND-VALUTA
                       IF WS-VAL-IX <= WS-VALUTA-COUNT
                           ADD Balance IN master-record
                               TO BV-SALDO(WS-VAL-IX)
                       END-IF
               END-READ
               IF MASTER-FILE-1-STATUS NOT = "00"
                  AND MASTER-FILE-1-STATUS NOT = "10"
                   DISPLAY "PERIODELUKNING: read error, status "
                       MASTER-FILE-1-STATUS
                   MOVE "Y" TO END-OF-MASTER
                   ADD 1 TO WS-UKENDT-COUNT
               END-IF
           END-PERFORM.

      *> The primary account is already in the customer's Balance;
      *> the other accounts count in the owner's Valutakode, as
      *> GLEKSPORT books them. No account master on disk means the
      *> customer master holds every position.
       SUM-KONTOSALDI.
           MOVE "N" TO END-OF-KONTO
           MOVE "N" TO WS-KONTO-AKTIV
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
               PERFORM UNTIL END-OF-KONTO = "Y"
                   READ konto-file-1 NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-KONTO
                       NOT AT END
                           PERFORM SUM-ONE-KONTO
                   END-READ
                   IF KONTO-FILE-1-STATUS NOT = "00"
                      AND KONTO-FILE-1-STATUS NOT = "10"
                       DISPLAY "PERIODELUKNING: account read error, "
                           "status " KONTO-FILE-1-STATUS
                       MOVE "Y" TO END-OF-KONTO
                       ADD 1 TO WS-UKENDT-COUNT
                   END-IF
               END-PERFORM
               CLOSE konto-file-1
           END-IF.

       SUM-ONE-KONTO.
           MOVE KONTO-KUNDEID IN konto-record
               TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   ADD 1 TO WS-UKENDT-COUNT
                   DISPLAY "PERIODELUKNING: konto "
                       KONTO-NUMMER IN konto-record
                       " har ingen ejer i kundemasteren"
               NOT INVALID KEY
                   IF KONTO-NUMMER IN konto-record
                           NOT = KontoNummer IN master-record
                       MOVE Valutakode IN master-record TO WS-VALUTA
                       PERFORM FIND-VALUTA
                       IF WS-VAL-IX <= WS-VALUTA-COUNT
                           ADD KONTO-SALDO IN konto-record
                               TO BV-SALDO(WS-VAL-IX)
                       END-IF
                   END-IF
           END-READ.

      *> The live history and the yearly archive together hold every
      *> posting; only those from the start of the month on count.
       SUM-BEVAEGELSER.
           MOVE "N" TO END-OF-HIST
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "PERIODELUKNING: cannot open posting history, "
                   "status " HISTORIK-FILE-1-STATUS
               ADD 1 TO WS-UKENDT-COUNT
           ELSE
               PERFORM UNTIL END-OF-HIST = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-HIST
                       NOT AT END
                           PERFORM SUM-ONE-BEVAEGELSE
                   END-READ
                   IF HISTORIK-FILE-1-STATUS NOT = "00"
                      AND HISTORIK-FILE-1-STATUS NOT = "10"
                       DISPLAY "PERIODELUKNING: read error on "
                           "history, status " HISTORIK-FILE-1-STATUS
                       MOVE "Y" TO END-OF-HIST
                       ADD 1 TO WS-UKENDT-COUNT
                   END-IF
               END-PERFORM
               CLOSE historik-file-1
           END-IF

           MOVE "N" TO END-OF-HIST
           MOVE "N" TO WS-ARKIV-AKTIV
           OPEN INPUT arkiv-file-1
           IF ARKIV-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-ARKIV-AKTIV
               PERFORM UNTIL END-OF-HIST = "Y"
                   READ arkiv-file-1 INTO historik-record
                       AT END
                           MOVE "Y" TO END-OF-HIST
                       NOT AT END
                           PERFORM SUM-ONE-BEVAEGELSE
                   END-READ
                   IF ARKIV-FILE-1-STATUS NOT = "00"
                      AND ARKIV-FILE-1-STATUS NOT = "10"
                       DISPLAY "PERIODELUKNING: read error on "
                           "archive, status " ARKIV-FILE-1-STATUS
                       MOVE "Y" TO END-OF-HIST
                       ADD 1 TO WS-UKENDT-COUNT
                   END-IF
               END-PERFORM
               CLOSE arkiv-file-1
           END-IF.

       SUM-ONE-BEVAEGELSE.
           COMPUTE WS-DATO-MAANED = POST-DATO IN historik-record / 100
           IF WS-DATO-MAANED >= WS-MAANED
               MOVE POST-KUNDEID IN historik-record
                   TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       ADD 1 TO WS-UKENDT-COUNT
                       DISPLAY "PERIODELUKNING: KundeID "
                           POST-KUNDEID IN historik-record
                           " findes ikke i kundemasteren - valutakode "
                           "kan ikke bestemmes"
                   NOT INVALID KEY
                       MOVE Valutakode IN master-record TO WS-VALUTA
                       PERFORM FIND-VALUTA
                       IF POST-DK IN historik-record = "D"
                           COMPUTE WS-POST-NETTO =
                               POST-BELOEB IN historik-record * -1
                       ELSE
                           MOVE POST-BELOEB IN historik-record
                               TO WS-POST-NETTO
                       END-IF
                       IF WS-VAL-IX <= WS-VALUTA-COUNT
                           IF WS-DATO-MAANED = WS-MAANED
                               ADD WS-POST-NETTO
                                   TO BV-BEVAEGELSE(WS-VAL-IX)
                           ELSE
                               ADD WS-POST-NETTO TO BV-EFTER(WS-VAL-IX)
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *> No GL archive on disk leaves the GL side at zero, which only
      *> reconciles a month without movements.
       SUM-GL-ARKIV.
           MOVE "N" TO END-OF-GLARKIV
           OPEN INPUT glarkiv-file-1
           IF GLARKIV-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-GLARKIV = "Y"
                   READ glarkiv-file-1
                       AT END
                           MOVE "Y" TO END-OF-GLARKIV
                       NOT AT END
                           COMPUTE WS-DATO-MAANED = GL-DATO / 100
                           IF GL-KONTO(1:5) = "1000-"
                              AND WS-DATO-MAANED = WS-MAANED
                               PERFORM NOTER-GL-DAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE glarkiv-file-1
           ELSE
               DISPLAY "PERIODELUKNING: intet GL-arkiv paa disk "
                   "(status " GLARKIV-FILE-1-STATUS ")"
           END-IF

           PERFORM VARYING WS-GA-IX FROM 1 BY 1
                   UNTIL WS-GA-IX > WS-GLDAG-COUNT
               MOVE GA-VALUTA(WS-GA-IX) TO WS-VALUTA
               PERFORM FIND-VALUTA
               IF WS-VAL-IX <= WS-VALUTA-COUNT
                   ADD GA-NETTO(WS-GA-IX) TO BV-GL(WS-VAL-IX)
               END-IF
           END-PERFORM.

       NOTER-GL-DAG.
           MOVE "N" TO WS-GA-FUNDET
           PERFORM VARYING WS-GA-IX FROM 1 BY 1
                   UNTIL WS-GA-IX > WS-GLDAG-COUNT
                      OR WS-GA-FUNDET = "Y"
               IF GA-DATO(WS-GA-IX) = GL-DATO
                  AND GA-VALUTA(WS-GA-IX) = GL-KONTO(6:3)
                   MOVE "Y" TO WS-GA-FUNDET
               END-IF
           END-PERFORM
           IF WS-GA-FUNDET = "Y"
               SUBTRACT 1 FROM WS-GA-IX
           ELSE
               IF WS-GLDAG-COUNT < WS-MAX-GLDAGE
                   ADD 1 TO WS-GLDAG-COUNT
                   MOVE WS-GLDAG-COUNT TO WS-GA-IX
                   MOVE GL-DATO TO GA-DATO(WS-GA-IX)
                   MOVE GL-KONTO(6:3) TO GA-VALUTA(WS-GA-IX)
               ELSE
                   DISPLAY "PERIODELUKNING: GL day table full, "
                       "skipping " GL-KONTO " " GL-DATO
                   ADD 1 TO WS-UKENDT-COUNT
               END-IF
           END-IF
           IF WS-GA-IX <= WS-GLDAG-COUNT
               COMPUTE GA-NETTO(WS-GA-IX) = GL-KREDIT - GL-DEBET
           END-IF.

       FIND-VALUTA.
           MOVE "N" TO WS-VAL-FOUND
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
                      OR WS-VAL-FOUND = "Y"
               IF BV-KODE(WS-VAL-IX) = WS-VALUTA
                   MOVE "Y" TO WS-VAL-FOUND
               END-IF
           END-PERFORM
           IF WS-VAL-FOUND = "Y"
               SUBTRACT 1 FROM WS-VAL-IX
           ELSE
               IF WS-VALUTA-COUNT < WS-MAX-VALUTA
                   ADD 1 TO WS-VALUTA-COUNT
                   MOVE WS-VALUTA-COUNT TO WS-VAL-IX
                   MOVE WS-VALUTA TO BV-KODE(WS-VAL-IX)
                   MOVE ZEROS TO BV-SALDO(WS-VAL-IX)
                   MOVE ZEROS TO BV-EFTER(WS-VAL-IX)
                   MOVE ZEROS TO BV-BEVAEGELSE(WS-VAL-IX)
                   MOVE ZEROS TO BV-PRIMO(WS-VAL-IX)
                   MOVE ZEROS TO BV-ULTIMO(WS-VAL-IX)
                   MOVE ZEROS TO BV-GL(WS-VAL-IX)
                   MOVE SPACES TO BV-PRIMO-KILDE(WS-VAL-IX)
               ELSE
                   DISPLAY "PERIODELUKNING: currency table full, "
                       "skipping " WS-VALUTA
                   ADD 1 TO WS-UKENDT-COUNT
               END-IF
           END-IF.

       FIND-FORRIGE-ULTIMO.
           MOVE "N" TO WS-SA-FUNDET
           PERFORM VARYING WS-SA-IX FROM 1 BY 1
                   UNTIL WS-SA-IX > WS-SALDO-COUNT
                      OR WS-SA-FUNDET = "Y"
               IF SA-MAANED(WS-SA-IX) = WS-FORRIGE-MAANED
                  AND SA-VALUTA(WS-SA-IX) = BV-KODE(WS-VAL-IX)
                  AND SA-SLET(WS-SA-IX) = "N"
                   MOVE "Y" TO WS-SA-FUNDET
               END-IF
           END-PERFORM
           IF WS-SA-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SA-IX
           END-IF.

       PRINT-PERIODEBEVIS.
           DISPLAY "=========================================="
           DISPLAY "PERIODELUKNING - periodebevis " WS-MAANED
           DISPLAY "=========================================="
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               MOVE BV-PRIMO(WS-VAL-IX) TO WS-BELOEB-EDIT
               MOVE BV-BEVAEGELSE(WS-VAL-IX) TO WS-BELOEB-EDIT-2
               MOVE BV-ULTIMO(WS-VAL-IX) TO WS-BELOEB-EDIT-3
               DISPLAY "Valuta " BV-KODE(WS-VAL-IX)
               IF BV-PRIMO-KILDE(WS-VAL-IX) = "G"
                   DISPLAY "  Primo (forrige lukning): "
                       WS-BELOEB-EDIT
               ELSE
                   DISPLAY "  Primo (afledt)         : "
                       WS-BELOEB-EDIT
               END-IF
               DISPLAY "  Bevaegelser            : " WS-BELOEB-EDIT-2
               DISPLAY "  Ultimo                 : " WS-BELOEB-EDIT-3
               MOVE BV-GL(WS-VAL-IX) TO WS-BELOEB-EDIT
               DISPLAY "  GL 1000-" BV-KODE(WS-VAL-IX)
                   " netto       : " WS-BELOEB-EDIT
               COMPUTE WS-KONTROL = BV-PRIMO(WS-VAL-IX)
                   + BV-BEVAEGELSE(WS-VAL-IX) - BV-ULTIMO(WS-VAL-IX)
               IF WS-KONTROL = 0
                  AND BV-GL(WS-VAL-IX) = BV-BEVAEGELSE(WS-VAL-IX)
                   DISPLAY "  Afstemt"
               ELSE
                   IF WS-KONTROL NOT = 0
                       MOVE WS-KONTROL TO WS-BELOEB-EDIT
                       DISPLAY "  DIFFERENCE primo+bevaeg.-ultimo: "
                           WS-BELOEB-EDIT
                   END-IF
                   IF BV-GL(WS-VAL-IX) NOT = BV-BEVAEGELSE(WS-VAL-IX)
                       COMPUTE WS-KONTROL = BV-BEVAEGELSE(WS-VAL-IX)
                           - BV-GL(WS-VAL-IX)
                       MOVE WS-KONTROL TO WS-BELOEB-EDIT
                       DISPLAY "  DIFFERENCE mod GL            : "
                           WS-BELOEB-EDIT
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "Ukendte/fejl          : " WS-UKENDT-COUNT
           IF WS-KONTO-AKTIV = "N"
               DISPLAY "Ingen kontomaster - kundemasterens saldi"
           END-IF
           IF WS-ARKIV-AKTIV = "N"
               DISPLAY "Intet posteringsarkiv - kun historikken"
           END-IF
           IF WS-BEVIS-OK = "Y"
               DISPLAY "Periodebevis OK"
           ELSE
               DISPLAY "Periodebevis STEMMER IKKE - maaneden lukkes "
                   "ikke"
           END-IF.

      *> A month closed again after a reopen replaces its balances.
       GEM-PERIODESALDI.
           PERFORM VARYING WS-SA-IX FROM 1 BY 1
                   UNTIL WS-SA-IX > WS-SALDO-COUNT
               IF SA-MAANED(WS-SA-IX) = WS-MAANED
                   MOVE "Y" TO SA-SLET(WS-SA-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               ADD 1 TO WS-SALDO-COUNT
               MOVE WS-SALDO-COUNT TO WS-SA-IX
               MOVE WS-MAANED TO SA-MAANED(WS-SA-IX)
               MOVE BV-KODE(WS-VAL-IX) TO SA-VALUTA(WS-SA-IX)
               MOVE BV-PRIMO(WS-VAL-IX) TO SA-PRIMO(WS-SA-IX)
               MOVE BV-BEVAEGELSE(WS-VAL-IX)
                   TO SA-BEVAEGELSE(WS-SA-IX)
               MOVE BV-ULTIMO(WS-VAL-IX) TO SA-ULTIMO(WS-SA-IX)
               MOVE "N" TO SA-SLET(WS-SA-IX)
               ADD BV-ULTIMO(WS-VAL-IX) TO WS-KLOG-SALDO
           END-PERFORM.

       REWRITE-PERIODER.
           OPEN OUTPUT periode-file-1
           IF PERIODE-FILE-1-STATUS NOT = "00"
               DISPLAY "PERIODELUKNING: cannot rewrite period file, "
                   "status " PERIODE-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PM-IX FROM 1 BY 1
                       UNTIL WS-PM-IX > WS-PERIODE-COUNT
                   MOVE SPACES TO periode-record
                   MOVE PM-MAANED(WS-PM-IX) TO PER-MAANED
                   MOVE PM-STATUS(WS-PM-IX) TO PER-STATUS
                   MOVE PM-DATO(WS-PM-IX) TO PER-DATO
                   MOVE PM-OPERATOR(WS-PM-IX) TO PER-OPERATOR
                   WRITE periode-record
               END-PERFORM
               CLOSE periode-file-1
           END-IF.

       REWRITE-PERIODESALDI.
           OPEN OUTPUT saldo-file-1
           IF SALDO-FILE-1-STATUS NOT = "00"
               DISPLAY "PERIODELUKNING: cannot rewrite period balance "
                   "file, status " SALDO-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SA-IX FROM 1 BY 1
                       UNTIL WS-SA-IX > WS-SALDO-COUNT
                   IF SA-SLET(WS-SA-IX) = "N"
                       MOVE SPACES TO saldo-record
                       MOVE SA-MAANED(WS-SA-IX) TO PSA-MAANED
                       MOVE SA-VALUTA(WS-SA-IX) TO PSA-VALUTA
                       MOVE SA-PRIMO(WS-SA-IX) TO PSA-PRIMO
                       MOVE SA-BEVAEGELSE(WS-SA-IX) TO PSA-BEVAEGELSE
                       MOVE SA-ULTIMO(WS-SA-IX) TO PSA-ULTIMO
                       WRITE saldo-record
                   END-IF
               END-PERFORM
               CLOSE saldo-file-1
           END-IF.
