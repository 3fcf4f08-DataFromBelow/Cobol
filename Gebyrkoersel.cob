      *> flow through KONTOPOSTERING's normal validation, journal and
      *> history like any other movement. A fee register totalled per
      *> fee code is printed for accounting. Anonymised and deceased
      *> customers are never assessed. The fees carry today's date;
      *> in a closed accounting month PERIODE_POLITIK refuses the
      *> run or dates them on the first day of the next open month
      *> (PERIODETJEK).
      *>
      *> A HAEVNING fee is assessed per account rather than per
      *> customer: the posting history is read for last calendar
      *> month's withdrawals - debits, transfer debit legs included,
      *> other than interest, fees and reversals - and every
      *> withdrawal above the free count of the account's product
      *> rule (Produktregler.txt, PRODREGEL.cpy, by KONTO-TYPE on
      *> the account master) is charged on that account. Without the
      *> rule table or the account master no HAEVNING fee is
      *> assessed.
      *>
      *> SIMULERING "J" is a trial run for a new fee schedule: the
      *> live files are read, but the fees go to the simulation file
      *> (GEBYR_SIMULERING_FIL, default GebyrSimulering.txt) instead
      *> of the posting transaction file, no run-log line is written
      *> and a closed period does not stop it. The summary per
      *> currency, branch and fee code (KOERSELSUM) is printed
      *> beside the last real run's (GEBYR_SUM_FIL, default
      *> GebyrSidsteKoersel.txt), which every real run rewrites.

       environment division.
       input-output section.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select prodregel-file-1 assign to dynamic
                   WS-PRODREGEL-FILENAME
               organization is line sequential
               file status is PRODREGEL-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is random
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.

       data division.
       file section.
       fd  trans-file-1.
       01  trans-record.
           copy "POSTTRANS.cpy".
       fd  prodregel-file-1.
       01  prodregel-record.
           copy "PRODREGEL.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "GEBYRKOERSEL".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.

       01  WS-SIMULERING           PIC X VALUE "N".
       01  WS-SIM-FILENAME         PIC X(100)
                                    VALUE "GebyrSimulering.txt".
       01  WS-SUM-AKTION           PIC X(4) VALUE SPACES.
       01  WS-SUM-FILENAME         PIC X(100)
                                    VALUE "GebyrSidsteKoersel.txt".
       01  WS-SUM-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-SUM-FILIAL           PIC X(4) VALUE SPACES.
       01  WS-SUM-KODE             PIC X(4) VALUE SPACES.
       01  WS-SUM-DK               PIC X VALUE SPACE.
       01  WS-SUM-BELOEB           PIC 9(9)V99 VALUE ZEROS.

      *> Booking date: today, unless today's accounting month is
      *> closed and PERIODE_POLITIK moves the postings on.
       01  WS-BOGF-DATO            PIC 9(8) VALUE ZEROS.
       01  WS-PERIODE-POLITIK      PIC X(7) VALUE "AFVIS".
       01  WS-PERIODE-AABEN        PIC X VALUE "Y".

       01  WS-MAX-SATS             PIC 9(3) VALUE 50.
       01  WS-SATS-COUNT           PIC 9(3) VALUE 0.
       01  WS-SATS-IX              PIC 9(3) VALUE 0.
       01  WS-TIER-LAV             PIC S9(12) VALUE 0.
       01  WS-TIER-HOEJ            PIC S9(12) VALUE 0.

      *> Withdrawal fees: last month's withdrawals per account and
      *> the free count per KONTO-TYPE.
       01  PRODREGEL-FILE-1-STATUS PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  WS-PRODREGEL-FILENAME   PIC X(100)
                                    VALUE "Produktregler.txt".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  END-OF-PRODREGEL        PIC X VALUE "N".
       01  END-OF-HISTORIK         PIC X VALUE "N".
       01  WS-HAEV-AKTIV           PIC X VALUE "N".
       01  WS-HAEV-MAANED          PIC 9(6) VALUE 0.
       01  WS-HAEV-AAR             PIC 9(4) VALUE 0.
       01  WS-HAEV-MD              PIC 9(2) VALUE 0.
       01  WS-HAEV-OVER            PIC 9(5) VALUE 0.
       01  WS-HAEV-BELOEB          PIC 9(7)V99 VALUE ZEROS.
       01  WS-HAEV-ANTAL-EDIT      PIC ZZZZ9.
       01  WS-HAEV-KONTO-COUNT     PIC 9(7) VALUE 0.
       01  WS-MAX-REGLER           PIC 9(2) VALUE 20.
       01  WS-REGEL-COUNT          PIC 9(2) VALUE 0.
       01  WS-RG-IX                PIC 9(2) VALUE 0.
       01  WS-REGEL-FUNDET         PIC X VALUE "N".
       01  REGEL-TABEL.
           02  REGEL-ENTRY OCCURS 20 TIMES.
               03  RG-TYPE         pic x(1).
               03  RG-FRIE-HAEV    pic 9(3).
       01  WS-MAX-HAEV             PIC 9(5) VALUE 20000.
       01  WS-HA-COUNT             PIC 9(5) VALUE 0.
       01  WS-HA-IX                PIC 9(5) VALUE 0.
       01  WS-HA-FUNDET            PIC X VALUE "N".
       01  HAEV-TABEL.
           02  HAEV-ENTRY OCCURS 20000 TIMES.
               03  HA-KONTO        pic x(20).
               03  HA-ANTAL        pic 9(5).

       01  WS-KUNDE-COUNT          PIC 9(7) VALUE 0.
       01  WS-GEBYR-COUNT          PIC 9(7) VALUE 0.
       01  WS-GEBYR-TOTAL          PIC S9(11)V99 VALUE ZEROS.
                   MOVE "PosteringsTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-SIMULERING FROM ENVIRONMENT "SIMULERING"
               ON EXCEPTION
                   MOVE "N" TO WS-SIMULERING
           END-ACCEPT
           IF WS-SIMULERING NOT = "J"
               MOVE "N" TO WS-SIMULERING
           END-IF
           ACCEPT WS-SIM-FILENAME
                   FROM ENVIRONMENT "GEBYR_SIMULERING_FIL"
               ON EXCEPTION
                   MOVE "GebyrSimulering.txt" TO WS-SIM-FILENAME
           END-ACCEPT
           ACCEPT WS-SUM-FILENAME FROM ENVIRONMENT "GEBYR_SUM_FIL"
               ON EXCEPTION
                   MOVE "GebyrSidsteKoersel.txt" TO WS-SUM-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CHECK-PERIODE

           PERFORM LOAD-GEBYRSATSER
           PERFORM VARYING WS-SATS-IX FROM 1 BY 1
                   UNTIL WS-SATS-IX > WS-SATS-COUNT
               IF GB-KRITERIE(WS-SATS-IX) = "HAEVNING"
                   MOVE "Y" TO WS-HAEV-AKTIV
               END-IF
           END-PERFORM
           IF WS-HAEV-AKTIV = "Y"
               PERFORM LOAD-HAEVNINGER
           END-IF
           PERFORM OPEN-FILES

           PERFORM UNTIL END-OF-MASTER = "Y"
               END-IF
           END-PERFORM

           IF WS-HAEV-AKTIV = "Y"
               PERFORM VARYING WS-HA-IX FROM 1 BY 1
                       UNTIL WS-HA-IX > WS-HA-COUNT
                   PERFORM VURDER-ONE-KONTO
               END-PERFORM
               CLOSE konto-file-1
           END-IF

           CLOSE master-file-1
           CLOSE trans-file-1

           PERFORM PRINT-GEBYR-REGISTER

           IF WS-SIMULERING = "J"
               MOVE "SAML" TO WS-SUM-AKTION
               PERFORM KALD-KOERSELSUM
               DISPLAY "GEBYRKOERSEL: SIMULERING - intet posteret, "
                   "gebyrerne staar i "
                   FUNCTION TRIM(WS-SIM-FILENAME)
               GOBACK
           END-IF
           IF RETURN-CODE < 16
               MOVE "GEM " TO WS-SUM-AKTION
               PERFORM KALD-KOERSELSUM
           END-IF

           MOVE WS-KUNDE-COUNT TO WS-KLOG-LAEST
           MOVE WS-GEBYR-COUNT TO WS-KLOG-SKREVET
           MOVE WS-GEBYR-TOTAL TO WS-KLOG-SALDO

       goback.

      *> The run books on today's date. When today lies in a closed
      *> accounting month PERIODE_POLITIK decides: "AFVIS" (default)
      *> refuses the run with nothing posted, "OMDATER" books the
      *> run on the first day of the next open month.
       CHECK-PERIODE.
           ACCEPT WS-PERIODE-POLITIK FROM ENVIRONMENT "PERIODE_POLITIK"
               ON EXCEPTION
                   MOVE "AFVIS" TO WS-PERIODE-POLITIK
           END-ACCEPT
           CALL "PERIODETJEK" USING WS-TODAY WS-PERIODE-AABEN
               WS-BOGF-DATO
           IF WS-PERIODE-AABEN = "N"
               IF WS-PERIODE-POLITIK = "OMDATER"
                   DISPLAY "GEBYRKOERSEL: " WS-TODAY
                       " ligger i en lukket periode - posteringerne "
                       "dateres " WS-BOGF-DATO
               ELSE
               IF WS-SIMULERING = "J"
                   DISPLAY "GEBYRKOERSEL: " WS-TODAY
                       " ligger i en lukket periode - en rigtig "
                       "koersel ville blive afvist; simuleres med "
                       "dato " WS-BOGF-DATO
               ELSE
                   DISPLAY "GEBYRKOERSEL: " WS-TODAY
                       " ligger i en lukket periode - koerslen "
                       "afvises, intet posteret"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               END-IF
           END-IF.

       LOAD-GEBYRSATSER.
           OPEN INPUT sats-file-1
           IF SATS-FILE-1-STATUS NOT = "00"
                   "nothing to assess"
           END-IF.

      *> Rule table, account master and last month's withdrawals
      *> per account, all before anything is posted. A table too
      *> small for the month stops the run with nothing posted.
       LOAD-HAEVNINGER.
           ACCEPT WS-PRODREGEL-FILENAME
                   FROM ENVIRONMENT "PRODUKTREGEL_FIL"
               ON EXCEPTION
                   MOVE "Produktregler.txt" TO WS-PRODREGEL-FILENAME
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

           MOVE WS-TODAY(1:4) TO WS-HAEV-AAR
           MOVE WS-TODAY(5:2) TO WS-HAEV-MD
           IF WS-HAEV-MD = 1
               MOVE 12 TO WS-HAEV-MD
               SUBTRACT 1 FROM WS-HAEV-AAR
           ELSE
               SUBTRACT 1 FROM WS-HAEV-MD
           END-IF
           COMPUTE WS-HAEV-MAANED = WS-HAEV-AAR * 100 + WS-HAEV-MD

           OPEN INPUT prodregel-file-1
           IF PRODREGEL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-PRODREGEL = "Y"
                   READ prodregel-file-1
                       AT END
                           MOVE "Y" TO END-OF-PRODREGEL
                       NOT AT END
                           IF WS-REGEL-COUNT < WS-MAX-REGLER
                               ADD 1 TO WS-REGEL-COUNT
                               MOVE PR-TYPE
                                   TO RG-TYPE(WS-REGEL-COUNT)
                               IF PR-FRIE-HAEV IS NOT NUMERIC
                                   MOVE 999 TO PR-FRIE-HAEV
                               END-IF
                               MOVE PR-FRIE-HAEV
                                   TO RG-FRIE-HAEV(WS-REGEL-COUNT)
                           ELSE
                               DISPLAY "GEBYRKOERSEL: rule table "
                                   "full, skipping type " PR-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prodregel-file-1
           END-IF
           IF WS-REGEL-COUNT = 0
               DISPLAY "GEBYRKOERSEL: ingen produktregler paa disk - "
                   "haevegebyrer opkraeves ikke"
               MOVE "N" TO WS-HAEV-AKTIV
           ELSE
               OPEN INPUT konto-file-1
               IF KONTO-FILE-1-STATUS NOT = "00"
                   DISPLAY "GEBYRKOERSEL: ingen kontomaster paa disk "
                       "(status " KONTO-FILE-1-STATUS ") - "
                       "haevegebyrer opkraeves ikke"
                   MOVE "N" TO WS-HAEV-AKTIV
               END-IF
           END-IF

           IF WS-HAEV-AKTIV = "Y"
               OPEN INPUT historik-file-1
               IF HISTORIK-FILE-1-STATUS = "00"
                   PERFORM UNTIL END-OF-HISTORIK = "Y"
                       READ historik-file-1
                           AT END
                               MOVE "Y" TO END-OF-HISTORIK
                           NOT AT END
                               PERFORM NOTER-HAEVNING
                       END-READ
                   END-PERFORM
                   CLOSE historik-file-1
               END-IF
           END-IF.

       NOTER-HAEVNING.
           IF POST-DATO IN historik-record(1:6) = WS-HAEV-MAANED
              AND POST-DK IN historik-record = "D"
              AND POST-TYPEKODE IN historik-record NOT = "RENT"
              AND POST-TYPEKODE IN historik-record NOT = "GEBY"
              AND POST-TYPEKODE IN historik-record NOT = "STOR"
               MOVE "N" TO WS-HA-FUNDET
               PERFORM VARYING WS-HA-IX FROM 1 BY 1
                       UNTIL WS-HA-IX > WS-HA-COUNT
                          OR WS-HA-FUNDET = "Y"
                   IF HA-KONTO(WS-HA-IX) =
                           POST-KONTONUMMER IN historik-record
                       MOVE "Y" TO WS-HA-FUNDET
                       ADD 1 TO HA-ANTAL(WS-HA-IX)
                   END-IF
               END-PERFORM
               IF WS-HA-FUNDET = "N"
                   IF WS-HA-COUNT < WS-MAX-HAEV
                       ADD 1 TO WS-HA-COUNT
                       MOVE POST-KONTONUMMER IN historik-record
                           TO HA-KONTO(WS-HA-COUNT)
                       MOVE 1 TO HA-ANTAL(WS-HA-COUNT)
                   ELSE
                       DISPLAY "GEBYRKOERSEL: withdrawal table full - "
                           "increase WS-MAX-HAEV, run stopped"
                       CLOSE historik-file-1
                       CLOSE konto-file-1
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               GOBACK
           END-IF

           IF WS-SIMULERING = "J"
               MOVE WS-SIM-FILENAME TO WS-TRANS-FILENAME
               OPEN OUTPUT trans-file-1
           ELSE
               OPEN EXTEND trans-file-1
               IF TRANS-FILE-1-STATUS = "35"
                   OPEN OUTPUT trans-file-1
               END-IF
           END-IF
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "GEBYRKOERSEL: cannot open posting "
                              <= WS-TIER-HOEJ
                           MOVE "Y" TO WS-GEBYR-RAMMER
                       END-IF
                   WHEN "HAEVNING"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "GEBYRKOERSEL: unknown criterion "
                           GB-KRITERIE(WS-SATS-IX)
               END-EVALUATE
           END-IF.

      *> Closed accounts and accounts of anonymised or deceased
      *> customers are not charged; a product without a free count
      *> (999) never is.
       VURDER-ONE-KONTO.
           MOVE HA-KONTO(WS-HA-IX) TO KONTO-NUMMER IN konto-record
           READ konto-file-1
               INVALID KEY
                   MOVE "N" TO WS-REGEL-FUNDET
               NOT INVALID KEY
                   PERFORM FIND-PRODUKTREGEL
           END-READ
           IF WS-REGEL-FUNDET = "Y"
              AND KONTO-STATUS IN konto-record NOT = "L"
              AND RG-FRIE-HAEV(WS-RG-IX) < 999
              AND HA-ANTAL(WS-HA-IX) > RG-FRIE-HAEV(WS-RG-IX)
               MOVE KONTO-KUNDEID IN konto-record
                   TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SLETTET-MARKERING IN master-record NOT = "J"
                          AND AFDOED-MARKERING IN master-record
                              NOT = "J"
                           COMPUTE WS-HAEV-OVER = HA-ANTAL(WS-HA-IX)
                               - RG-FRIE-HAEV(WS-RG-IX)
                           ADD 1 TO WS-HAEV-KONTO-COUNT
                           PERFORM VARYING WS-SATS-IX FROM 1 BY 1
                                   UNTIL WS-SATS-IX > WS-SATS-COUNT
                               IF GB-KRITERIE(WS-SATS-IX) = "HAEVNING"
                                  AND GB-VALUTA(WS-SATS-IX) =
                                      KONTO-VALUTAKODE IN konto-record
                                   PERFORM POSTER-HAEVEGEBYR
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-IF.

       FIND-PRODUKTREGEL.
           MOVE "N" TO WS-REGEL-FUNDET
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-REGEL-COUNT
                      OR WS-REGEL-FUNDET = "Y"
               IF RG-TYPE(WS-RG-IX) = KONTO-TYPE IN konto-record
                   MOVE "Y" TO WS-REGEL-FUNDET
               END-IF
           END-PERFORM
           IF WS-REGEL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-RG-IX
           END-IF.

      *> One fee posting per account for all its withdrawals over
      *> the free count; the register counts the withdrawals.
       POSTER-HAEVEGEBYR.
           COMPUTE WS-HAEV-BELOEB =
               GB-BELOEB(WS-SATS-IX) * WS-HAEV-OVER
           MOVE WS-HAEV-OVER TO WS-HAEV-ANTAL-EDIT
           MOVE SPACES TO trans-record
           MOVE KONTO-KUNDEID IN konto-record
               TO POST-KUNDEID IN trans-record
           MOVE KONTO-NUMMER IN konto-record
               TO POST-KONTONUMMER IN trans-record
           MOVE WS-BOGF-DATO TO POST-DATO IN trans-record
           MOVE WS-HAEV-BELOEB TO POST-BELOEB IN trans-record
           MOVE "D" TO POST-DK IN trans-record
           MOVE SPACES TO POST-TEKST IN trans-record
           STRING "GEBYR " DELIMITED BY SIZE
               GB-KODE(WS-SATS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HAEV-ANTAL-EDIT) DELIMITED BY SIZE
               " HAEVN." DELIMITED BY SIZE
               INTO POST-TEKST IN trans-record
           END-STRING
           MOVE "GEBY" TO POST-TYPEKODE IN trans-record
           WRITE trans-record
           ADD 1 TO WS-GEBYR-COUNT
           ADD WS-HAEV-BELOEB TO WS-GEBYR-TOTAL
           ADD WS-HAEV-OVER TO GB-ANTAL(WS-SATS-IX)
           ADD WS-HAEV-BELOEB TO GB-SUM(WS-SATS-IX)
           MOVE KONTO-VALUTAKODE IN konto-record TO WS-SUM-VALUTA
           PERFORM NOTER-SUMMERING.

       POSTER-GEBYR.
           MOVE SPACES TO trans-record
           MOVE KundeID IN master-record
               TO POST-KUNDEID IN trans-record
           MOVE KontoNummer IN master-record
               TO POST-KONTONUMMER IN trans-record
           MOVE WS-BOGF-DATO TO POST-DATO IN trans-record
           MOVE GB-BELOEB(WS-SATS-IX)
               TO POST-BELOEB IN trans-record
           MOVE "D" TO POST-DK IN trans-record
           ADD 1 TO WS-GEBYR-COUNT
           ADD GB-BELOEB(WS-SATS-IX) TO WS-GEBYR-TOTAL
           ADD 1 TO GB-ANTAL(WS-SATS-IX)
           ADD GB-BELOEB(WS-SATS-IX) TO GB-SUM(WS-SATS-IX)
           MOVE Valutakode IN master-record TO WS-SUM-VALUTA
           PERFORM NOTER-SUMMERING.

      *> The fee just written, into the run summary by currency,
      *> the customer's branch and fee code.
       NOTER-SUMMERING.
           MOVE FILIALKODE IN master-record TO WS-SUM-FILIAL
           MOVE GB-KODE(WS-SATS-IX) TO WS-SUM-KODE
           MOVE "D" TO WS-SUM-DK
           MOVE POST-BELOEB IN trans-record TO WS-SUM-BELOEB
           MOVE "TILF" TO WS-SUM-AKTION
           PERFORM KALD-KOERSELSUM.

       KALD-KOERSELSUM.
           CALL "KOERSELSUM" USING WS-SUM-AKTION WS-KLOG-PROGRAM
               WS-SUM-FILENAME WS-SUM-VALUTA WS-SUM-FILIAL
               WS-SUM-KODE WS-SUM-DK WS-SUM-BELOEB.

       PRINT-GEBYR-REGISTER.
           DISPLAY "=========================================="
           DISPLAY "GEBYRKOERSEL - gebyrregister " WS-TODAY
           IF WS-SIMULERING = "J"
               DISPLAY "*** SIMULERING - intet er posteret ***"
           END-IF
           DISPLAY "=========================================="
           PERFORM VARYING WS-SATS-IX FROM 1 BY 1
                   UNTIL WS-SATS-IX > WS-SATS-COUNT
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "Kunder gennemgaaet : " WS-KUNDE-COUNT
           IF WS-HAEV-AKTIV = "Y"
               DISPLAY "Haevninger " WS-HAEV-MAANED
                   " - konti over frie antal: " WS-HAEV-KONTO-COUNT
           END-IF
           DISPLAY "Gebyrer posteret   : " WS-GEBYR-COUNT
           MOVE WS-GEBYR-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Gebyrer i alt      : " WS-BELOEB-EDIT
