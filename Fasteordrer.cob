      *> journal, advances each order's next due date past the run
      *> date, drops expired orders, and reports generated and expired
      *> orders. The order file is rewritten with the advanced dates.
      *> The postings carry today's date; in a closed accounting
      *> month PERIODE_POLITIK refuses the run or dates them on the
      *> first day of the next open month (PERIODETJEK).
      *>
      *> A debit order must keep the product rules of the account it
      *> draws on (Produktregler.txt, PRODREGEL.cpy, by KONTO-TYPE
      *> on the account master; the customer's primary account when
      *> the order names none): when the product does not take
      *> standing orders (P014) or the account is locked by date or
      *> by the owner's age on the booking date (P015) the order is
      *> reported, no posting is made and its due dates move on.
      *> Notice and overdraft depend on the notices and the balance
      *> at booking time and are KONTOPOSTERING's to check.
      *>
      *> SIMULERING "J" is a trial run: the live files are read, but
      *> the postings go to the simulation file
      *> (FASTORDRE_SIMULERING_FIL, default FasteOrdrerSimulering.txt)
      *> instead of the posting transaction file, the order file is
      *> not rewritten, no run-log line is written and a closed
      *> period does not stop it. The summary per currency, branch
      *> and debit/credit (KOERSELSUM, code FAST) is printed beside
      *> the last real run's (FASTORDRE_SUM_FIL, default
      *> FasteOrdrerSidsteKoersel.txt), which every real run
      *> rewrites. The currency and branch are the ordering
      *> customer's on the customer master.

       environment division.
       input-output section.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select prodregel-file-1 assign to dynamic
                   WS-PRODREGEL-FILENAME
               organization is line sequential
               file status is PRODREGEL-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               file status is MASTER-FILE-1-STATUS.
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
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "FASTEORDRER".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.

       01  WS-SIMULERING           PIC X VALUE "N".
       01  WS-SIM-FILENAME         PIC X(100)
                                    VALUE "FasteOrdrerSimulering.txt".
       01  WS-SUM-AKTION           PIC X(4) VALUE SPACES.
       01  WS-SUM-FILENAME         PIC X(100)
                                VALUE "FasteOrdrerSidsteKoersel.txt".
       01  WS-SUM-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-SUM-FILIAL           PIC X(4) VALUE SPACES.
       01  WS-SUM-KODE             PIC X(4) VALUE "FAST".
       01  WS-SUM-DK               PIC X VALUE SPACE.
       01  WS-SUM-BELOEB           PIC 9(9)V99 VALUE ZEROS.
       01  WS-MASTER-AABEN         PIC X VALUE "N".

      *> Product rules per KONTO-TYPE. Without the rule table, the
      *> account master or the customer master on disk no order is
      *> stopped by a product rule.
       01  PRODREGEL-FILE-1-STATUS PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  WS-PRODREGEL-FILENAME   PIC X(100)
                                    VALUE "Produktregler.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  END-OF-PRODREGEL        PIC X VALUE "N".
       01  WS-REGLER-AKTIV         PIC X VALUE "N".
       01  WS-MAX-REGLER           PIC 9(2) VALUE 20.
       01  WS-REGEL-COUNT          PIC 9(2) VALUE 0.
       01  WS-RG-IX                PIC 9(2) VALUE 0.
       01  WS-RG-TYPE-IX           PIC 9(2) VALUE 0.
       01  WS-REGEL-FUNDET         PIC X VALUE "N".
       01  WS-PRODUKT-OK           PIC X VALUE "Y".
       01  WS-PRODUKT-AARSAG       PIC X(4) VALUE SPACES.
       01  WS-PRODUKT-TEKST        PIC X(40) VALUE SPACES.
       01  WS-ORDRE-KONTO          PIC X(20) VALUE SPACES.
       01  WS-EJER-ALDER           PIC 9(4) VALUE 0.
       01  WS-PRODUKT-AFVIST-COUNT PIC 9(7) VALUE 0.
       01  REGEL-TABEL.
           02  REGEL-ENTRY OCCURS 20 TIMES.
               03  RG-TYPE         pic x(1).
               03  RG-DEBET-TYPER  pic x(40).
               03  RG-DEBET-LISTE REDEFINES RG-DEBET-TYPER.
                   04  RG-DEBET-TYPE pic x(4) OCCURS 10 TIMES.
               03  RG-LAAS-ALDER   pic 9(2).
               03  RG-LAAS-DATO    pic 9(8).

      *> Booking date: today, unless today's accounting month is
      *> closed and PERIODE_POLITIK moves the postings on.
       01  WS-BOGF-DATO            PIC 9(8) VALUE ZEROS.
       01  WS-PERIODE-POLITIK      PIC X(7) VALUE "AFVIS".
       01  WS-PERIODE-AABEN        PIC X VALUE "Y".

       01  WS-MAX-ORDRER           PIC 9(5) VALUE 5000.
       01  WS-ORDRE-COUNT          PIC 9(5) VALUE 0.
       01  WS-ORDRE-IX             PIC 9(5) VALUE 0.
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
                   FROM ENVIRONMENT "FASTORDRE_SIMULERING_FIL"
               ON EXCEPTION
                   MOVE "FasteOrdrerSimulering.txt" TO WS-SIM-FILENAME
           END-ACCEPT
           ACCEPT WS-SUM-FILENAME FROM ENVIRONMENT "FASTORDRE_SUM_FIL"
               ON EXCEPTION
                   MOVE "FasteOrdrerSidsteKoersel.txt"
                       TO WS-SUM-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CHECK-PERIODE

           PERFORM LOAD-ORDRER

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
               DISPLAY "FASTEORDRER: cannot open posting transaction "
               GOBACK
           END-IF

           PERFORM LOAD-PRODUKTREGLER

      *> The run summary needs the ordering customer's currency and
      *> branch; the product check may have opened the master
      *> already.
           IF WS-REGLER-AKTIV = "Y"
               MOVE "Y" TO WS-MASTER-AABEN
           ELSE
               OPEN INPUT master-file-1
               IF MASTER-FILE-1-STATUS = "00"
                   MOVE "Y" TO WS-MASTER-AABEN
               END-IF
           END-IF

           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > WS-ORDRE-COUNT
               PERFORM BEHANDL-ONE-ORDRE
           END-PERFORM

           CLOSE trans-file-1
           IF WS-REGLER-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF
           IF WS-MASTER-AABEN = "Y"
               CLOSE master-file-1
           END-IF

           IF WS-SIMULERING = "N"
               PERFORM REWRITE-ORDRER
           END-IF

           DISPLAY "=========================================="
           DISPLAY "FASTEORDRER - faste ordrer " WS-TODAY
           IF WS-SIMULERING = "J"
               DISPLAY "*** SIMULERING - intet er posteret, "
                   "ordrefilen er uroert ***"
           END-IF
           DISPLAY "Ordrer laest       : " WS-LAEST-COUNT
           DISPLAY "Posteringer dannet : " WS-GENERERET-COUNT
           DISPLAY "Ordrer udloebet    : " WS-UDLOEBET-COUNT
           DISPLAY "Ordrer afvist      : " WS-AFVIST-COUNT
           IF WS-REGLER-AKTIV = "Y"
               DISPLAY "  heraf produktregel: " WS-PRODUKT-AFVIST-COUNT
           END-IF
           MOVE WS-GENERERET-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Beloeb dannet      : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           IF WS-SIMULERING = "J"
               MOVE "SAML" TO WS-SUM-AKTION
               PERFORM KALD-KOERSELSUM
               DISPLAY "FASTEORDRER: SIMULERING - posteringerne "
                   "staar i " FUNCTION TRIM(WS-SIM-FILENAME)
               GOBACK
           END-IF
           IF RETURN-CODE < 16
               MOVE "GEM " TO WS-SUM-AKTION
               PERFORM KALD-KOERSELSUM
           END-IF

           MOVE WS-LAEST-COUNT TO WS-KLOG-LAEST
           MOVE WS-GENERERET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
                   OR-KUNDEID(WS-ORDRE-IX)
                   " har ugyldigt interval " OR-INTERVAL(WS-ORDRE-IX)
           ELSE
               MOVE "Y" TO WS-PRODUKT-OK
               IF WS-REGLER-AKTIV = "Y"
                  AND OR-DK(WS-ORDRE-IX) = "D"
                  AND OR-NAESTE(WS-ORDRE-IX) <= WS-TODAY
                   PERFORM CHECK-ORDRE-PRODUKT
               END-IF
               IF WS-PRODUKT-OK = "N"
                   ADD 1 TO WS-AFVIST-COUNT
                   ADD 1 TO WS-PRODUKT-AFVIST-COUNT
                   DISPLAY "FASTEORDRER: ordre for KundeID "
                       OR-KUNDEID(WS-ORDRE-IX) " konto "
                       WS-ORDRE-KONTO " afvist ("
                       WS-PRODUKT-AARSAG " "
                       FUNCTION TRIM(WS-PRODUKT-TEKST) ")"
                   PERFORM SPRING-FORFALDNE
               ELSE
                   PERFORM GENERER-FORFALDNE
               END-IF
               IF OR-SLUT(WS-ORDRE-IX) NOT = 0
                  AND OR-SLUT(WS-ORDRE-IX) < WS-TODAY
                   MOVE "N" TO OR-AKTIV(WS-ORDRE-IX)
               PERFORM ADVANCE-NAESTE-DATO
           END-PERFORM.

      *> A refused order's due dates up to today pass without a
      *> posting, so the order does not catch up once the account
      *> is unlocked.
       SPRING-FORFALDNE.
           PERFORM UNTIL OR-NAESTE(WS-ORDRE-IX) > WS-TODAY
                      OR (OR-SLUT(WS-ORDRE-IX) NOT = 0
                          AND OR-NAESTE(WS-ORDRE-IX)
                              > OR-SLUT(WS-ORDRE-IX))
               PERFORM ADVANCE-NAESTE-DATO
           END-PERFORM.

       WRITE-POSTERING.
           MOVE SPACES TO trans-record
           MOVE OR-KUNDEID(WS-ORDRE-IX)
               TO POST-KUNDEID IN trans-record
           MOVE OR-KONTONUMMER(WS-ORDRE-IX)
               TO POST-KONTONUMMER IN trans-record
           MOVE WS-BOGF-DATO TO POST-DATO IN trans-record
           MOVE OR-BELOEB(WS-ORDRE-IX)
               TO POST-BELOEB IN trans-record
           MOVE OR-DK(WS-ORDRE-IX) TO POST-DK IN trans-record
           MOVE "FAST" TO POST-TYPEKODE IN trans-record
           WRITE trans-record
           ADD 1 TO WS-GENERERET-COUNT
           ADD OR-BELOEB(WS-ORDRE-IX) TO WS-GENERERET-TOTAL
           PERFORM NOTER-SUMMERING.

      *> The posting just written, into the run summary by the
      *> ordering customer's currency and branch and by D/K.
       NOTER-SUMMERING.
           MOVE SPACES TO WS-SUM-VALUTA
           MOVE SPACES TO WS-SUM-FILIAL
           IF WS-MASTER-AABEN = "Y"
               MOVE OR-KUNDEID(WS-ORDRE-IX) TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Valutakode IN master-record
                           TO WS-SUM-VALUTA
                       MOVE FILIALKODE IN master-record
                           TO WS-SUM-FILIAL
               END-READ
           END-IF
           MOVE OR-DK(WS-ORDRE-IX) TO WS-SUM-DK
           MOVE OR-BELOEB(WS-ORDRE-IX) TO WS-SUM-BELOEB
           MOVE "TILF" TO WS-SUM-AKTION
           PERFORM KALD-KOERSELSUM.

       KALD-KOERSELSUM.
           CALL "KOERSELSUM" USING WS-SUM-AKTION WS-KLOG-PROGRAM
               WS-SUM-FILENAME WS-SUM-VALUTA WS-SUM-FILIAL
               WS-SUM-KODE WS-SUM-DK WS-SUM-BELOEB.

      *> Monthly, quarterly and yearly orders keep their day of month;
      *> a due day above 28 is clamped to 28 so every month has the
               MOVE WS-NAESTE-DAG TO OR-NAESTE(WS-ORDRE-IX)(7:2)
           END-IF.

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
                   DISPLAY "FASTEORDRER: " WS-TODAY
                       " ligger i en lukket periode - posteringerne "
                       "dateres " WS-BOGF-DATO
               ELSE
               IF WS-SIMULERING = "J"
                   DISPLAY "FASTEORDRER: " WS-TODAY
                       " ligger i en lukket periode - en rigtig "
                       "koersel ville blive afvist; simuleres med "
                       "dato " WS-BOGF-DATO
               ELSE
                   DISPLAY "FASTEORDRER: " WS-TODAY
                       " ligger i en lukket periode - koerslen "
                       "afvises, intet posteret"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               END-IF
           END-IF.

       REWRITE-ORDRER.
           OPEN OUTPUT ordre-file-1
           IF ORDRE-FILE-1-STATUS NOT = "00"
           END-PERFORM

           CLOSE ordre-file-1.

      *> The rule table, and the two masters the rules are read
      *> against.
       LOAD-PRODUKTREGLER.
           ACCEPT WS-PRODREGEL-FILENAME
                   FROM ENVIRONMENT "PRODUKTREGEL_FIL"
               ON EXCEPTION
                   MOVE "Produktregler.txt" TO WS-PRODREGEL-FILENAME
           END-ACCEPT
           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT
           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT
           OPEN INPUT prodregel-file-1
           IF PRODREGEL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-PRODREGEL = "Y"
                   READ prodregel-file-1
                       AT END
                           MOVE "Y" TO END-OF-PRODREGEL
                       NOT AT END
                           IF WS-REGEL-COUNT < WS-MAX-REGLER
                               ADD 1 TO WS-REGEL-COUNT
                               PERFORM NOTER-PRODUKTREGEL
                           ELSE
                               DISPLAY "FASTEORDRER: rule table full, "
                                   "skipping type " PR-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prodregel-file-1
           END-IF
           IF WS-REGEL-COUNT > 0
               OPEN INPUT master-file-1
               IF MASTER-FILE-1-STATUS = "00"
                   OPEN INPUT konto-file-1
                   IF KONTO-FILE-1-STATUS = "00"
                       MOVE "Y" TO WS-REGLER-AKTIV
                   ELSE
                       CLOSE master-file-1
                   END-IF
               END-IF
               IF WS-REGLER-AKTIV = "N"
                   DISPLAY "FASTEORDRER: kunde- eller kontomaster "
                       "mangler - produktkontrol springes over"
               END-IF
           END-IF.

       NOTER-PRODUKTREGEL.
           MOVE PR-TYPE TO RG-TYPE(WS-REGEL-COUNT)
           MOVE PR-DEBET-TYPER TO RG-DEBET-TYPER(WS-REGEL-COUNT)
           IF PR-LAAS-ALDER IS NOT NUMERIC
               MOVE ZEROS TO PR-LAAS-ALDER
           END-IF
           IF PR-LAAS-DATO IS NOT NUMERIC
               MOVE ZEROS TO PR-LAAS-DATO
           END-IF
           MOVE PR-LAAS-ALDER TO RG-LAAS-ALDER(WS-REGEL-COUNT)
           MOVE PR-LAAS-DATO TO RG-LAAS-DATO(WS-REGEL-COUNT).

      *> The account the order draws on and its owner; an account
      *> the masters do not know is left to KONTOPOSTERING.
       CHECK-ORDRE-PRODUKT.
           MOVE "Y" TO WS-PRODUKT-OK
           MOVE "N" TO WS-REGEL-FUNDET
           MOVE OR-KONTONUMMER(WS-ORDRE-IX) TO WS-ORDRE-KONTO
           MOVE OR-KUNDEID(WS-ORDRE-IX) TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   MOVE ZEROS TO DATE-OF-BIRTH IN master-record
                   MOVE SPACES TO KontoNummer IN master-record
           END-READ
           IF WS-ORDRE-KONTO = SPACES
               MOVE KontoNummer IN master-record TO WS-ORDRE-KONTO
           END-IF
           IF WS-ORDRE-KONTO NOT = SPACES
               MOVE WS-ORDRE-KONTO TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FIND-PRODUKTREGEL
               END-READ
           END-IF
           IF WS-REGEL-FUNDET = "Y"
               PERFORM CHECK-REGEL-TYPE
               IF WS-PRODUKT-OK = "Y"
                   PERFORM CHECK-REGEL-LAAS
               END-IF
           END-IF.

       FIND-PRODUKTREGEL.
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

       CHECK-REGEL-TYPE.
           IF RG-DEBET-TYPER(WS-RG-IX) NOT = SPACES
               MOVE "N" TO WS-PRODUKT-OK
               PERFORM VARYING WS-RG-TYPE-IX FROM 1 BY 1
                       UNTIL WS-RG-TYPE-IX > 10
                          OR WS-PRODUKT-OK = "Y"
                   IF RG-DEBET-TYPE(WS-RG-IX, WS-RG-TYPE-IX) = "FAST"
                       MOVE "Y" TO WS-PRODUKT-OK
                   END-IF
               END-PERFORM
               IF WS-PRODUKT-OK = "N"
                   MOVE "P014" TO WS-PRODUKT-AARSAG
                   MOVE "kontotypen tager ikke faste ordrer"
                       TO WS-PRODUKT-TEKST
               END-IF
           END-IF.

      *> Lock by date, or by the owner's age on the booking date; an
      *> owner without a birth date counts as under age.
       CHECK-REGEL-LAAS.
           IF RG-LAAS-DATO(WS-RG-IX) NOT = 0
              AND WS-BOGF-DATO < RG-LAAS-DATO(WS-RG-IX)
               MOVE "N" TO WS-PRODUKT-OK
           ELSE
           IF RG-LAAS-ALDER(WS-RG-IX) NOT = 0
               IF DATE-OF-BIRTH IN master-record IS NOT NUMERIC
                  OR DATE-OF-BIRTH IN master-record = 0
                  OR DATE-OF-BIRTH IN master-record > WS-BOGF-DATO
                   MOVE "N" TO WS-PRODUKT-OK
               ELSE
                   COMPUTE WS-EJER-ALDER = (WS-BOGF-DATO
                       - DATE-OF-BIRTH IN master-record) / 10000
                   IF WS-EJER-ALDER < RG-LAAS-ALDER(WS-RG-IX)
                       MOVE "N" TO WS-PRODUKT-OK
                   END-IF
               END-IF
           END-IF
           END-IF
           IF WS-PRODUKT-OK = "N"
               MOVE "P015" TO WS-PRODUKT-AARSAG
               MOVE "kontoen er laast" TO WS-PRODUKT-TEKST
           END-IF.
