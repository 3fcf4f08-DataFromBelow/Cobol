       identification division.
       program-id. RENTEVARSEL.

      *> Advance notice of interest-rate changes. Compares every rate
      *> period on RentePerioder.txt (RENTEPERIODE.cpy) that takes
      *> effect after today with the rate in force the day before,
      *> per Valutakode and balance tier the way RENTETILSKRIVNING
      *> picks the rate, and gives notice to the accounts whose
      *> current balance falls in a tier whose rate actually
      *> changes - not a blanket letter to everybody. The accounts
      *> are read from the account master (the customer master's
      *> primary account when no account master is on disk); a
      *> closed account, a term deposit (KONTO-TYPE "T" - its rate
      *> is fixed for the term, TIDSINDSKUD), an anonymised or a
      *> deceased customer gets no notice. Routing follows KANALKODE:
      *>   - paper customers go on the letter extract
      *>     (RenteVarselUdtraek.txt, KUNDER.cpy with the account's
      *>     balance, number and currency) for BREVFLET with the
      *>     template RenteVarselBrev.txt, the rates and effective
      *>     date on the companion file (RenteVarselSatser.txt,
      *>     RVARSEL.cpy - point BREV_SATS_FIL at it). BREVFLET
      *>     redirects to a guardian and logs the contact.
      *>   - digital-post customers get a line on the
      *>     electronic-dispatch file (RenteVarselDigital.csv) and
      *>     an operational contact ("D") in the contact history -
      *>     unless a guardian covers all their mail, in which case
      *>     the letter goes on paper to the guardian.
      *> Each period notified is written to the notice log
      *> (RenteVarselLog.txt, RVLOG.cpy) so a later run does not
      *> notify it again and RENTETILSKRIVNING can check that the
      *> notice went out in time. A period that takes effect less
      *> than RENTEVARSEL_DAGE days (default 30) from today is
      *> still notified but flagged, return code 4.

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
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select periode-file-1 assign to dynamic
                   WS-PERIODE-FILENAME
               organization is line sequential
               file status is PERIODE-FILE-1-STATUS.
           select varsellog-file-1 assign to dynamic
                   WS-VARSELLOG-FILENAME
               organization is line sequential
               file status is VARSELLOG-FILE-1-STATUS.
           select udtraek-file-1 assign to dynamic
                   WS-UDTRAEK-FILENAME
               organization is line sequential
               file status is UDTRAEK-FILE-1-STATUS.
           select sats-file-1 assign to dynamic WS-SATS-FILENAME
               organization is line sequential
               file status is SATS-FILE-1-STATUS.
           select digital-file-1 assign to dynamic
                   WS-DIGITAL-FILENAME
               organization is line sequential
               file status is DIGITAL-FILE-1-STATUS.
           select kontakt-file-1 assign to dynamic
                   WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  periode-file-1.
       01  periode-record.
           copy "RENTEPERIODE.cpy".
       fd  varsellog-file-1.
       01  varsellog-record.
           copy "RVLOG.cpy".
       fd  udtraek-file-1.
       01  udtraek-record.
           copy "KUNDER.cpy".
       fd  sats-file-1.
       01  sats-record.
           copy "RVARSEL.cpy".
       fd  digital-file-1.
       01  digital-record          PIC X(200).
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKT.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "RENTEVARSEL".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  END-OF-PERIODE          PIC X VALUE "N".
       01  END-OF-VARSELLOG        PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  PERIODE-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  VARSELLOG-FILE-1-STATUS PIC X(2) VALUE "00".
       01  UDTRAEK-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  SATS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  DIGITAL-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  KONTAKT-FILE-1-STATUS   PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-PERIODE-FILENAME     PIC X(100)
                                    VALUE "RentePerioder.txt".
       01  WS-VARSELLOG-FILENAME   PIC X(100)
                                    VALUE "RenteVarselLog.txt".
       01  WS-UDTRAEK-FILENAME     PIC X(100)
                                    VALUE "RenteVarselUdtraek.txt".
       01  WS-SATS-FILENAME        PIC X(100)
                                    VALUE "RenteVarselSatser.txt".
       01  WS-DIGITAL-FILENAME     PIC X(100)
                                    VALUE "RenteVarselDigital.csv".
       01  WS-KONTAKT-FILENAME     PIC X(100)
                                    VALUE "KontaktHistorik.txt".
       01  WS-KONTAKT-AABEN        PIC X VALUE "N".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT            PIC S9(9) VALUE 0.
       01  WS-VARSEL-DAGE          PIC 9(3) VALUE 30.
       01  WS-VARSEL-DAGE-X        PIC X(3) VALUE SPACES.
       01  WS-FRIST-DAGE           PIC S9(9) VALUE 0.
       01  WS-KONTO-AKTIV          PIC X VALUE "N".

       01  WS-MAX-PERIODER         PIC 9(3) VALUE 200.
       01  WS-PER-COUNT            PIC 9(3) VALUE 0.
       01  WS-PER-IX               PIC 9(3) VALUE 0.
       01  PERIODE-TABEL.
           02  PERIODE-ENTRY OCCURS 200 TIMES.
               03  PE-KODE         pic x(3).
               03  PE-FRA          pic 9(8).
               03  PE-SFRA         pic s9(9).
               03  PE-STIL         pic s9(9).
               03  PE-IND          pic s9(2)v9(4).
               03  PE-UD           pic 9(2)v9(4).

      *> Periods already notified by an earlier run.
       01  WS-MAX-LOG              PIC 9(4) VALUE 1000.
       01  WS-LOG-COUNT            PIC 9(4) VALUE 0.
       01  WS-LOG-IX               PIC 9(4) VALUE 0.
       01  WS-LOG-FUNDET           PIC X VALUE "N".
       01  LOG-TABEL.
           02  LOG-ENTRY OCCURS 1000 TIMES.
               03  LG-KODE         pic x(3).
               03  LG-FRA          pic 9(8).

      *> The future periods this run gives notice of.
       01  WS-MAX-NYE              PIC 9(3) VALUE 50.
       01  WS-NY-COUNT             PIC 9(3) VALUE 0.
       01  WS-NY-IX                PIC 9(3) VALUE 0.
       01  WS-NY-FUNDET            PIC X VALUE "N".
       01  NY-TABEL.
           02  NY-ENTRY OCCURS 50 TIMES.
               03  NY-KODE         pic x(3).
               03  NY-FRA          pic 9(8).
               03  NY-ANTAL        pic 9(7).

      *> Rate lookup, as RENTETILSKRIVNING's FIND-PERIODE-SATS.
       01  WS-DR-VALUTA            PIC X(3) VALUE SPACES.
       01  WS-DR-BALANCE           PIC S9(9)V99 VALUE ZEROS.
       01  WS-DAG-DATO             PIC 9(8) VALUE ZEROS.
       01  WS-SATS-FUNDET          PIC X VALUE "N".
       01  WS-VALGT-SATS           PIC S9(2)V9(4) VALUE ZEROS.
       01  WS-BEDSTE-FRA           PIC 9(8) VALUE ZEROS.
       01  WS-GL-SATS              PIC S9(2)V9(4) VALUE ZEROS.
       01  WS-NY-SATS              PIC S9(2)V9(4) VALUE ZEROS.

      *> The account being considered.
       01  WS-KTO-KONTO            PIC X(20) VALUE SPACES.
       01  WS-KTO-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-KTO-SALDO            PIC S9(9)V99 VALUE ZEROS.

      *> Alternate recipient (guardian / power of attorney).
       01  WS-VAERGE-KUNDEID       PIC X(10) VALUE SPACES.
       01  WS-VAERGE-OMFANG        PIC X(1) VALUE "A".
       01  WS-VAERGE-FUNDET        PIC X(1) VALUE "N".
       01  WS-VAERGE-NAVN          PIC X(41) VALUE SPACES.
       01  WS-VAERGE-GADE          PIC X(34) VALUE SPACES.
       01  WS-VAERGE-POSTBY        PIC X(25) VALUE SPACES.

       01  WS-NAVN-VAERDI          PIC X(41) VALUE SPACES.
       01  WS-GL-EDIT              PIC -Z9.9999.
       01  WS-NY-EDIT              PIC -Z9.9999.

       01  WS-KONTO-COUNT          PIC 9(7) VALUE 0.
       01  WS-UDELADT-COUNT        PIC 9(7) VALUE 0.
       01  WS-UAENDRET-COUNT       PIC 9(7) VALUE 0.
       01  WS-PAPIR-COUNT          PIC 9(7) VALUE 0.
       01  WS-DIGITAL-COUNT        PIC 9(7) VALUE 0.
       01  WS-VAERGE-COUNT         PIC 9(7) VALUE 0.
       01  WS-FORSENT-COUNT        PIC 9(3) VALUE 0.
       01  WS-TIDLIGERE-COUNT      PIC 9(3) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-PERIODE-FILENAME
                   FROM ENVIRONMENT "RENTE_PERIODE_FIL"
               ON EXCEPTION
                   MOVE "RentePerioder.txt" TO WS-PERIODE-FILENAME
           END-ACCEPT

           ACCEPT WS-VARSELLOG-FILENAME
                   FROM ENVIRONMENT "RENTEVARSEL_LOG_FIL"
               ON EXCEPTION
                   MOVE "RenteVarselLog.txt" TO WS-VARSELLOG-FILENAME
           END-ACCEPT

           ACCEPT WS-UDTRAEK-FILENAME
                   FROM ENVIRONMENT "RENTEVARSEL_UDTRAEK"
               ON EXCEPTION
                   MOVE "RenteVarselUdtraek.txt"
                       TO WS-UDTRAEK-FILENAME
           END-ACCEPT

           ACCEPT WS-SATS-FILENAME
                   FROM ENVIRONMENT "RENTEVARSEL_SATS_FIL"
               ON EXCEPTION
                   MOVE "RenteVarselSatser.txt" TO WS-SATS-FILENAME
           END-ACCEPT

           ACCEPT WS-DIGITAL-FILENAME
                   FROM ENVIRONMENT "RENTEVARSEL_DIGITAL_FIL"
               ON EXCEPTION
                   MOVE "RenteVarselDigital.csv"
                       TO WS-DIGITAL-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTAKT-FILENAME
                   FROM ENVIRONMENT "KONTAKT_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "KontaktHistorik.txt"
                       TO WS-KONTAKT-FILENAME
           END-ACCEPT

           ACCEPT WS-VARSEL-DAGE-X FROM ENVIRONMENT "RENTEVARSEL_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-VARSEL-DAGE-X
           END-ACCEPT
           IF WS-VARSEL-DAGE-X NOT = SPACES
               MOVE WS-VARSEL-DAGE-X TO WS-VARSEL-DAGE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM LOAD-RENTEPERIODER
           PERFORM LOAD-VARSEL-LOG
           PERFORM BESTEM-NYE-PERIODER

           IF WS-NY-COUNT = 0
               DISPLAY "RENTEVARSEL: ingen nye satsperioder at "
                   "varsle"
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "RENTEVARSEL: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           ELSE
               DISPLAY "RENTEVARSEL: ingen kontomaster paa disk - "
                   "kundemasterens hovedkonto varsles"
           END-IF

           OPEN OUTPUT udtraek-file-1
           OPEN OUTPUT sats-file-1
           OPEN OUTPUT digital-file-1
           IF UDTRAEK-FILE-1-STATUS NOT = "00"
              OR SATS-FILE-1-STATUS NOT = "00"
              OR DIGITAL-FILE-1-STATUS NOT = "00"
               DISPLAY "RENTEVARSEL: cannot open output files, "
                   "status " UDTRAEK-FILE-1-STATUS " "
                   SATS-FILE-1-STATUS " " DIGITAL-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           IF WS-KONTO-AKTIV = "Y"
               PERFORM UNTIL END-OF-KONTO = "Y"
                   READ konto-file-1 NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-KONTO
                       NOT AT END
                           ADD 1 TO WS-KONTO-COUNT
                           PERFORM VURDER-KONTO
                   END-READ
               END-PERFORM
               CLOSE konto-file-1
           ELSE
               PERFORM UNTIL END-OF-MASTER = "Y"
                   READ master-file-1 NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-MASTER
                       NOT AT END
                           ADD 1 TO WS-KONTO-COUNT
                           PERFORM VURDER-HOVEDKONTO
                   END-READ
               END-PERFORM
           END-IF

           CLOSE master-file-1
           CLOSE udtraek-file-1
           CLOSE sats-file-1
           CLOSE digital-file-1
           IF WS-KONTAKT-AABEN = "Y"
               CLOSE kontakt-file-1
           END-IF

           PERFORM SKRIV-VARSEL-LOG

           DISPLAY "=========================================="
           DISPLAY "RENTEVARSEL - varsel om renteaendring " WS-TODAY
           DISPLAY "=========================================="
           PERFORM VARYING WS-NY-IX FROM 1 BY 1
                   UNTIL WS-NY-IX > WS-NY-COUNT
               DISPLAY "Valuta " NY-KODE(WS-NY-IX) " fra "
                   NY-FRA(WS-NY-IX) " : " NY-ANTAL(WS-NY-IX)
                   " varsler"
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "Konti laest              : " WS-KONTO-COUNT
           DISPLAY "Uden varsel (lukket/afd.): " WS-UDELADT-COUNT
           DISPLAY "Satsen uaendret          : " WS-UAENDRET-COUNT
           DISPLAY "Varsler paa papir        : " WS-PAPIR-COUNT
           DISPLAY "  heraf til vaerge       : " WS-VAERGE-COUNT
           DISPLAY "Varsler digitalt         : " WS-DIGITAL-COUNT
           DISPLAY "Perioder varslet tidl.   : " WS-TIDLIGERE-COUNT
           DISPLAY "Perioder varslet sent    : " WS-FORSENT-COUNT
           DISPLAY "=========================================="

           IF WS-FORSENT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM SKRIV-KOERSELLOG

       goback.

       SKRIV-KOERSELLOG.
           MOVE WS-KONTO-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-PAPIR-COUNT + WS-DIGITAL-COUNT
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE > 4
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE.

       LOAD-RENTEPERIODER.
           OPEN INPUT periode-file-1
           IF PERIODE-FILE-1-STATUS NOT = "00"
               DISPLAY "RENTEVARSEL: no rate-period file on disk, "
                   "status " PERIODE-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-PERIODE = "Y"
                   READ periode-file-1 INTO periode-record
                       AT END
                           MOVE "Y" TO END-OF-PERIODE
                       NOT AT END
                           IF WS-PER-COUNT < WS-MAX-PERIODER
                               ADD 1 TO WS-PER-COUNT
                               MOVE RP-KODE
                                   TO PE-KODE(WS-PER-COUNT)
                               MOVE RP-FRA-DATO
                                   TO PE-FRA(WS-PER-COUNT)
                               MOVE RP-SALDO-FRA
                                   TO PE-SFRA(WS-PER-COUNT)
                               MOVE RP-SALDO-TIL
                                   TO PE-STIL(WS-PER-COUNT)
                               MOVE RP-INDLAAN
                                   TO PE-IND(WS-PER-COUNT)
                               MOVE RP-UDLAAN
                                   TO PE-UD(WS-PER-COUNT)
                           ELSE
                               DISPLAY "RENTEVARSEL: rate period "
                                   "table full, skipping " RP-KODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE periode-file-1
           END-IF.

       LOAD-VARSEL-LOG.
           OPEN INPUT varsellog-file-1
           IF VARSELLOG-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-VARSELLOG = "Y"
                   READ varsellog-file-1
                       AT END
                           MOVE "Y" TO END-OF-VARSELLOG
                       NOT AT END
                           IF WS-LOG-COUNT < WS-MAX-LOG
                               ADD 1 TO WS-LOG-COUNT
                               MOVE RL-KODE TO LG-KODE(WS-LOG-COUNT)
                               MOVE RL-FRA-DATO
                                   TO LG-FRA(WS-LOG-COUNT)
                           ELSE
                               DISPLAY "RENTEVARSEL: notice log "
                                   "table full, line skipped"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE varsellog-file-1
           END-IF.

      *> One entry per currency and effective date after today that
      *> has not been notified before.
       BESTEM-NYE-PERIODER.
           PERFORM VARYING WS-PER-IX FROM 1 BY 1
                   UNTIL WS-PER-IX > WS-PER-COUNT
               IF PE-FRA(WS-PER-IX) > WS-TODAY
                   PERFORM NOTER-NY-PERIODE
               END-IF
           END-PERFORM.

       NOTER-NY-PERIODE.
           MOVE "N" TO WS-NY-FUNDET
           PERFORM VARYING WS-NY-IX FROM 1 BY 1
                   UNTIL WS-NY-IX > WS-NY-COUNT
               IF NY-KODE(WS-NY-IX) = PE-KODE(WS-PER-IX)
                  AND NY-FRA(WS-NY-IX) = PE-FRA(WS-PER-IX)
                   MOVE "Y" TO WS-NY-FUNDET
               END-IF
           END-PERFORM
           MOVE "N" TO WS-LOG-FUNDET
           PERFORM VARYING WS-LOG-IX FROM 1 BY 1
                   UNTIL WS-LOG-IX > WS-LOG-COUNT
               IF LG-KODE(WS-LOG-IX) = PE-KODE(WS-PER-IX)
                  AND LG-FRA(WS-LOG-IX) = PE-FRA(WS-PER-IX)
                   MOVE "Y" TO WS-LOG-FUNDET
               END-IF
           END-PERFORM

           IF WS-NY-FUNDET = "Y"
               CONTINUE
           ELSE
               IF WS-LOG-FUNDET = "Y"
                   ADD 1 TO WS-TIDLIGERE-COUNT
               ELSE
                   IF WS-NY-COUNT < WS-MAX-NYE
                       ADD 1 TO WS-NY-COUNT
                       MOVE PE-KODE(WS-PER-IX) TO NY-KODE(WS-NY-COUNT)
                       MOVE PE-FRA(WS-PER-IX) TO NY-FRA(WS-NY-COUNT)
                       MOVE 0 TO NY-ANTAL(WS-NY-COUNT)
                       PERFORM CHECK-VARSELFRIST
                   ELSE
                       DISPLAY "RENTEVARSEL: too many new rate "
                           "periods, " PE-KODE(WS-PER-IX) " fra "
                           PE-FRA(WS-PER-IX) " waits for next run"
                   END-IF
               END-IF
           END-IF.

       CHECK-VARSELFRIST.
           COMPUTE WS-FRIST-DAGE =
               FUNCTION INTEGER-OF-DATE(PE-FRA(WS-PER-IX))
                   - WS-TODAY-INT
           IF WS-FRIST-DAGE < WS-VARSEL-DAGE
               ADD 1 TO WS-FORSENT-COUNT
               DISPLAY "RENTEVARSEL: " PE-KODE(WS-PER-IX) " fra "
                   PE-FRA(WS-PER-IX) " traeder i kraft om "
                   WS-FRIST-DAGE " dage - varslingsfristen er "
                   WS-VARSEL-DAGE " dage"
           END-IF.

      *> Account-master mode: the owner decides the routing.
       VURDER-KONTO.
           IF KONTO-STATUS IN konto-record = "L"
              OR KONTO-TYPE IN konto-record = "T"
               ADD 1 TO WS-UDELADT-COUNT
           ELSE
               MOVE KONTO-KUNDEID IN konto-record
                   TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       ADD 1 TO WS-UDELADT-COUNT
                   NOT INVALID KEY
                       MOVE KONTO-NUMMER IN konto-record
                           TO WS-KTO-KONTO
                       MOVE KONTO-VALUTAKODE IN konto-record
                           TO WS-KTO-VALUTA
                       MOVE KONTO-SALDO IN konto-record
                           TO WS-KTO-SALDO
                       PERFORM VURDER-KUNDEKONTO
               END-READ
           END-IF.

       VURDER-HOVEDKONTO.
           MOVE KontoNummer IN master-record TO WS-KTO-KONTO
           MOVE Valutakode IN master-record TO WS-KTO-VALUTA
           MOVE Balance IN master-record TO WS-KTO-SALDO
           PERFORM VURDER-KUNDEKONTO.

       VURDER-KUNDEKONTO.
           IF SLETTET-MARKERING IN master-record = "J"
              OR AFDOED-MARKERING IN master-record = "J"
               ADD 1 TO WS-UDELADT-COUNT
           ELSE
               PERFORM VARYING WS-NY-IX FROM 1 BY 1
                       UNTIL WS-NY-IX > WS-NY-COUNT
                   IF NY-KODE(WS-NY-IX) = WS-KTO-VALUTA
                       PERFORM SAMMENLIGN-SATSER
                   END-IF
               END-PERFORM
           END-IF.

      *> The rate the balance gets the day before the change against
      *> the rate it gets from the effective date.
       SAMMENLIGN-SATSER.
           MOVE WS-KTO-VALUTA TO WS-DR-VALUTA
           MOVE WS-KTO-SALDO TO WS-DR-BALANCE
           COMPUTE WS-DAG-DATO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NY-FRA(WS-NY-IX)) - 1)
           PERFORM FIND-PERIODE-SATS
           MOVE WS-VALGT-SATS TO WS-GL-SATS
           MOVE NY-FRA(WS-NY-IX) TO WS-DAG-DATO
           PERFORM FIND-PERIODE-SATS
           MOVE WS-VALGT-SATS TO WS-NY-SATS
           IF WS-GL-SATS = WS-NY-SATS
               ADD 1 TO WS-UAENDRET-COUNT
           ELSE
               ADD 1 TO NY-ANTAL(WS-NY-IX)
               PERFORM SEND-VARSEL
           END-IF.

       FIND-PERIODE-SATS.
           MOVE "N" TO WS-SATS-FUNDET
           MOVE ZEROS TO WS-BEDSTE-FRA
           MOVE ZEROS TO WS-VALGT-SATS
           PERFORM VARYING WS-PER-IX FROM 1 BY 1
                   UNTIL WS-PER-IX > WS-PER-COUNT
               IF PE-KODE(WS-PER-IX) = WS-DR-VALUTA
                  AND PE-FRA(WS-PER-IX) <= WS-DAG-DATO
                  AND WS-DR-BALANCE >= PE-SFRA(WS-PER-IX)
                  AND WS-DR-BALANCE <= PE-STIL(WS-PER-IX)
                  AND PE-FRA(WS-PER-IX) >= WS-BEDSTE-FRA
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE PE-FRA(WS-PER-IX) TO WS-BEDSTE-FRA
                   IF WS-DR-BALANCE < 0
                       MOVE PE-UD(WS-PER-IX) TO WS-VALGT-SATS
                   ELSE
                       MOVE PE-IND(WS-PER-IX) TO WS-VALGT-SATS
                   END-IF
               END-IF
           END-PERFORM.

      *> Digital post unless a guardian takes all the customer's
      *> mail - the guardian gets it on paper.
       SEND-VARSEL.
           IF KANALKODE IN master-record = "D"
               MOVE KundeID IN master-record TO WS-VAERGE-KUNDEID
               MOVE "A" TO WS-VAERGE-OMFANG
               CALL "VAERGEOPSLAG" USING WS-VAERGE-KUNDEID WS-TODAY
                   WS-VAERGE-OMFANG WS-VAERGE-FUNDET WS-VAERGE-NAVN
                   WS-VAERGE-GADE WS-VAERGE-POSTBY
               IF WS-VAERGE-FUNDET = "Y"
                   ADD 1 TO WS-VAERGE-COUNT
                   PERFORM SKRIV-PAPIR-VARSEL
               ELSE
                   PERFORM SKRIV-DIGITAL-VARSEL
               END-IF
           ELSE
               PERFORM SKRIV-PAPIR-VARSEL
           END-IF.

      *> The extract carries the account's own figures and is always
      *> marked for paper, BREVFLET skips "D".
       SKRIV-PAPIR-VARSEL.
           MOVE master-record TO udtraek-record
           MOVE WS-KTO-KONTO TO KontoNummer IN udtraek-record
           MOVE WS-KTO-VALUTA TO Valutakode IN udtraek-record
           MOVE WS-KTO-SALDO TO Balance IN udtraek-record
           MOVE "P" TO KANALKODE IN udtraek-record
           WRITE udtraek-record

           MOVE SPACES TO sats-record
           MOVE KundeID IN master-record TO RV-KUNDEID
           MOVE WS-KTO-KONTO TO RV-KONTO
           MOVE WS-KTO-VALUTA TO RV-VALUTA
           MOVE WS-GL-SATS TO RV-GL-SATS
           MOVE WS-NY-SATS TO RV-NY-SATS
           MOVE NY-FRA(WS-NY-IX) TO RV-IKRAFT
           WRITE sats-record
           ADD 1 TO WS-PAPIR-COUNT.

       SKRIV-DIGITAL-VARSEL.
           MOVE SPACES TO WS-NAVN-VAERDI
           string Fornavn IN master-record delimited by size
               " " delimited by size
               Efternavn IN master-record delimited by size
               into WS-NAVN-VAERDI
           END-STRING
           MOVE WS-GL-SATS TO WS-GL-EDIT
           MOVE WS-NY-SATS TO WS-NY-EDIT
           MOVE SPACES TO digital-record
           STRING FUNCTION TRIM(KundeID IN master-record)
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-NAVN-VAERDI) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-KTO-KONTO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-KTO-VALUTA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-EDIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-NY-EDIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NY-FRA(WS-NY-IX) DELIMITED BY SIZE
               INTO digital-record
           END-STRING
           WRITE digital-record
           ADD 1 TO WS-DIGITAL-COUNT
           PERFORM SKRIV-KONTAKT-POST.

       SKRIV-KONTAKT-POST.
           IF WS-KONTAKT-AABEN = "N"
               OPEN EXTEND kontakt-file-1
               IF KONTAKT-FILE-1-STATUS = "35"
                   OPEN OUTPUT kontakt-file-1
               END-IF
               IF KONTAKT-FILE-1-STATUS = "00"
                   MOVE "Y" TO WS-KONTAKT-AABEN
               END-IF
           END-IF
           IF WS-KONTAKT-AABEN = "Y"
               MOVE SPACES TO kontakt-record
               MOVE KundeID IN master-record TO KT-KUNDEID
               MOVE WS-TODAY TO KT-DATO
               MOVE "D" TO KT-TYPE
               MOVE "RENTEVARSEL" TO KT-KILDE
               WRITE kontakt-record
           END-IF.

      *> Every period handled is logged, also one that changed no
      *> account's rate - the check in RENTETILSKRIVNING needs to see
      *> that it was looked at.
       SKRIV-VARSEL-LOG.
           OPEN EXTEND varsellog-file-1
           IF VARSELLOG-FILE-1-STATUS = "35"
               OPEN OUTPUT varsellog-file-1
           END-IF
           IF VARSELLOG-FILE-1-STATUS NOT = "00"
               DISPLAY "RENTEVARSEL: cannot open notice log, status "
                   VARSELLOG-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-NY-IX FROM 1 BY 1
                       UNTIL WS-NY-IX > WS-NY-COUNT
                   MOVE SPACES TO varsellog-record
                   MOVE NY-KODE(WS-NY-IX) TO RL-KODE
                   MOVE NY-FRA(WS-NY-IX) TO RL-FRA-DATO
                   MOVE WS-TODAY TO RL-VARSLET-DATO
                   MOVE NY-ANTAL(WS-NY-IX) TO RL-ANTAL
                   WRITE varsellog-record
               END-PERFORM
               CLOSE varsellog-file-1
           END-IF.
