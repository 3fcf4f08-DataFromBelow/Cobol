       identification division.
       program-id. KUNDERENTABILITET.

      *> Monthly customer profitability. Scans the posting history
      *> and the yearly archive for the reporting month
      *> (RENTABILITET_MAANED, YYYYMM, default last calendar month)
      *> and per account adds up the fee income (GEBY debits less
      *> GEBY credits, so a refunded fee comes off again), the
      *> interest received on overdrafts (RENT debits) and paid on
      *> credit balances (RENT credits), the Betalingsservice volume
      *> (BSAF) and the transfer volume (OVF, EKST, FAST, BETL, INDB
      *> and internal "T" transfers, counted once on the debited
      *> account). The average balance over the month is rolled back
      *> from today's balance through the postings booked after the
      *> month and weighted day by day through the month's own
      *> postings; its funding-margin value is the average balance
      *> times RENTABILITET_MARGIN (annual percent, default 1.00)
      *> for the days of the month - a credit balance is cheap
      *> funding and earns its margin, an overdrawn one costs it.
      *> The result is fee income plus interest received less
      *> interest paid plus the margin value. Every figure is
      *> converted to DKK with the latest rate on or before the last
      *> day of the month.
      *> Accounts come from the account master and, for a primary
      *> account the account master does not carry, from the
      *> customer master (type "L"). An account's figures go to its
      *> owner. The report (Rentabilitet.txt) lists every customer
      *> and rolls the figures up by FILIALKODE (blank as "...."),
      *> by the age bands of ALDERSGRUPPERAPPORT and by KONTO-TYPE,
      *> followed by the 50 most and the 50 least profitable
      *> customers. The controllers load the per-customer figures
      *> from the comma-separated file (Rentabilitet.csv).
      *> Postings on an account found on neither master are counted
      *> and left out with return code 4, and so is a currency
      *> without a rate (reported unconverted). More customers or
      *> accounts than the tables hold aborts with return code 16
      *> and no files. Runs on the MAANED line of the schedule plan.

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
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select arkiv-file-1 assign to dynamic WS-ARKIV-FILENAME
               organization is line sequential
               file status is ARKIV-FILE-1-STATUS.
           select kurs-file-1 assign to dynamic WS-KURS-FILENAME
               organization is line sequential
               file status is KURS-FILE-1-STATUS.
           select rapport-file-1 assign to dynamic WS-RAPPORT-FILENAME
               organization is line sequential
               file status is RAPPORT-FILE-1-STATUS.
           select csv-file-1 assign to dynamic WS-CSV-FILENAME
               organization is line sequential
               file status is CSV-FILE-1-STATUS.

       data division.
       file section.
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
       01  arkiv-record            PIC X(400).
       fd  kurs-file-1.
       01  kurs-record.
           copy "VALUTAKURS.cpy".
       fd  rapport-file-1.
       01  rapport-record          PIC X(160).
       fd  csv-file-1.
       01  csv-record              PIC X(200).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KUNDERENTABILITET".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  END-OF-POST             PIC X VALUE "N".
       01  END-OF-ARKIV            PIC X VALUE "N".
       01  END-OF-KURS             PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  ARKIV-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  KURS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  CSV-FILE-1-STATUS       PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-ARKIV-FILENAME       PIC X(100)
                                    VALUE "PosteringsArkiv.txt".
       01  WS-KURS-FILENAME        PIC X(100)
                                    VALUE "Valutakurser.txt".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "Rentabilitet.txt".
       01  WS-CSV-FILENAME         PIC X(100)
                                    VALUE "Rentabilitet.csv".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-MAANED-X             PIC X(6) VALUE SPACES.
       01  WS-MAANED               PIC 9(6) VALUE ZEROS.
       01  WS-MAANED-PRIMO         PIC 9(8) VALUE ZEROS.
       01  WS-MAANED-ULTIMO        PIC 9(8) VALUE ZEROS.
       01  WS-NAESTE-PRIMO         PIC 9(8) VALUE ZEROS.
       01  WS-AAR                  PIC 9(4) VALUE ZEROS.
       01  WS-MD                   PIC 9(2) VALUE ZEROS.
       01  WS-DAGE-I-MAANED        PIC 9(2) VALUE ZEROS.
       01  WS-DAG                  PIC 9(2) VALUE ZEROS.
       01  WS-MARGIN-X             PIC X(10) VALUE SPACES.
       01  WS-MARGIN-PCT           PIC 9(2)V9(4) VALUE 1.
       01  WS-MARGIN-EDIT          PIC Z9.99.
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

      *> Accounts with the month's figures, first in the account's
      *> own currency, then converted to DKK in place.
       01  WS-MAX-KONTI            PIC 9(5) VALUE 10000.
       01  WS-KONTO-COUNT          PIC 9(5) VALUE 0.
       01  WS-KTO-IX               PIC 9(5) VALUE 0.
       01  WS-KTO-FUNDET           PIC X VALUE "N".
       01  WS-SOEG-KONTO           PIC X(20) VALUE SPACES.
       01  KONTO-TABEL.
           02  KONTO-ENTRY OCCURS 10000 TIMES.
               03  KA-NUMMER       pic x(20).
               03  KA-KUNDEID      pic x(10).
               03  KA-VALUTA       pic x(3).
               03  KA-TYPE         pic x(1).
               03  KA-SALDO        pic s9(9)v99.
               03  KA-EFTER        pic s9(9)v99.
               03  KA-VAEGT        pic s9(11)v99.
               03  KA-GEBYR        pic s9(9)v99.
               03  KA-RENTE-IND    pic s9(9)v99.
               03  KA-RENTE-UD     pic s9(9)v99.
               03  KA-BS-VOL       pic s9(11)v99.
               03  KA-OVF-VOL      pic s9(11)v99.
               03  KA-GNS-SALDO    pic s9(11)v99.
               03  KA-MARGIN       pic s9(9)v99.
               03  KA-RESULTAT     pic s9(11)v99.

       01  WS-MAX-KUNDER           PIC 9(5) VALUE 5000.
       01  WS-KUNDE-COUNT          PIC 9(5) VALUE 0.
       01  WS-KND-IX               PIC 9(5) VALUE 0.
       01  WS-KND-FUNDET           PIC X VALUE "N".
       01  WS-SOEG-KUNDEID         PIC X(10) VALUE SPACES.
       01  KUNDE-TABEL.
           02  KUNDE-ENTRY OCCURS 5000 TIMES.
               03  KR-KUNDEID      pic x(10).
               03  KR-FILIAL       pic x(4).
               03  KR-ALDER-IX     pic 9(1).
               03  KR-GEBYR        pic s9(11)v99.
               03  KR-RENTE-IND    pic s9(11)v99.
               03  KR-RENTE-UD     pic s9(11)v99.
               03  KR-BS-VOL       pic s9(11)v99.
               03  KR-OVF-VOL      pic s9(11)v99.
               03  KR-GNS-SALDO    pic s9(11)v99.
               03  KR-MARGIN       pic s9(11)v99.
               03  KR-RESULTAT     pic s9(11)v99.
               03  KR-TOP          pic x(1).
               03  KR-BUND         pic x(1).

      *> Roll-ups: branch, age band and account type, each with the
      *> number of customers or accounts behind it.
       01  WS-MAX-FILIALER         PIC 9(3) VALUE 50.
       01  WS-FILIAL-COUNT         PIC 9(3) VALUE 0.
       01  WS-FIL-IX               PIC 9(3) VALUE 0.
       01  WS-FIL-FUNDET           PIC X VALUE "N".
       01  FILIAL-TABEL.
           02  FILIAL-ENTRY OCCURS 50 TIMES.
               03  FR-KODE         pic x(4).
               03  FR-ANTAL        pic 9(7).
               03  FR-TAL.
                   04  FR-BELOEB   pic s9(13)v99 OCCURS 8 TIMES.

       01  WS-ALDER-IX             PIC 9(1) VALUE 0.
       01  ALDER-NAVNE.
           02  FILLER              PIC X(12) VALUE "UNDER 25".
           02  FILLER              PIC X(12) VALUE "25-40".
           02  FILLER              PIC X(12) VALUE "41-65".
           02  FILLER              PIC X(12) VALUE "66 OG OVER".
           02  FILLER              PIC X(12) VALUE "UKENDT".
       01  ALDER-NAVN-TABEL REDEFINES ALDER-NAVNE.
           02  AL-NAVN             PIC X(12) OCCURS 5 TIMES.
       01  ALDER-TABEL.
           02  ALDER-ENTRY OCCURS 5 TIMES.
               03  AR-ANTAL        pic 9(7).
               03  AR-TAL.
                   04  AR-BELOEB   pic s9(13)v99 OCCURS 8 TIMES.

       01  WS-TYPE-IX              PIC 9(1) VALUE 0.
       01  TYPE-NAVNE.
           02  FILLER              PIC X(12) VALUE "L LOENKONTO".
           02  FILLER              PIC X(12) VALUE "O OPSPARING".
           02  FILLER              PIC X(12) VALUE "B BUDGET".
           02  FILLER              PIC X(12) VALUE "A ANDEN".
           02  FILLER              PIC X(12) VALUE "U BOERNEOPS.".
           02  FILLER              PIC X(12) VALUE "V VARSELOPS.".
           02  FILLER              PIC X(12) VALUE "T TIDSINDSK.".
       01  TYPE-NAVN-TABEL REDEFINES TYPE-NAVNE.
           02  TY-NAVN             PIC X(12) OCCURS 7 TIMES.
       01  TYPE-TABEL.
           02  TYPE-ENTRY OCCURS 7 TIMES.
               03  TR-ANTAL        pic 9(7).
               03  TR-TAL.
                   04  TR-BELOEB   pic s9(13)v99 OCCURS 8 TIMES.

       01  WS-TOTAL-ANTAL          PIC 9(7) VALUE 0.
       01  WS-TOTAL-TAL.
           02  WS-TOTAL-BELOEB     PIC S9(13)V99 OCCURS 8 TIMES.

      *> One line of figures for the report, in the order of the
      *> roll-up tables: fee, interest received, interest paid,
      *> margin, result, Betalingsservice, transfers, average
      *> balance.
       01  WS-TAL-IX               PIC 9(1) VALUE 0.
       01  WS-LINJE-TAL.
           02  WS-LINJE-BELOEB     PIC S9(13)V99 OCCURS 8 TIMES.

       01  WS-MAX-KURS             PIC 9(3) VALUE 50.
       01  WS-KURS-COUNT           PIC 9(3) VALUE 0.
       01  WS-KURS-IX              PIC 9(3) VALUE 0.
       01  KURS-TABEL.
           02  KURS-ENTRY OCCURS 50 TIMES.
               03  KU-KODE         pic x(3).
               03  KU-RATE         pic 9(5)v9(6).
               03  KU-DATO         pic 9(8).
       01  WS-KURS                 PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-KURS-FUNDET          PIC X VALUE "N".

       01  WS-BELOEB               PIC S9(9)V99 VALUE ZEROS.
       01  WS-ULTIMO               PIC S9(11)V99 VALUE ZEROS.
       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-MAANED-COUNT         PIC 9(7) VALUE 0.
       01  WS-UKENDT-COUNT         PIC 9(7) VALUE 0.
       01  WS-UDEN-KURS-COUNT      PIC 9(5) VALUE 0.
       01  WS-SKREVET-COUNT        PIC 9(7) VALUE 0.
       01  WS-LISTE-NR             PIC 9(3) VALUE 0.
       01  WS-BEDSTE-IX            PIC 9(5) VALUE 0.

       01  WS-RAPPORT-LINJE        PIC X(160) VALUE SPACES.
       01  WS-LINJE-NAVN           PIC X(20) VALUE SPACES.
       01  WS-ANTAL-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-VIS-ANTAL            PIC X VALUE "Y".
       01  WS-BELOEB-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-CSV-BELOEB           PIC -(13)9.99.
       01  WS-CSV-FELT             PIC X(20) VALUE SPACES.
       01  WS-CSV-LINJE            PIC X(200) VALUE SPACES.
       01  WS-CSV-POS              PIC 9(3) VALUE 0.

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

           ACCEPT WS-KURS-FILENAME FROM ENVIRONMENT "VALUTAKURS_FIL"
               ON EXCEPTION
                   MOVE "Valutakurser.txt" TO WS-KURS-FILENAME
           END-ACCEPT

           ACCEPT WS-RAPPORT-FILENAME
                   FROM ENVIRONMENT "RENTABILITET_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "Rentabilitet.txt" TO WS-RAPPORT-FILENAME
           END-ACCEPT

           ACCEPT WS-CSV-FILENAME
                   FROM ENVIRONMENT "RENTABILITET_CSV_FIL"
               ON EXCEPTION
                   MOVE "Rentabilitet.csv" TO WS-CSV-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-MAANED-X FROM ENVIRONMENT "RENTABILITET_MAANED"
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

           ACCEPT WS-MARGIN-X FROM ENVIRONMENT "RENTABILITET_MARGIN"
               ON EXCEPTION
                   MOVE SPACES TO WS-MARGIN-X
           END-ACCEPT
           IF WS-MARGIN-X NOT = SPACES
               COMPUTE WS-MARGIN-PCT = FUNCTION NUMVAL(WS-MARGIN-X)
           END-IF

           PERFORM BEREGN-MAANED

           PERFORM LOAD-VALUTAKURSER
           PERFORM LOAD-KONTI
           PERFORM LOAD-KUNDER

           PERFORM SCAN-HISTORIK
           PERFORM SCAN-ARKIV

           PERFORM VARYING WS-KTO-IX FROM 1 BY 1
                   UNTIL WS-KTO-IX > WS-KONTO-COUNT
               PERFORM BEREGN-KONTO
           END-PERFORM

      *> Half a report would be read as the truth by management.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "KUNDERENTABILITET: flere kunder eller konti "
                   "end tabellerne kan rumme - rapporten ville vaere "
                   "ufuldstaendig, koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-CSV

           IF WS-UKENDT-COUNT > 0 OR WS-UDEN-KURS-COUNT > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "KUNDERENTABILITET - maaned " WS-MAANED
           DISPLAY "Posteringer laest   : " WS-POST-COUNT
           DISPLAY "Heraf i maaneden    : " WS-MAANED-COUNT
           DISPLAY "Paa ukendte konti   : " WS-UKENDT-COUNT
           DISPLAY "Konti               : " WS-KONTO-COUNT
           DISPLAY "Kunder              : " WS-SKREVET-COUNT
           DISPLAY "Konti uden kurs     : " WS-UDEN-KURS-COUNT
           MOVE WS-TOTAL-BELOEB(5) TO WS-BELOEB-EDIT
           DISPLAY "Resultat i alt DKK  : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-POST-COUNT TO WS-KLOG-LAEST
           MOVE WS-SKREVET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-UKENDT-COUNT TO WS-KLOG-AFVIST
           MOVE WS-TOTAL-BELOEB(5) TO WS-KLOG-SALDO
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
           IF WS-MD = 12
               ADD 1 TO WS-AAR
               MOVE 1 TO WS-MD
           ELSE
               ADD 1 TO WS-MD
           END-IF
           COMPUTE WS-NAESTE-PRIMO = WS-AAR * 10000 + WS-MD * 100 + 1
           COMPUTE WS-MAANED-ULTIMO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NAESTE-PRIMO) - 1)
           MOVE WS-MAANED-ULTIMO(7:2) TO WS-DAGE-I-MAANED.

      *> The latest rate on or before the last day of the month.
       LOAD-VALUTAKURSER.
           OPEN INPUT kurs-file-1
           IF KURS-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDERENTABILITET: no exchange-rate table on "
                   "file, status " KURS-FILE-1-STATUS
                   " - kun DKK omregnes"
           ELSE
               PERFORM UNTIL END-OF-KURS = "Y"
                   READ kurs-file-1 INTO kurs-record
                       AT END
                           MOVE "Y" TO END-OF-KURS
                       NOT AT END
                           IF VALKURS-DATE <= WS-MAANED-ULTIMO
                               PERFORM NOTER-KURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kurs-file-1
           END-IF.

       NOTER-KURS.
           MOVE "N" TO WS-KURS-FUNDET
           PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                   UNTIL WS-KURS-IX > WS-KURS-COUNT
                      OR WS-KURS-FUNDET = "Y"
               IF KU-KODE(WS-KURS-IX) = VALKURS-KODE
                   MOVE "Y" TO WS-KURS-FUNDET
               END-IF
           END-PERFORM
           IF WS-KURS-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KURS-IX
               IF VALKURS-DATE > KU-DATO(WS-KURS-IX)
                   MOVE VALKURS-RATE TO KU-RATE(WS-KURS-IX)
                   MOVE VALKURS-DATE TO KU-DATO(WS-KURS-IX)
               END-IF
           ELSE
               IF WS-KURS-COUNT < WS-MAX-KURS
                   ADD 1 TO WS-KURS-COUNT
                   MOVE VALKURS-KODE TO KU-KODE(WS-KURS-COUNT)
                   MOVE VALKURS-RATE TO KU-RATE(WS-KURS-COUNT)
                   MOVE VALKURS-DATE TO KU-DATO(WS-KURS-COUNT)
               ELSE
                   DISPLAY "KUNDERENTABILITET: rate table full, "
                       "skipping " VALKURS-KODE
               END-IF
           END-IF.

       LOAD-KONTI.
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDERENTABILITET: ingen kontomaster paa disk "
                   "- kun kundemasterens primaerkonti medtages"
           ELSE
               MOVE "Y" TO WS-KONTO-AKTIV
               PERFORM UNTIL END-OF-KONTO = "Y"
                   READ konto-file-1 NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-KONTO
                       NOT AT END
                           PERFORM NY-KONTO-FRA-KONTOMASTER
                   END-READ
               END-PERFORM
               CLOSE konto-file-1
           END-IF.

       NY-KONTO-FRA-KONTOMASTER.
           IF WS-KONTO-COUNT < WS-MAX-KONTI
               ADD 1 TO WS-KONTO-COUNT
               MOVE WS-KONTO-COUNT TO WS-KTO-IX
               PERFORM NULSTIL-KONTO
               MOVE KONTO-NUMMER TO KA-NUMMER(WS-KTO-IX)
               MOVE KONTO-KUNDEID TO KA-KUNDEID(WS-KTO-IX)
               MOVE KONTO-VALUTAKODE TO KA-VALUTA(WS-KTO-IX)
               MOVE KONTO-TYPE TO KA-TYPE(WS-KTO-IX)
               MOVE KONTO-SALDO TO KA-SALDO(WS-KTO-IX)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

       NULSTIL-KONTO.
           MOVE ZEROS TO KA-SALDO(WS-KTO-IX)
           MOVE ZEROS TO KA-EFTER(WS-KTO-IX)
           MOVE ZEROS TO KA-VAEGT(WS-KTO-IX)
           MOVE ZEROS TO KA-GEBYR(WS-KTO-IX)
           MOVE ZEROS TO KA-RENTE-IND(WS-KTO-IX)
           MOVE ZEROS TO KA-RENTE-UD(WS-KTO-IX)
           MOVE ZEROS TO KA-BS-VOL(WS-KTO-IX)
           MOVE ZEROS TO KA-OVF-VOL(WS-KTO-IX)
           MOVE ZEROS TO KA-GNS-SALDO(WS-KTO-IX)
           MOVE ZEROS TO KA-MARGIN(WS-KTO-IX)
           MOVE ZEROS TO KA-RESULTAT(WS-KTO-IX).

      *> Every customer on the master gets a line, also one without
      *> any activity in the month, and the primary account is added
      *> when the account master does not carry it.
       LOAD-KUNDER.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDERENTABILITET: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       PERFORM NY-KUNDE-FRA-MASTER
               END-READ
           END-PERFORM
           CLOSE master-file-1.

       NY-KUNDE-FRA-MASTER.
           IF WS-KUNDE-COUNT < WS-MAX-KUNDER
               ADD 1 TO WS-KUNDE-COUNT
               MOVE WS-KUNDE-COUNT TO WS-KND-IX
               MOVE KundeID TO WS-SOEG-KUNDEID
               PERFORM NULSTIL-KUNDE
               IF FILIALKODE NOT = SPACES
                   MOVE FILIALKODE TO KR-FILIAL(WS-KND-IX)
               END-IF
               EVALUATE TRUE
                   WHEN AGE < 25
                       MOVE 1 TO KR-ALDER-IX(WS-KND-IX)
                   WHEN AGE <= 40
                       MOVE 2 TO KR-ALDER-IX(WS-KND-IX)
                   WHEN AGE <= 65
                       MOVE 3 TO KR-ALDER-IX(WS-KND-IX)
                   WHEN OTHER
                       MOVE 4 TO KR-ALDER-IX(WS-KND-IX)
               END-EVALUATE
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF

           IF KontoNummer NOT = SPACES
               MOVE KontoNummer TO WS-SOEG-KONTO
               PERFORM FIND-KONTO
               IF WS-KTO-FUNDET = "N"
                   IF WS-KONTO-COUNT < WS-MAX-KONTI
                       ADD 1 TO WS-KONTO-COUNT
                       MOVE WS-KONTO-COUNT TO WS-KTO-IX
                       PERFORM NULSTIL-KONTO
                       MOVE KontoNummer TO KA-NUMMER(WS-KTO-IX)
                       MOVE KundeID TO KA-KUNDEID(WS-KTO-IX)
                       MOVE Valutakode TO KA-VALUTA(WS-KTO-IX)
                       MOVE "L" TO KA-TYPE(WS-KTO-IX)
                       MOVE Balance TO KA-SALDO(WS-KTO-IX)
                   ELSE
                       MOVE "Y" TO WS-TABEL-OVERLOEB
                   END-IF
               END-IF
           END-IF.

      *> A customer not (or no longer) on the master - an account
      *> owner the master does not know - reports under "...." and
      *> age band UKENDT.
       NULSTIL-KUNDE.
           MOVE WS-SOEG-KUNDEID TO KR-KUNDEID(WS-KND-IX)
           MOVE "...." TO KR-FILIAL(WS-KND-IX)
           MOVE 5 TO KR-ALDER-IX(WS-KND-IX)
           MOVE ZEROS TO KR-GEBYR(WS-KND-IX)
           MOVE ZEROS TO KR-RENTE-IND(WS-KND-IX)
           MOVE ZEROS TO KR-RENTE-UD(WS-KND-IX)
           MOVE ZEROS TO KR-BS-VOL(WS-KND-IX)
           MOVE ZEROS TO KR-OVF-VOL(WS-KND-IX)
           MOVE ZEROS TO KR-GNS-SALDO(WS-KND-IX)
           MOVE ZEROS TO KR-MARGIN(WS-KND-IX)
           MOVE ZEROS TO KR-RESULTAT(WS-KND-IX)
           MOVE "N" TO KR-TOP(WS-KND-IX)
           MOVE "N" TO KR-BUND(WS-KND-IX).

       FIND-KONTO.
           MOVE "N" TO WS-KTO-FUNDET
           PERFORM VARYING WS-KTO-IX FROM 1 BY 1
                   UNTIL WS-KTO-IX > WS-KONTO-COUNT
                      OR WS-KTO-FUNDET = "Y"
               IF KA-NUMMER(WS-KTO-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-KTO-FUNDET
               END-IF
           END-PERFORM
           IF WS-KTO-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KTO-IX
           END-IF.

       FIND-KUNDE.
           MOVE "N" TO WS-KND-FUNDET
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
                      OR WS-KND-FUNDET = "Y"
               IF KR-KUNDEID(WS-KND-IX) = WS-SOEG-KUNDEID
                   MOVE "Y" TO WS-KND-FUNDET
               END-IF
           END-PERFORM
           IF WS-KND-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KND-IX
           END-IF.

       SCAN-HISTORIK.
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDERENTABILITET: cannot open posting "
                   "history, status " HISTORIK-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM UNTIL END-OF-POST = "Y"
               READ historik-file-1 INTO historik-record
                   AT END
                       MOVE "Y" TO END-OF-POST
                   NOT AT END
                       ADD 1 TO WS-POST-COUNT
                       IF POST-DATO >= WS-MAANED-PRIMO
                           PERFORM BEHANDL-POSTERING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE historik-file-1.

      *> After a year-end close the month, and the postings after
      *> it, may sit in the archive; the same sieve applies.
       SCAN-ARKIV.
           OPEN INPUT arkiv-file-1
           IF ARKIV-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDERENTABILITET: intet posteringsarkiv "
                   "paa disk, status " ARKIV-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-ARKIV = "Y"
                   READ arkiv-file-1 INTO historik-record
                       AT END
                           MOVE "Y" TO END-OF-ARKIV
                       NOT AT END
                           ADD 1 TO WS-POST-COUNT
                           IF POST-DATO >= WS-MAANED-PRIMO
                               PERFORM BEHANDL-POSTERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE arkiv-file-1
           END-IF.

      *> A posting after the month only moves the balance back to
      *> the month's closing balance. Inside the month its movement
      *> counts against the average for the days before it was
      *> booked, and the income and volumes are picked up.
       BEHANDL-POSTERING.
           MOVE POST-KONTONUMMER TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KTO-FUNDET = "N"
               ADD 1 TO WS-UKENDT-COUNT
           ELSE
               IF POST-DK = "K"
                   MOVE POST-BELOEB TO WS-BELOEB
               ELSE
                   COMPUTE WS-BELOEB = 0 - POST-BELOEB
               END-IF
               PERFORM NOTER-BEVAEGELSE
               IF POST-DATO <= WS-MAANED-ULTIMO
                   ADD 1 TO WS-MAANED-COUNT
                   PERFORM NOTER-INDTJENING
               END-IF
               IF POST-DK = "T"
                   MOVE POST-MODKONTO TO WS-SOEG-KONTO
                   PERFORM FIND-KONTO
                   IF WS-KTO-FUNDET = "Y"
                       MOVE POST-BELOEB TO WS-BELOEB
                       PERFORM NOTER-BEVAEGELSE
                   END-IF
               END-IF
           END-IF.

       NOTER-BEVAEGELSE.
           IF POST-DATO > WS-MAANED-ULTIMO
               ADD WS-BELOEB TO KA-EFTER(WS-KTO-IX)
           ELSE
               MOVE POST-DATO(7:2) TO WS-DAG
               COMPUTE KA-VAEGT(WS-KTO-IX) = KA-VAEGT(WS-KTO-IX)
                   + WS-BELOEB * (WS-DAG - 1)
           END-IF.

       NOTER-INDTJENING.
           EVALUATE TRUE
               WHEN POST-TYPEKODE = "GEBY"
                   SUBTRACT WS-BELOEB FROM KA-GEBYR(WS-KTO-IX)
               WHEN POST-TYPEKODE = "RENT" AND POST-DK = "D"
                   ADD POST-BELOEB TO KA-RENTE-IND(WS-KTO-IX)
               WHEN POST-TYPEKODE = "RENT"
                   ADD POST-BELOEB TO KA-RENTE-UD(WS-KTO-IX)
               WHEN POST-TYPEKODE = "BSAF"
                   ADD POST-BELOEB TO KA-BS-VOL(WS-KTO-IX)
               WHEN POST-DK = "T"
                   ADD POST-BELOEB TO KA-OVF-VOL(WS-KTO-IX)
               WHEN POST-TYPEKODE = "OVF " OR POST-TYPEKODE = "EKST"
                   OR POST-TYPEKODE = "FAST" OR POST-TYPEKODE = "BETL"
                   OR POST-TYPEKODE = "INDB"
                   ADD POST-BELOEB TO KA-OVF-VOL(WS-KTO-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Average balance, margin and result for one account, then
      *> converted to DKK and added to its owner and the roll-ups.
       BEREGN-KONTO.
           COMPUTE WS-ULTIMO = KA-SALDO(WS-KTO-IX) - KA-EFTER(WS-KTO-IX)
           COMPUTE KA-GNS-SALDO(WS-KTO-IX) ROUNDED = WS-ULTIMO
               - KA-VAEGT(WS-KTO-IX) / WS-DAGE-I-MAANED
           COMPUTE KA-MARGIN(WS-KTO-IX) ROUNDED =
               KA-GNS-SALDO(WS-KTO-IX) * WS-MARGIN-PCT / 100
               * WS-DAGE-I-MAANED / 365

           IF KA-VALUTA(WS-KTO-IX) NOT = "DKK"
              AND KA-VALUTA(WS-KTO-IX) NOT = SPACES
               PERFORM FIND-MAANEDSULTIMO-KURS
               IF WS-KURS-FUNDET = "Y"
                   PERFORM OMREGN-KONTO
               ELSE
                   ADD 1 TO WS-UDEN-KURS-COUNT
                   DISPLAY "KUNDERENTABILITET: ingen kurs for "
                       KA-VALUTA(WS-KTO-IX) " paa konto "
                       KA-NUMMER(WS-KTO-IX) " - medtaget ukonverteret"
               END-IF
           END-IF

           COMPUTE KA-RESULTAT(WS-KTO-IX) = KA-GEBYR(WS-KTO-IX)
               + KA-RENTE-IND(WS-KTO-IX) - KA-RENTE-UD(WS-KTO-IX)
               + KA-MARGIN(WS-KTO-IX)

           MOVE KA-GEBYR(WS-KTO-IX) TO WS-LINJE-BELOEB(1)
           MOVE KA-RENTE-IND(WS-KTO-IX) TO WS-LINJE-BELOEB(2)
           MOVE KA-RENTE-UD(WS-KTO-IX) TO WS-LINJE-BELOEB(3)
           MOVE KA-MARGIN(WS-KTO-IX) TO WS-LINJE-BELOEB(4)
           MOVE KA-RESULTAT(WS-KTO-IX) TO WS-LINJE-BELOEB(5)
           MOVE KA-BS-VOL(WS-KTO-IX) TO WS-LINJE-BELOEB(6)
           MOVE KA-OVF-VOL(WS-KTO-IX) TO WS-LINJE-BELOEB(7)
           MOVE KA-GNS-SALDO(WS-KTO-IX) TO WS-LINJE-BELOEB(8)

           EVALUATE KA-TYPE(WS-KTO-IX)
               WHEN "L"
                   MOVE 1 TO WS-TYPE-IX
               WHEN "O"
                   MOVE 2 TO WS-TYPE-IX
               WHEN "B"
                   MOVE 3 TO WS-TYPE-IX
               WHEN "U"
                   MOVE 5 TO WS-TYPE-IX
               WHEN "V"
                   MOVE 6 TO WS-TYPE-IX
               WHEN "T"
                   MOVE 7 TO WS-TYPE-IX
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-IX
           END-EVALUATE
           ADD 1 TO TR-ANTAL(WS-TYPE-IX)
           PERFORM VARYING WS-TAL-IX FROM 1 BY 1 UNTIL WS-TAL-IX > 8
               ADD WS-LINJE-BELOEB(WS-TAL-IX)
                   TO TR-BELOEB(WS-TYPE-IX, WS-TAL-IX)
           END-PERFORM

           MOVE KA-KUNDEID(WS-KTO-IX) TO WS-SOEG-KUNDEID
           PERFORM FIND-KUNDE
           IF WS-KND-FUNDET = "N"
               IF WS-KUNDE-COUNT < WS-MAX-KUNDER
                   ADD 1 TO WS-KUNDE-COUNT
                   MOVE WS-KUNDE-COUNT TO WS-KND-IX
                   PERFORM NULSTIL-KUNDE
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
                   MOVE 0 TO WS-KND-IX
               END-IF
           END-IF
           IF WS-KND-IX > 0
               ADD KA-GEBYR(WS-KTO-IX) TO KR-GEBYR(WS-KND-IX)
               ADD KA-RENTE-IND(WS-KTO-IX) TO KR-RENTE-IND(WS-KND-IX)
               ADD KA-RENTE-UD(WS-KTO-IX) TO KR-RENTE-UD(WS-KND-IX)
               ADD KA-MARGIN(WS-KTO-IX) TO KR-MARGIN(WS-KND-IX)
               ADD KA-RESULTAT(WS-KTO-IX) TO KR-RESULTAT(WS-KND-IX)
               ADD KA-BS-VOL(WS-KTO-IX) TO KR-BS-VOL(WS-KND-IX)
               ADD KA-OVF-VOL(WS-KTO-IX) TO KR-OVF-VOL(WS-KND-IX)
               ADD KA-GNS-SALDO(WS-KTO-IX) TO KR-GNS-SALDO(WS-KND-IX)
           END-IF.

       FIND-MAANEDSULTIMO-KURS.
           MOVE "N" TO WS-KURS-FUNDET
           MOVE ZEROS TO WS-KURS
           PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                   UNTIL WS-KURS-IX > WS-KURS-COUNT
                      OR WS-KURS-FUNDET = "Y"
               IF KU-KODE(WS-KURS-IX) = KA-VALUTA(WS-KTO-IX)
                   MOVE "Y" TO WS-KURS-FUNDET
                   MOVE KU-RATE(WS-KURS-IX) TO WS-KURS
               END-IF
           END-PERFORM.

       OMREGN-KONTO.
           COMPUTE KA-GEBYR(WS-KTO-IX) ROUNDED =
               KA-GEBYR(WS-KTO-IX) * WS-KURS
           COMPUTE KA-RENTE-IND(WS-KTO-IX) ROUNDED =
               KA-RENTE-IND(WS-KTO-IX) * WS-KURS
           COMPUTE KA-RENTE-UD(WS-KTO-IX) ROUNDED =
               KA-RENTE-UD(WS-KTO-IX) * WS-KURS
           COMPUTE KA-MARGIN(WS-KTO-IX) ROUNDED =
               KA-MARGIN(WS-KTO-IX) * WS-KURS
           COMPUTE KA-BS-VOL(WS-KTO-IX) ROUNDED =
               KA-BS-VOL(WS-KTO-IX) * WS-KURS
           COMPUTE KA-OVF-VOL(WS-KTO-IX) ROUNDED =
               KA-OVF-VOL(WS-KTO-IX) * WS-KURS
           COMPUTE KA-GNS-SALDO(WS-KTO-IX) ROUNDED =
               KA-GNS-SALDO(WS-KTO-IX) * WS-KURS.

       SKRIV-RAPPORT.
           OPEN OUTPUT rapport-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDERENTABILITET: cannot open report, "
                   "status " RAPPORT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE WS-MARGIN-PCT TO WS-MARGIN-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "KUNDERENTABILITET MAANED " DELIMITED BY SIZE
               WS-MAANED DELIMITED BY SIZE
               "  (BELOEB I DKK, FUNDINGMARGIN " DELIMITED BY SIZE
               WS-MARGIN-EDIT DELIMITED BY SIZE
               " PCT. P.A.)" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           MOVE "PR. KUNDE" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-KOLONNE-HOVED
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
               PERFORM SKRIV-KUNDE-LINJE
               PERFORM SAML-KUNDE
           END-PERFORM

           MOVE "PR. FILIAL" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-KOLONNE-HOVED
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
               MOVE SPACES TO WS-LINJE-NAVN
               MOVE FR-KODE(WS-FIL-IX) TO WS-LINJE-NAVN
               MOVE FR-ANTAL(WS-FIL-IX) TO WS-ANTAL-EDIT
               MOVE FR-TAL(WS-FIL-IX) TO WS-LINJE-TAL
               PERFORM SKRIV-TAL-LINJE
           END-PERFORM

           MOVE "PR. ALDERSGRUPPE" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-KOLONNE-HOVED
           PERFORM VARYING WS-ALDER-IX FROM 1 BY 1
                   UNTIL WS-ALDER-IX > 5
               MOVE AL-NAVN(WS-ALDER-IX) TO WS-LINJE-NAVN
               MOVE AR-ANTAL(WS-ALDER-IX) TO WS-ANTAL-EDIT
               MOVE AR-TAL(WS-ALDER-IX) TO WS-LINJE-TAL
               PERFORM SKRIV-TAL-LINJE
           END-PERFORM

           MOVE "PR. KONTOTYPE (ANTAL KONTI)" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-KOLONNE-HOVED
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 7
               MOVE TY-NAVN(WS-TYPE-IX) TO WS-LINJE-NAVN
               MOVE TR-ANTAL(WS-TYPE-IX) TO WS-ANTAL-EDIT
               MOVE TR-TAL(WS-TYPE-IX) TO WS-LINJE-TAL
               PERFORM SKRIV-TAL-LINJE
           END-PERFORM

           MOVE SPACES TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE "I ALT" TO WS-LINJE-NAVN
           MOVE WS-TOTAL-ANTAL TO WS-ANTAL-EDIT
           MOVE WS-TOTAL-TAL TO WS-LINJE-TAL
           PERFORM SKRIV-TAL-LINJE

           MOVE "TOP 50 - MEST RENTABLE KUNDER" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-KOLONNE-HOVED
           PERFORM VARYING WS-LISTE-NR FROM 1 BY 1
                   UNTIL WS-LISTE-NR > 50
                      OR WS-LISTE-NR > WS-KUNDE-COUNT
               PERFORM VAELG-TOP
           END-PERFORM

           MOVE "BUND 50 - MINDST RENTABLE KUNDER" TO WS-RAPPORT-LINJE
           PERFORM SKRIV-KOLONNE-HOVED
           PERFORM VARYING WS-LISTE-NR FROM 1 BY 1
                   UNTIL WS-LISTE-NR > 50
                      OR WS-LISTE-NR > WS-KUNDE-COUNT
               PERFORM VAELG-BUND
           END-PERFORM

           CLOSE rapport-file-1.

      *> Section title in WS-RAPPORT-LINJE, then the column heads.
       SKRIV-KOLONNE-HOVED.
           MOVE SPACES TO rapport-record
           WRITE rapport-record
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "                         ANTAL" DELIMITED BY SIZE
               "          GEBYRER     RENTEINDTAEGT" DELIMITED BY SIZE
               "       RENTEUDGIFT     FUNDINGMARGIN" DELIMITED BY SIZE
               "          RESULTAT     BS-VOLUMEN" DELIMITED BY SIZE
               "  OVERF.-VOLUMEN" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

       SKRIV-KUNDE-LINJE.
           MOVE SPACES TO WS-LINJE-NAVN
           STRING KR-KUNDEID(WS-KND-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KR-FILIAL(WS-KND-IX) DELIMITED BY SIZE
               INTO WS-LINJE-NAVN
           END-STRING
           MOVE "N" TO WS-VIS-ANTAL
           MOVE KR-GEBYR(WS-KND-IX) TO WS-LINJE-BELOEB(1)
           MOVE KR-RENTE-IND(WS-KND-IX) TO WS-LINJE-BELOEB(2)
           MOVE KR-RENTE-UD(WS-KND-IX) TO WS-LINJE-BELOEB(3)
           MOVE KR-MARGIN(WS-KND-IX) TO WS-LINJE-BELOEB(4)
           MOVE KR-RESULTAT(WS-KND-IX) TO WS-LINJE-BELOEB(5)
           MOVE KR-BS-VOL(WS-KND-IX) TO WS-LINJE-BELOEB(6)
           MOVE KR-OVF-VOL(WS-KND-IX) TO WS-LINJE-BELOEB(7)
           MOVE KR-GNS-SALDO(WS-KND-IX) TO WS-LINJE-BELOEB(8)
           PERFORM SKRIV-TAL-LINJE
           MOVE "Y" TO WS-VIS-ANTAL.

      *> The average balance (figure 8) is summed in the roll-ups
      *> and carried in the CSV but not printed.
       SKRIV-TAL-LINJE.
           MOVE SPACES TO WS-RAPPORT-LINJE
           MOVE WS-LINJE-NAVN TO WS-RAPPORT-LINJE(1:20)
           IF WS-VIS-ANTAL = "Y"
               MOVE WS-ANTAL-EDIT TO WS-RAPPORT-LINJE(22:9)
           END-IF
           MOVE WS-LINJE-BELOEB(1) TO WS-BELOEB-EDIT
           MOVE WS-BELOEB-EDIT TO WS-RAPPORT-LINJE(33:15)
           MOVE WS-LINJE-BELOEB(2) TO WS-BELOEB-EDIT
           MOVE WS-BELOEB-EDIT TO WS-RAPPORT-LINJE(51:15)
           MOVE WS-LINJE-BELOEB(3) TO WS-BELOEB-EDIT
           MOVE WS-BELOEB-EDIT TO WS-RAPPORT-LINJE(69:15)
           MOVE WS-LINJE-BELOEB(4) TO WS-BELOEB-EDIT
           MOVE WS-BELOEB-EDIT TO WS-RAPPORT-LINJE(87:15)
           MOVE WS-LINJE-BELOEB(5) TO WS-BELOEB-EDIT
           MOVE WS-BELOEB-EDIT TO WS-RAPPORT-LINJE(105:15)
           MOVE WS-LINJE-BELOEB(6) TO WS-BELOEB-EDIT
           MOVE WS-BELOEB-EDIT TO WS-RAPPORT-LINJE(120:15)
           MOVE WS-LINJE-BELOEB(7) TO WS-BELOEB-EDIT
           MOVE WS-BELOEB-EDIT TO WS-RAPPORT-LINJE(136:15)
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

      *> Adds one customer to the branch, age-band and total
      *> roll-ups (figures already in WS-LINJE-TAL).
       SAML-KUNDE.
           MOVE "N" TO WS-FIL-FUNDET
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
                      OR WS-FIL-FUNDET = "Y"
               IF FR-KODE(WS-FIL-IX) = KR-FILIAL(WS-KND-IX)
                   MOVE "Y" TO WS-FIL-FUNDET
               END-IF
           END-PERFORM
           IF WS-FIL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-FIL-IX
           ELSE
               IF WS-FILIAL-COUNT < WS-MAX-FILIALER
                   ADD 1 TO WS-FILIAL-COUNT
                   MOVE WS-FILIAL-COUNT TO WS-FIL-IX
                   MOVE KR-FILIAL(WS-KND-IX) TO FR-KODE(WS-FIL-IX)
                   MOVE 0 TO FR-ANTAL(WS-FIL-IX)
                   PERFORM VARYING WS-TAL-IX FROM 1 BY 1
                           UNTIL WS-TAL-IX > 8
                       MOVE ZEROS TO FR-BELOEB(WS-FIL-IX, WS-TAL-IX)
                   END-PERFORM
               ELSE
                   DISPLAY "KUNDERENTABILITET: branch table full, "
                       "skipping code " KR-FILIAL(WS-KND-IX)
                   MOVE 0 TO WS-FIL-IX
               END-IF
           END-IF

           MOVE KR-ALDER-IX(WS-KND-IX) TO WS-ALDER-IX
           ADD 1 TO AR-ANTAL(WS-ALDER-IX)
           ADD 1 TO WS-TOTAL-ANTAL
           IF WS-FIL-IX > 0
               ADD 1 TO FR-ANTAL(WS-FIL-IX)
           END-IF
           PERFORM VARYING WS-TAL-IX FROM 1 BY 1 UNTIL WS-TAL-IX > 8
               ADD WS-LINJE-BELOEB(WS-TAL-IX)
                   TO AR-BELOEB(WS-ALDER-IX, WS-TAL-IX)
               ADD WS-LINJE-BELOEB(WS-TAL-IX)
                   TO WS-TOTAL-BELOEB(WS-TAL-IX)
               IF WS-FIL-IX > 0
                   ADD WS-LINJE-BELOEB(WS-TAL-IX)
                       TO FR-BELOEB(WS-FIL-IX, WS-TAL-IX)
               END-IF
           END-PERFORM.

       VAELG-TOP.
           MOVE 0 TO WS-BEDSTE-IX
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
               IF KR-TOP(WS-KND-IX) = "N"
                   IF WS-BEDSTE-IX = 0
                       MOVE WS-KND-IX TO WS-BEDSTE-IX
                   ELSE
                       IF KR-RESULTAT(WS-KND-IX)
                               > KR-RESULTAT(WS-BEDSTE-IX)
                           MOVE WS-KND-IX TO WS-BEDSTE-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-BEDSTE-IX TO WS-KND-IX
           MOVE "Y" TO KR-TOP(WS-KND-IX)
           PERFORM SKRIV-KUNDE-LINJE.

       VAELG-BUND.
           MOVE 0 TO WS-BEDSTE-IX
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
               IF KR-BUND(WS-KND-IX) = "N"
                   IF WS-BEDSTE-IX = 0
                       MOVE WS-KND-IX TO WS-BEDSTE-IX
                   ELSE
                       IF KR-RESULTAT(WS-KND-IX)
                               < KR-RESULTAT(WS-BEDSTE-IX)
                           MOVE WS-KND-IX TO WS-BEDSTE-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-BEDSTE-IX TO WS-KND-IX
           MOVE "Y" TO KR-BUND(WS-KND-IX)
           PERFORM SKRIV-KUNDE-LINJE.

      *> One row per customer with a header row; amounts with a
      *> decimal point and no thousands separator.
       SKRIV-CSV.
           OPEN OUTPUT csv-file-1
           IF CSV-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDERENTABILITET: cannot open CSV file, "
                   "status " CSV-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO csv-record
           STRING "MAANED,KUNDEID,FILIAL,ALDERSGRUPPE,GEBYRER,"
                   DELIMITED BY SIZE
               "RENTEINDTAEGT,RENTEUDGIFT,FUNDINGMARGIN,RESULTAT,"
                   DELIMITED BY SIZE
               "BSVOLUMEN,OVERFOERSELSVOLUMEN,GNSSALDO"
                   DELIMITED BY SIZE
               INTO csv-record
           END-STRING
           WRITE csv-record

           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
               PERFORM SKRIV-CSV-LINJE
           END-PERFORM

           CLOSE csv-file-1.

       SKRIV-CSV-LINJE.
           MOVE KR-ALDER-IX(WS-KND-IX) TO WS-ALDER-IX
           MOVE SPACES TO WS-CSV-LINJE
           MOVE 1 TO WS-CSV-POS
           STRING WS-MAANED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(KR-KUNDEID(WS-KND-IX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(KR-FILIAL(WS-KND-IX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AL-NAVN(WS-ALDER-IX)) DELIMITED BY SIZE
               INTO WS-CSV-LINJE
               WITH POINTER WS-CSV-POS
           END-STRING
           MOVE KR-GEBYR(WS-KND-IX) TO WS-CSV-BELOEB
           PERFORM TILFOEJ-CSV-BELOEB
           MOVE KR-RENTE-IND(WS-KND-IX) TO WS-CSV-BELOEB
           PERFORM TILFOEJ-CSV-BELOEB
           MOVE KR-RENTE-UD(WS-KND-IX) TO WS-CSV-BELOEB
           PERFORM TILFOEJ-CSV-BELOEB
           MOVE KR-MARGIN(WS-KND-IX) TO WS-CSV-BELOEB
           PERFORM TILFOEJ-CSV-BELOEB
           MOVE KR-RESULTAT(WS-KND-IX) TO WS-CSV-BELOEB
           PERFORM TILFOEJ-CSV-BELOEB
           MOVE KR-BS-VOL(WS-KND-IX) TO WS-CSV-BELOEB
           PERFORM TILFOEJ-CSV-BELOEB
           MOVE KR-OVF-VOL(WS-KND-IX) TO WS-CSV-BELOEB
           PERFORM TILFOEJ-CSV-BELOEB
           MOVE KR-GNS-SALDO(WS-KND-IX) TO WS-CSV-BELOEB
           PERFORM TILFOEJ-CSV-BELOEB
           WRITE csv-record FROM WS-CSV-LINJE
           ADD 1 TO WS-SKREVET-COUNT.

       TILFOEJ-CSV-BELOEB.
           MOVE WS-CSV-BELOEB TO WS-CSV-FELT
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-FELT) DELIMITED BY SIZE
               INTO WS-CSV-LINJE
               WITH POINTER WS-CSV-POS
           END-STRING.
