       identification division.
       program-id. NATIONALBANKSTAT.

      *> Quarterly MFI balance statistics for Danmarks Nationalbank,
      *> which used to be put together in a spreadsheet from the
      *> VALUTARAPPORT printouts. Every customer position at the end
      *> of the quarter NB_KVARTAL (YYYYK, default the last finished
      *> quarter) goes into one cell of the reporting grid:
      *>   - credit balances as indlaan, overdrawn ones as udlaan;
      *>   - the counterparty sector from the sector register
      *>     (SektorRegister.txt, SEKTOR.cpy), a customer without a
      *>     line being a household;
      *>   - resident or not by LANDEKODE;
      *>   - DKK, EUR or other currency;
      *>   - on demand, at notice or at agreed maturity (term
      *>     deposits, KONTO-TYPE "T") by KONTO-TYPE.
      *> The positions are the ones SALDOBEVIS proves every night and
      *> PERIODELUKNING closes the months on: Balance on the customer
      *> master for the primary account, and every other account on
      *> the account master in its owner's Valutakode, as GLEKSPORT
      *> books them. Postings booked after the quarter end are taken
      *> off again, each on the account it was booked to - its own
      *> account when the account master carries it, otherwise the
      *> customer's primary. The amounts are converted to DKK at the
      *> last rate on or before the quarter end in the rate history
      *> (Valutakurshistorik.txt).
      *> The fixed-layout report (NbBalance.txt, NBBALANCE.cpy) is
      *> written with a control listing (NbKontrol.txt). Per
      *> currency the listing shows today's positions, the postings
      *> after the quarter end, and the quarter-end positions
      *> reported. These are tied to the balance PERIODELUKNING
      *> stored when it closed the quarter's last month
      *> (PeriodeSaldi.txt). The quarter's movements on the closed
      *> months are tied to the customer-position lines
      *> 1000-<Valutakode> on the GL archive.
      *> The report is only written when all of this holds:
      *>   - all three months of the quarter are closed;
      *>   - every currency with positions has a rate;
      *>   - every currency ties.
      *> Otherwise the listing shows why and the step ends with
      *> return code 24. Run on demand once PERIODELUKNING has closed
      *> the quarter's last month. An unknown sector code, an account
      *> without an owner, or a posting for a customer the master no
      *> longer knows is listed and gives return code 4.

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
           select kurs-file-1 assign to dynamic WS-KURS-FILENAME
               organization is line sequential
               file status is KURS-FILE-1-STATUS.
           select sektor-file-1 assign to dynamic WS-SEKTOR-FILENAME
               organization is line sequential
               file status is SEKTOR-FILE-1-STATUS.
           select saldo-file-1 assign to dynamic WS-SALDO-FILENAME
               organization is line sequential
               file status is SALDO-FILE-1-STATUS.
           select glarkiv-file-1 assign to dynamic
                   WS-GLARKIV-FILENAME
               organization is line sequential
               file status is GLARKIV-FILE-1-STATUS.
           select rapport-file-1 assign to dynamic
                   WS-RAPPORT-FILENAME
               organization is line sequential
               file status is RAPPORT-FILE-1-STATUS.
           select kontrol-file-1 assign to dynamic
                   WS-KONTROL-FILENAME
               organization is line sequential
               file status is KONTROL-FILE-1-STATUS.

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
       fd  kurs-file-1.
       01  kurs-record.
           copy "VALUTAKURS.cpy".
       fd  sektor-file-1.
       01  sektor-record.
           copy "SEKTOR.cpy".
       fd  saldo-file-1.
       01  saldo-record.
           copy "PERSALDO.cpy".
       fd  glarkiv-file-1.
       01  glarkiv-record.
           copy "GLSUM.cpy".
       fd  rapport-file-1.
       01  rapport-record.
           copy "NBBALANCE.cpy".
       fd  kontrol-file-1.
       01  kontrol-record          PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "NATIONALBANKSTAT".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  END-OF-HIST             PIC X VALUE "N".
       01  END-OF-KURS             PIC X VALUE "N".
       01  END-OF-SEKTOR           PIC X VALUE "N".
       01  END-OF-SALDO            PIC X VALUE "N".
       01  END-OF-GLARKIV          PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  KURS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  SEKTOR-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  SALDO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  GLARKIV-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  KONTROL-FILE-1-STATUS   PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-KURS-FILENAME        PIC X(100)
                                    VALUE "Valutakurshistorik.txt".
       01  WS-SEKTOR-FILENAME      PIC X(100)
                                    VALUE "SektorRegister.txt".
       01  WS-SALDO-FILENAME       PIC X(100)
                                    VALUE "PeriodeSaldi.txt".
       01  WS-GLARKIV-FILENAME     PIC X(100)
                                    VALUE "GLArkiv.txt".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "NbBalance.txt".
       01  WS-KONTROL-FILENAME     PIC X(100)
                                    VALUE "NbKontrol.txt".

      *> The quarter: YYYYK, its three months and its last day.
       01  WS-KVARTAL-X            PIC X(5) VALUE SPACES.
       01  WS-KVARTAL              PIC 9(5) VALUE ZEROS.
       01  WS-KV-AAR               PIC 9(4) VALUE ZEROS.
       01  WS-KV-NR                PIC 9(1) VALUE ZEROS.
       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-MD             PIC 9(2) VALUE ZEROS.
       01  WS-KV-FOERSTE-MAANED    PIC 9(6) VALUE ZEROS.
       01  WS-KV-SIDSTE-MAANED     PIC 9(6) VALUE ZEROS.
       01  WS-KV-START             PIC 9(8) VALUE ZEROS.
       01  WS-KV-ULTIMO            PIC 9(8) VALUE ZEROS.
       01  WS-DATO-MAANED          PIC 9(6) VALUE ZEROS.

       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-SEKTOR-AKTIV         PIC X VALUE "N".
       01  WS-GLARKIV-AKTIV        PIC X VALUE "N".

      *> Rates: the last one on or before the quarter end.
       01  WS-MAX-KURS             PIC 9(3) VALUE 50.
       01  WS-KURS-COUNT           PIC 9(3) VALUE 0.
       01  WS-KURS-IX              PIC 9(3) VALUE 0.
       01  WS-KURS-FUNDET          PIC X VALUE "N".
       01  WS-KURS                 PIC 9(5)V9(6) VALUE ZEROS.
       01  KURS-TABEL.
           02  KURS-ENTRY OCCURS 50 TIMES.
               03  KU-KODE         pic x(3).
               03  KU-RATE         pic 9(5)v9(6).
               03  KU-DATO         pic 9(8).

       01  WS-MAX-SEKTOR           PIC 9(5) VALUE 10000.
       01  WS-SEKTOR-COUNT         PIC 9(5) VALUE 0.
       01  WS-SEK-IX               PIC 9(5) VALUE 0.
       01  WS-SEK-FUNDET           PIC X VALUE "N".
       01  SEKTOR-TABEL.
           02  SEKTOR-ENTRY OCCURS 10000 TIMES.
               03  SK-KUNDEID      pic x(10).
               03  SK-KODE         pic x(3).

      *> Postings after the quarter end, netted per account they
      *> were booked to.
       01  WS-MAX-EFTER            PIC 9(5) VALUE 10000.
       01  WS-EFTER-COUNT          PIC 9(5) VALUE 0.
       01  WS-EF-IX                PIC 9(5) VALUE 0.
       01  WS-EF-FUNDET            PIC X VALUE "N".
       01  EFTER-TABEL.
           02  EFTER-ENTRY OCCURS 10000 TIMES.
               03  EF-KUNDEID      pic x(10).
               03  EF-KONTO        pic x(20).
               03  EF-NETTO        pic s9(11)v99.
       01  WS-EF-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-EF-KONTO             PIC X(20) VALUE SPACES.
       01  WS-POST-NETTO           PIC S9(9)V99 VALUE ZEROS.

      *> Per currency: the figures the control listing ties.
       01  WS-MAX-VALUTA           PIC 9(3) VALUE 50.
       01  WS-VALUTA-COUNT         PIC 9(3) VALUE 0.
       01  WS-VAL-IX               PIC 9(3) VALUE 0.
       01  WS-VAL-FOUND            PIC X VALUE "N".
       01  WS-VALUTA               PIC X(3) VALUE SPACES.
       01  VALUTA-TABEL.
           02  VALUTA-ENTRY OCCURS 50 TIMES.
               03  VT-KODE         pic x(3).
               03  VT-KURS         pic 9(5)v9(6).
               03  VT-KURS-DATO    pic 9(8).
               03  VT-KURS-FUNDET  pic x(1).
               03  VT-KONTI        pic 9(7).
               03  VT-I-DAG        pic s9(13)v99.
               03  VT-EFTER        pic s9(13)v99.
               03  VT-ULTIMO       pic s9(13)v99.
               03  VT-INDLAAN      pic 9(13)v99.
               03  VT-UDLAAN       pic 9(13)v99.
               03  VT-INDLAAN-DKK  pic 9(13)v99.
               03  VT-UDLAAN-DKK   pic 9(13)v99.
               03  VT-PERIODE      pic s9(13)v99.
               03  VT-PERIODE-ANT  pic 9(1).
               03  VT-PER-BEVAEG   pic s9(13)v99.
               03  VT-GL           pic s9(13)v99.

      *> The quarter's closed months on the period-balance file; the
      *> last line of a month and currency counts.
       01  WS-MAX-PSALDO           PIC 9(3) VALUE 200.
       01  WS-PSALDO-COUNT         PIC 9(3) VALUE 0.
       01  WS-PS-IX                PIC 9(3) VALUE 0.
       01  WS-PS-FUNDET            PIC X VALUE "N".
       01  PSALDO-TABEL.
           02  PSALDO-ENTRY OCCURS 200 TIMES.
               03  PT-MAANED       pic 9(6).
               03  PT-VALUTA       pic x(3).
               03  PT-BEVAEGELSE   pic s9(11)v99.
               03  PT-ULTIMO       pic s9(11)v99.
       01  WS-LUKKET-MAANED        PIC 9(6) OCCURS 3 TIMES.
       01  WS-LUKKET-IX            PIC 9(1) VALUE 0.
       01  WS-LUKKET-ANTAL         PIC 9(1) VALUE 0.

      *> GL customer-position lines in the quarter, latest per day.
       01  WS-MAX-GLDAGE           PIC 9(4) VALUE 2000.
       01  WS-GLDAG-COUNT          PIC 9(4) VALUE 0.
       01  WS-GA-IX                PIC 9(4) VALUE 0.
       01  WS-GA-FUNDET            PIC X VALUE "N".
       01  GLDAG-TABEL.
           02  GLDAG-ENTRY OCCURS 2000 TIMES.
               03  GA-DATO         pic 9(8).
               03  GA-VALUTA       pic x(3).
               03  GA-NETTO        pic s9(11)v99.

      *> The reporting grid: position, sector, residency, currency
      *> group and maturity.
       01  CELLE-TABEL.
           02  CT-POST OCCURS 2 TIMES.
               03  CT-SEKTOR OCCURS 5 TIMES.
                   04  CT-RESIDENS OCCURS 2 TIMES.
                       05  CT-VALUTA OCCURS 3 TIMES.
                           06  CT-LOEBETID OCCURS 3 TIMES.
                               07  CT-ANTAL    pic 9(7).
                               07  CT-DKK      pic 9(13)v99.
       01  WS-P-IX                 PIC 9(1) VALUE 0.
       01  WS-S-IX                 PIC 9(1) VALUE 0.
       01  WS-R-IX                 PIC 9(1) VALUE 0.
       01  WS-V-IX                 PIC 9(1) VALUE 0.
       01  WS-L-IX                 PIC 9(1) VALUE 0.
       01  WS-POST-KODER           PIC X(6) VALUE "INDUDL".
       01  WS-SEKTOR-KODER         PIC X(15)
                                    VALUE "S11S12S13S14S15".
       01  WS-RESIDENS-KODER       PIC X(2) VALUE "IU".
       01  WS-VALUTA-KODER         PIC X(9) VALUE "DKKEUROEV".
       01  WS-LOEBETID-KODER       PIC X(9) VALUE "ANFOPSTID".

      *> The position being classified.
       01  WS-POS-KUNDEID          PIC X(10) VALUE SPACES.
       01  WS-POS-KONTO            PIC X(20) VALUE SPACES.
       01  WS-POS-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-POS-LAND             PIC X(2) VALUE SPACES.
       01  WS-POS-TYPE             PIC X(1) VALUE SPACES.
       01  WS-POS-I-DAG            PIC S9(11)V99 VALUE ZEROS.
       01  WS-POS-SALDO            PIC S9(11)V99 VALUE ZEROS.
       01  WS-POS-BELOEB           PIC 9(11)V99 VALUE ZEROS.
       01  WS-POS-DKK              PIC 9(13)V99 VALUE ZEROS.

       01  WS-KUNDE-COUNT          PIC 9(7) VALUE 0.
       01  WS-KONTO-COUNT          PIC 9(7) VALUE 0.
       01  WS-EFTER-POST-COUNT     PIC 9(7) VALUE 0.
       01  WS-UDEN-EJER-COUNT      PIC 9(7) VALUE 0.
       01  WS-UKENDT-KUNDE-COUNT   PIC 9(7) VALUE 0.
       01  WS-UKENDT-SEKTOR-COUNT  PIC 9(7) VALUE 0.
       01  WS-ERHVERV-COUNT        PIC 9(7) VALUE 0.
       01  WS-UDEN-KURS-COUNT      PIC 9(3) VALUE 0.
       01  WS-DIFF-COUNT           PIC 9(3) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-RAPPORT-OK           PIC X VALUE "N".
       01  WS-CELLE-COUNT          PIC 9(7) VALUE 0.
       01  WS-INDLAAN-TOTAL        PIC 9(13)V99 VALUE ZEROS.
       01  WS-UDLAAN-TOTAL         PIC 9(13)V99 VALUE ZEROS.
       01  WS-KONTROL              PIC S9(13)V99 VALUE ZEROS.
       01  WS-VALUTA-OK            PIC X VALUE "N".

       01  WS-KONTROL-LINJE        PIC X(100) VALUE SPACES.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ANTAL-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-KURS-EDIT            PIC ZZ,ZZ9.999999.

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

           ACCEPT WS-KURS-FILENAME FROM ENVIRONMENT
                   "VALUTAKURS_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "Valutakurshistorik.txt" TO WS-KURS-FILENAME
           END-ACCEPT

           ACCEPT WS-SEKTOR-FILENAME FROM ENVIRONMENT "SEKTOR_FIL"
               ON EXCEPTION
                   MOVE "SektorRegister.txt" TO WS-SEKTOR-FILENAME
           END-ACCEPT

           ACCEPT WS-SALDO-FILENAME FROM ENVIRONMENT "PERIODE_SALDO_FIL"
               ON EXCEPTION
                   MOVE "PeriodeSaldi.txt" TO WS-SALDO-FILENAME
           END-ACCEPT

           ACCEPT WS-GLARKIV-FILENAME FROM ENVIRONMENT "GL_ARKIV_FIL"
               ON EXCEPTION
                   MOVE "GLArkiv.txt" TO WS-GLARKIV-FILENAME
           END-ACCEPT

           ACCEPT WS-RAPPORT-FILENAME FROM ENVIRONMENT "NB_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "NbBalance.txt" TO WS-RAPPORT-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTROL-FILENAME FROM ENVIRONMENT "NB_KONTROL_FIL"
               ON EXCEPTION
                   MOVE "NbKontrol.txt" TO WS-KONTROL-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           ACCEPT WS-KVARTAL-X FROM ENVIRONMENT "NB_KVARTAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-KVARTAL-X
           END-ACCEPT
           IF WS-KVARTAL-X = SPACES
               MOVE WS-TODAY(1:4) TO WS-KV-AAR
               MOVE WS-TODAY(5:2) TO WS-TODAY-MD
               COMPUTE WS-KV-NR = (WS-TODAY-MD - 1) / 3 + 1
               IF WS-KV-NR = 1
                   SUBTRACT 1 FROM WS-KV-AAR
                   MOVE 4 TO WS-KV-NR
               ELSE
                   SUBTRACT 1 FROM WS-KV-NR
               END-IF
           ELSE
               MOVE WS-KVARTAL-X TO WS-KVARTAL
               COMPUTE WS-KV-AAR = WS-KVARTAL / 10
               COMPUTE WS-KV-NR = WS-KVARTAL - WS-KV-AAR * 10
           END-IF
           IF WS-KV-NR < 1 OR WS-KV-NR > 4
               DISPLAY "NATIONALBANKSTAT: ugyldigt kvartal "
                   WS-KVARTAL-X " - angives som AAAAK, K = 1-4"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           COMPUTE WS-KVARTAL = WS-KV-AAR * 10 + WS-KV-NR
           COMPUTE WS-KV-FOERSTE-MAANED =
               WS-KV-AAR * 100 + WS-KV-NR * 3 - 2
           COMPUTE WS-KV-SIDSTE-MAANED = WS-KV-AAR * 100 + WS-KV-NR * 3
           COMPUTE WS-KV-START = WS-KV-FOERSTE-MAANED * 100 + 1
           IF WS-KV-NR = 1 OR WS-KV-NR = 4
               COMPUTE WS-KV-ULTIMO = WS-KV-SIDSTE-MAANED * 100 + 31
           ELSE
               COMPUTE WS-KV-ULTIMO = WS-KV-SIDSTE-MAANED * 100 + 30
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "NATIONALBANKSTAT: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           ELSE
               DISPLAY "NATIONALBANKSTAT: ingen kontomaster paa disk "
                   "- kun kundemasterens saldi medtages"
           END-IF

           PERFORM LOAD-VALUTAKURSER
           PERFORM LOAD-SEKTORER
           PERFORM LOAD-EFTER-ULTIMO
           PERFORM SAML-KUNDESALDI
           IF WS-KONTO-AKTIV = "Y"
               PERFORM SAML-KONTOSALDI
               CLOSE konto-file-1
           END-IF
           CLOSE master-file-1

           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "NATIONALBANKSTAT: flere poster end tabellerne "
                   "kan rumme - statistikken ville vaere "
                   "ufuldstaendig, koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM LOAD-PERIODESALDI
           PERFORM SUM-GL-ARKIV
           PERFORM AFSTEM-VALUTAER
           PERFORM WRITE-KONTROLLISTE
           IF WS-RAPPORT-OK = "Y"
               PERFORM WRITE-RAPPORT
           ELSE
               MOVE 24 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = 0
              AND (WS-UDEN-EJER-COUNT > 0
                   OR WS-UKENDT-KUNDE-COUNT > 0
                   OR WS-UKENDT-SEKTOR-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "NATIONALBANKSTAT - kvartal " WS-KVARTAL
               " ultimo " WS-KV-ULTIMO
           DISPLAY "Kunder laest           : " WS-KUNDE-COUNT
           DISPLAY "Konti laest            : " WS-KONTO-COUNT
           DISPLAY "Erhvervskunder         : " WS-ERHVERV-COUNT
           DISPLAY "Posteringer efter ult. : " WS-EFTER-POST-COUNT
           DISPLAY "Konti uden ejer        : " WS-UDEN-EJER-COUNT
           DISPLAY "Ukendte kunder (post.) : " WS-UKENDT-KUNDE-COUNT
           DISPLAY "Ukendte sektorkoder    : " WS-UKENDT-SEKTOR-COUNT
           DISPLAY "Valutaer uden kurs     : " WS-UDEN-KURS-COUNT
           DISPLAY "Valutaer ikke afstemt  : " WS-DIFF-COUNT
           IF WS-RAPPORT-OK = "Y"
               DISPLAY "Indberetning dannet   : " WS-CELLE-COUNT
                   " celler"
           ELSE
               DISPLAY "Indberetning IKKE dannet - se kontrollisten"
           END-IF
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           COMPUTE WS-KLOG-LAEST = WS-KUNDE-COUNT + WS-KONTO-COUNT
           MOVE WS-CELLE-COUNT TO WS-KLOG-SKREVET
           COMPUTE WS-KLOG-AFVIST = WS-UDEN-EJER-COUNT
               + WS-UKENDT-KUNDE-COUNT
           MOVE WS-INDLAAN-TOTAL TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> The latest rate on or before the quarter end per currency.
       LOAD-VALUTAKURSER.
           OPEN INPUT kurs-file-1
           IF KURS-FILE-1-STATUS NOT = "00"
               DISPLAY "NATIONALBANKSTAT: no rate history on file, "
                   "status " KURS-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-KURS = "Y"
                   READ kurs-file-1 INTO kurs-record
                       AT END
                           MOVE "Y" TO END-OF-KURS
                       NOT AT END
                           IF VALKURS-DATE <= WS-KV-ULTIMO
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
               IF VALKURS-DATE >= KU-DATO(WS-KURS-IX)
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
                   DISPLAY "NATIONALBANKSTAT: rate table full, "
                       "skipping " VALKURS-KODE
               END-IF
           END-IF.

      *> The last line of a customer counts.
       LOAD-SEKTORER.
           OPEN INPUT sektor-file-1
           IF SEKTOR-FILE-1-STATUS NOT = "00"
               DISPLAY "NATIONALBANKSTAT: intet sektorregister paa "
                   "disk - alle kunder indberettes som husholdninger"
           ELSE
               MOVE "Y" TO WS-SEKTOR-AKTIV
               PERFORM UNTIL END-OF-SEKTOR = "Y"
                   READ sektor-file-1
                       AT END
                           MOVE "Y" TO END-OF-SEKTOR
                       NOT AT END
                           PERFORM NOTER-SEKTOR
                   END-READ
               END-PERFORM
               CLOSE sektor-file-1
           END-IF.

       NOTER-SEKTOR.
           MOVE "N" TO WS-SEK-FUNDET
           PERFORM VARYING WS-SEK-IX FROM 1 BY 1
                   UNTIL WS-SEK-IX > WS-SEKTOR-COUNT
                      OR WS-SEK-FUNDET = "Y"
               IF SK-KUNDEID(WS-SEK-IX) = SEK-KUNDEID
                   MOVE "Y" TO WS-SEK-FUNDET
                   MOVE SEK-KODE TO SK-KODE(WS-SEK-IX)
               END-IF
           END-PERFORM
           IF WS-SEK-FUNDET = "N"
               IF WS-SEKTOR-COUNT < WS-MAX-SEKTOR
                   ADD 1 TO WS-SEKTOR-COUNT
                   MOVE SEK-KUNDEID TO SK-KUNDEID(WS-SEKTOR-COUNT)
                   MOVE SEK-KODE TO SK-KODE(WS-SEKTOR-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF.

      *> Postings booked after the quarter end, credited to the
      *> account KONTOPOSTERING booked them on.
       LOAD-EFTER-ULTIMO.
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "NATIONALBANKSTAT: ingen posteringshistorik "
                   "paa disk - dagens saldi bruges uaendret"
           ELSE
               PERFORM UNTIL END-OF-HIST = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-HIST
                       NOT AT END
                           IF POST-DATO > WS-KV-ULTIMO
                               PERFORM NOTER-EFTER-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historik-file-1
           END-IF.

       NOTER-EFTER-POST.
           ADD 1 TO WS-EFTER-POST-COUNT
           MOVE POST-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   ADD 1 TO WS-UKENDT-KUNDE-COUNT
                   DISPLAY "NATIONALBANKSTAT: KundeID " POST-KUNDEID
                       " findes ikke i kundemasteren - posteringen "
                       "kan ikke henfoeres"
               NOT INVALID KEY
                   MOVE POST-KUNDEID TO WS-EF-KUNDEID
                   MOVE KontoNummer IN master-record TO WS-EF-KONTO
                   IF WS-KONTO-AKTIV = "Y"
                       MOVE POST-KONTONUMMER
                           TO KONTO-NUMMER IN konto-record
                       READ konto-file-1
                           KEY IS KONTO-NUMMER IN konto-record
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE POST-KONTONUMMER TO WS-EF-KONTO
                       END-READ
                   END-IF
                   IF POST-DK = "D"
                       COMPUTE WS-POST-NETTO = POST-BELOEB * -1
                   ELSE
                       MOVE POST-BELOEB TO WS-POST-NETTO
                   END-IF
                   MOVE Valutakode IN master-record TO WS-VALUTA
                   PERFORM FIND-VALUTA
                   IF WS-VAL-IX <= WS-VALUTA-COUNT
                       ADD WS-POST-NETTO TO VT-EFTER(WS-VAL-IX)
                   END-IF
                   PERFORM NOTER-EFTER
           END-READ.

       NOTER-EFTER.
           MOVE "N" TO WS-EF-FUNDET
           PERFORM VARYING WS-EF-IX FROM 1 BY 1
                   UNTIL WS-EF-IX > WS-EFTER-COUNT
                      OR WS-EF-FUNDET = "Y"
               IF EF-KUNDEID(WS-EF-IX) = WS-EF-KUNDEID
                  AND EF-KONTO(WS-EF-IX) = WS-EF-KONTO
                   MOVE "Y" TO WS-EF-FUNDET
                   ADD WS-POST-NETTO TO EF-NETTO(WS-EF-IX)
               END-IF
           END-PERFORM
           IF WS-EF-FUNDET = "N"
               IF WS-EFTER-COUNT < WS-MAX-EFTER
                   ADD 1 TO WS-EFTER-COUNT
                   MOVE WS-EF-KUNDEID TO EF-KUNDEID(WS-EFTER-COUNT)
                   MOVE WS-EF-KONTO TO EF-KONTO(WS-EFTER-COUNT)
                   MOVE WS-POST-NETTO TO EF-NETTO(WS-EFTER-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF.

      *> The primary account of every customer, from Balance.
       SAML-KUNDESALDI.
           MOVE LOW-VALUES TO KundeID IN master-record
           START master-file-1
               KEY NOT < KundeID IN master-record
               INVALID KEY
                   MOVE "Y" TO END-OF-MASTER
               NOT INVALID KEY
                   MOVE "N" TO END-OF-MASTER
           END-START
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       ADD 1 TO WS-KUNDE-COUNT
                       MOVE KundeID IN master-record TO WS-POS-KUNDEID
                       MOVE KontoNummer IN master-record
                           TO WS-POS-KONTO
                       MOVE "L" TO WS-POS-TYPE
                       MOVE Balance IN master-record TO WS-POS-I-DAG
                       MOVE Valutakode IN master-record
                           TO WS-POS-VALUTA
                       MOVE LANDEKODE IN master-record TO WS-POS-LAND
                       PERFORM KLASSIFICER-POSITION
               END-READ
           END-PERFORM.

      *> Every other account in its owner's currency; the primary
      *> account is already in the owner's Balance.
       SAML-KONTOSALDI.
           MOVE LOW-VALUES TO KONTO-NUMMER IN konto-record
           START konto-file-1
               KEY NOT < KONTO-NUMMER IN konto-record
               INVALID KEY
                   MOVE "Y" TO END-OF-KONTO
               NOT INVALID KEY
                   MOVE "N" TO END-OF-KONTO
           END-START
           PERFORM UNTIL END-OF-KONTO = "Y"
               READ konto-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KONTO
                   NOT AT END
                       ADD 1 TO WS-KONTO-COUNT
                       PERFORM SAML-EN-KONTO
               END-READ
           END-PERFORM.

       SAML-EN-KONTO.
           MOVE KONTO-KUNDEID IN konto-record
               TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   ADD 1 TO WS-UDEN-EJER-COUNT
                   DISPLAY "NATIONALBANKSTAT: konto "
                       KONTO-NUMMER IN konto-record
                       " har ingen ejer i kundemasteren"
               NOT INVALID KEY
                   IF KONTO-NUMMER IN konto-record
                           NOT = KontoNummer IN master-record
                       MOVE KundeID IN master-record TO WS-POS-KUNDEID
                       MOVE KONTO-NUMMER IN konto-record
                           TO WS-POS-KONTO
                       MOVE KONTO-TYPE IN konto-record TO WS-POS-TYPE
                       MOVE KONTO-SALDO IN konto-record
                           TO WS-POS-I-DAG
                       MOVE Valutakode IN master-record
                           TO WS-POS-VALUTA
                       MOVE LANDEKODE IN master-record TO WS-POS-LAND
                       PERFORM KLASSIFICER-POSITION
                   END-IF
           END-READ.

      *> One position: back to the quarter end, into its cell.
       KLASSIFICER-POSITION.
           MOVE WS-POS-I-DAG TO WS-POS-SALDO
           PERFORM VARYING WS-EF-IX FROM 1 BY 1
                   UNTIL WS-EF-IX > WS-EFTER-COUNT
               IF EF-KUNDEID(WS-EF-IX) = WS-POS-KUNDEID
                  AND EF-KONTO(WS-EF-IX) = WS-POS-KONTO
                   SUBTRACT EF-NETTO(WS-EF-IX) FROM WS-POS-SALDO
               END-IF
           END-PERFORM

           IF WS-POS-VALUTA = SPACES
               MOVE "DKK" TO WS-POS-VALUTA
           END-IF
           MOVE WS-POS-VALUTA TO WS-VALUTA
           PERFORM FIND-VALUTA
           IF WS-VAL-IX <= WS-VALUTA-COUNT
               ADD 1 TO VT-KONTI(WS-VAL-IX)
               ADD WS-POS-I-DAG TO VT-I-DAG(WS-VAL-IX)
               ADD WS-POS-SALDO TO VT-ULTIMO(WS-VAL-IX)
               IF WS-POS-SALDO NOT = 0
                   PERFORM PLACER-I-CELLE
               END-IF
           END-IF.

      *> Deposit or loan, sector, residency, currency group, maturity.
       PLACER-I-CELLE.
           IF WS-POS-SALDO > 0
               MOVE 1 TO WS-P-IX
               MOVE WS-POS-SALDO TO WS-POS-BELOEB
               ADD WS-POS-BELOEB TO VT-INDLAAN(WS-VAL-IX)
           ELSE
               MOVE 2 TO WS-P-IX
               COMPUTE WS-POS-BELOEB = WS-POS-SALDO * -1
               ADD WS-POS-BELOEB TO VT-UDLAAN(WS-VAL-IX)
           END-IF
           COMPUTE WS-POS-DKK ROUNDED =
               WS-POS-BELOEB * VT-KURS(WS-VAL-IX)
           IF WS-P-IX = 1
               ADD WS-POS-DKK TO VT-INDLAAN-DKK(WS-VAL-IX)
           ELSE
               ADD WS-POS-DKK TO VT-UDLAAN-DKK(WS-VAL-IX)
           END-IF

           MOVE 4 TO WS-S-IX
           MOVE "N" TO WS-SEK-FUNDET
           PERFORM VARYING WS-SEK-IX FROM 1 BY 1
                   UNTIL WS-SEK-IX > WS-SEKTOR-COUNT
                      OR WS-SEK-FUNDET = "Y"
               IF SK-KUNDEID(WS-SEK-IX) = WS-POS-KUNDEID
                   MOVE "Y" TO WS-SEK-FUNDET
               END-IF
           END-PERFORM
           IF WS-SEK-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SEK-IX
               PERFORM FIND-SEKTOR-KODE
           END-IF

           IF WS-POS-LAND = SPACES OR WS-POS-LAND = "DK"
               MOVE 1 TO WS-R-IX
           ELSE
               MOVE 2 TO WS-R-IX
           END-IF
           EVALUATE WS-POS-VALUTA
               WHEN "DKK"
                   MOVE 1 TO WS-V-IX
               WHEN "EUR"
                   MOVE 2 TO WS-V-IX
               WHEN OTHER
                   MOVE 3 TO WS-V-IX
           END-EVALUATE
           IF WS-POS-TYPE = "O"
              OR WS-POS-TYPE = "U"
              OR WS-POS-TYPE = "V"
               MOVE 2 TO WS-L-IX
           ELSE
           IF WS-POS-TYPE = "T"
               MOVE 3 TO WS-L-IX
           ELSE
               MOVE 1 TO WS-L-IX
           END-IF
           END-IF

           ADD 1 TO CT-ANTAL(WS-P-IX, WS-S-IX, WS-R-IX, WS-V-IX,
               WS-L-IX)
           ADD WS-POS-DKK TO CT-DKK(WS-P-IX, WS-S-IX, WS-R-IX,
               WS-V-IX, WS-L-IX).

      *> A code the grid does not know is listed and the customer
      *> reported as a household.
       FIND-SEKTOR-KODE.
           PERFORM VARYING WS-S-IX FROM 1 BY 1
                   UNTIL WS-S-IX > 5
                      OR WS-SEKTOR-KODER((WS-S-IX - 1) * 3 + 1:3)
                          = SK-KODE(WS-SEK-IX)
               CONTINUE
           END-PERFORM
           IF WS-S-IX > 5
               ADD 1 TO WS-UKENDT-SEKTOR-COUNT
               DISPLAY "NATIONALBANKSTAT: kunde " WS-POS-KUNDEID
                   " har ukendt sektorkode " SK-KODE(WS-SEK-IX)
                   " - indberettes som husholdning"
               MOVE 4 TO WS-S-IX
           END-IF
           IF WS-S-IX NOT = 4
               ADD 1 TO WS-ERHVERV-COUNT
           END-IF.

      *> A new currency takes its quarter-end rate on arrival.
       FIND-VALUTA.
           MOVE "N" TO WS-VAL-FOUND
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
                      OR WS-VAL-FOUND = "Y"
               IF VT-KODE(WS-VAL-IX) = WS-VALUTA
                   MOVE "Y" TO WS-VAL-FOUND
               END-IF
           END-PERFORM
           IF WS-VAL-FOUND = "Y"
               SUBTRACT 1 FROM WS-VAL-IX
           ELSE
               IF WS-VALUTA-COUNT < WS-MAX-VALUTA
                   ADD 1 TO WS-VALUTA-COUNT
                   MOVE WS-VALUTA-COUNT TO WS-VAL-IX
                   INITIALIZE VALUTA-ENTRY(WS-VAL-IX)
                   MOVE WS-VALUTA TO VT-KODE(WS-VAL-IX)
                   PERFORM FIND-KURS
               ELSE
                   DISPLAY "NATIONALBANKSTAT: currency table full, "
                       "skipping " WS-VALUTA
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF.

       FIND-KURS.
           IF WS-VALUTA = "DKK" OR WS-VALUTA = SPACES
               MOVE 1 TO VT-KURS(WS-VAL-IX)
               MOVE WS-KV-ULTIMO TO VT-KURS-DATO(WS-VAL-IX)
               MOVE "Y" TO VT-KURS-FUNDET(WS-VAL-IX)
           ELSE
               MOVE "N" TO VT-KURS-FUNDET(WS-VAL-IX)
               PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                       UNTIL WS-KURS-IX > WS-KURS-COUNT
                   IF KU-KODE(WS-KURS-IX) = WS-VALUTA
                       MOVE KU-RATE(WS-KURS-IX) TO VT-KURS(WS-VAL-IX)
                       MOVE KU-DATO(WS-KURS-IX)
                           TO VT-KURS-DATO(WS-VAL-IX)
                       MOVE "Y" TO VT-KURS-FUNDET(WS-VAL-IX)
                   END-IF
               END-PERFORM
           END-IF.

      *> The quarter's months as PERIODELUKNING stored them.
       LOAD-PERIODESALDI.
           OPEN INPUT saldo-file-1
           IF SALDO-FILE-1-STATUS NOT = "00"
               DISPLAY "NATIONALBANKSTAT: ingen periodesaldi paa disk "
                   "- kvartalet er ikke lukket"
           ELSE
               PERFORM UNTIL END-OF-SALDO = "Y"
                   READ saldo-file-1
                       AT END
                           MOVE "Y" TO END-OF-SALDO
                       NOT AT END
                           IF PSA-MAANED >= WS-KV-FOERSTE-MAANED
                              AND PSA-MAANED <= WS-KV-SIDSTE-MAANED
                               PERFORM NOTER-PERIODESALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE saldo-file-1
           END-IF

           PERFORM VARYING WS-PS-IX FROM 1 BY 1
                   UNTIL WS-PS-IX > WS-PSALDO-COUNT
               MOVE "N" TO WS-VAL-FOUND
               PERFORM VARYING WS-LUKKET-IX FROM 1 BY 1
                       UNTIL WS-LUKKET-IX > WS-LUKKET-ANTAL
                   IF WS-LUKKET-MAANED(WS-LUKKET-IX)
                           = PT-MAANED(WS-PS-IX)
                       MOVE "Y" TO WS-VAL-FOUND
                   END-IF
               END-PERFORM
               IF WS-VAL-FOUND = "N"
                   ADD 1 TO WS-LUKKET-ANTAL
                   MOVE PT-MAANED(WS-PS-IX)
                       TO WS-LUKKET-MAANED(WS-LUKKET-ANTAL)
               END-IF
               MOVE PT-VALUTA(WS-PS-IX) TO WS-VALUTA
               PERFORM FIND-VALUTA
               IF WS-VAL-IX <= WS-VALUTA-COUNT
                   ADD PT-BEVAEGELSE(WS-PS-IX)
                       TO VT-PER-BEVAEG(WS-VAL-IX)
                   IF PT-MAANED(WS-PS-IX) = WS-KV-SIDSTE-MAANED
                       MOVE PT-ULTIMO(WS-PS-IX)
                           TO VT-PERIODE(WS-VAL-IX)
                       MOVE 1 TO VT-PERIODE-ANT(WS-VAL-IX)
                   END-IF
               END-IF
           END-PERFORM.

       NOTER-PERIODESALDO.
           MOVE "N" TO WS-PS-FUNDET
           PERFORM VARYING WS-PS-IX FROM 1 BY 1
                   UNTIL WS-PS-IX > WS-PSALDO-COUNT
                      OR WS-PS-FUNDET = "Y"
               IF PT-MAANED(WS-PS-IX) = PSA-MAANED
                  AND PT-VALUTA(WS-PS-IX) = PSA-VALUTA
                   MOVE "Y" TO WS-PS-FUNDET
               END-IF
           END-PERFORM
           IF WS-PS-FUNDET = "Y"
               SUBTRACT 1 FROM WS-PS-IX
           ELSE
               IF WS-PSALDO-COUNT < WS-MAX-PSALDO
                   ADD 1 TO WS-PSALDO-COUNT
                   MOVE WS-PSALDO-COUNT TO WS-PS-IX
                   MOVE PSA-MAANED TO PT-MAANED(WS-PS-IX)
                   MOVE PSA-VALUTA TO PT-VALUTA(WS-PS-IX)
               ELSE
                   DISPLAY "NATIONALBANKSTAT: period-balance table "
                       "full, skipping " PSA-MAANED " " PSA-VALUTA
                   MOVE 0 TO WS-PS-IX
               END-IF
           END-IF
           IF WS-PS-IX > 0
               MOVE PSA-BEVAEGELSE TO PT-BEVAEGELSE(WS-PS-IX)
               MOVE PSA-ULTIMO TO PT-ULTIMO(WS-PS-IX)
           END-IF.

      *> The customer-position lines of the quarter; a rerun of a day
      *> replaces the day.
       SUM-GL-ARKIV.
           OPEN INPUT glarkiv-file-1
           IF GLARKIV-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-GLARKIV-AKTIV
               PERFORM UNTIL END-OF-GLARKIV = "Y"
                   READ glarkiv-file-1
                       AT END
                           MOVE "Y" TO END-OF-GLARKIV
                       NOT AT END
                           IF GL-KONTO(1:5) = "1000-"
                              AND GL-DATO >= WS-KV-START
                              AND GL-DATO <= WS-KV-ULTIMO
                               PERFORM NOTER-GL-DAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE glarkiv-file-1
           ELSE
               DISPLAY "NATIONALBANKSTAT: intet GL-arkiv paa disk "
                   "(status " GLARKIV-FILE-1-STATUS ")"
           END-IF

           PERFORM VARYING WS-GA-IX FROM 1 BY 1
                   UNTIL WS-GA-IX > WS-GLDAG-COUNT
               MOVE GA-VALUTA(WS-GA-IX) TO WS-VALUTA
               PERFORM FIND-VALUTA
               IF WS-VAL-IX <= WS-VALUTA-COUNT
                   ADD GA-NETTO(WS-GA-IX) TO VT-GL(WS-VAL-IX)
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
                   DISPLAY "NATIONALBANKSTAT: GL day table full, "
                       "skipping " GL-KONTO " " GL-DATO
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF
           IF WS-GA-IX <= WS-GLDAG-COUNT
               COMPUTE GA-NETTO(WS-GA-IX) = GL-KREDIT - GL-DEBET
           END-IF.

      *> The report goes out only when the quarter is closed, every
      *> currency has a rate and every currency ties.
       AFSTEM-VALUTAER.
           MOVE "Y" TO WS-RAPPORT-OK
           IF WS-LUKKET-ANTAL < 3 OR WS-TABEL-OVERLOEB = "Y"
               MOVE "N" TO WS-RAPPORT-OK
           END-IF
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               IF VT-KURS-FUNDET(WS-VAL-IX) = "N"
                  AND VT-KONTI(WS-VAL-IX) > 0
                   ADD 1 TO WS-UDEN-KURS-COUNT
                   MOVE "N" TO WS-RAPPORT-OK
               END-IF
               COMPUTE WS-KONTROL = VT-I-DAG(WS-VAL-IX)
                   - VT-EFTER(WS-VAL-IX) - VT-ULTIMO(WS-VAL-IX)
               IF WS-KONTROL NOT = 0
                  OR VT-ULTIMO(WS-VAL-IX) NOT = VT-PERIODE(WS-VAL-IX)
                  OR VT-GL(WS-VAL-IX) NOT = VT-PER-BEVAEG(WS-VAL-IX)
                   ADD 1 TO WS-DIFF-COUNT
                   MOVE "N" TO WS-RAPPORT-OK
               END-IF
           END-PERFORM.

       WRITE-KONTROLLISTE.
           OPEN OUTPUT kontrol-file-1
           IF KONTROL-FILE-1-STATUS NOT = "00"
               DISPLAY "NATIONALBANKSTAT: cannot open control listing,"
                   " status " KONTROL-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO WS-KONTROL-LINJE
           STRING "NATIONALBANKSTAT BALANCESTATISTIK KVARTAL "
                   DELIMITED BY SIZE
               WS-KVARTAL DELIMITED BY SIZE
               " ULTIMO " DELIMITED BY SIZE
               WS-KV-ULTIMO DELIMITED BY SIZE
               " KOERT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE WS-LUKKET-ANTAL TO WS-ANTAL-EDIT
           STRING "LUKKEDE MAANEDER I KVARTALET " DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               " AF 3" DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE

           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               PERFORM WRITE-KONTROL-VALUTA
           END-PERFORM

           MOVE ALL "-" TO WS-KONTROL-LINJE
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               ADD VT-INDLAAN-DKK(WS-VAL-IX) TO WS-INDLAAN-TOTAL
               ADD VT-UDLAAN-DKK(WS-VAL-IX) TO WS-UDLAAN-TOTAL
           END-PERFORM
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE WS-INDLAAN-TOTAL TO WS-BELOEB-EDIT
           MOVE WS-UDLAAN-TOTAL TO WS-BELOEB-EDIT-2
           STRING "I ALT DKK INDLAAN " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " UDLAAN " DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE WS-ERHVERV-COUNT TO WS-ANTAL-EDIT
           STRING "POSITIONER HOS ERHVERVSKUNDER (SEKTORREGISTER) "
                   DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           IF WS-SEKTOR-AKTIV = "N"
               MOVE "INTET SEKTORREGISTER - ALLE SOM HUSHOLDNINGER"
                   TO WS-KONTROL-LINJE
               WRITE kontrol-record FROM WS-KONTROL-LINJE
           END-IF
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE WS-UKENDT-SEKTOR-COUNT TO WS-ANTAL-EDIT
           STRING "UKENDTE SEKTORKODER (SOM HUSHOLDNING) "
                   DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE WS-UDEN-EJER-COUNT TO WS-ANTAL-EDIT
           STRING "KONTI UDEN EJER (IKKE MEDTAGET) " DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE WS-UKENDT-KUNDE-COUNT TO WS-ANTAL-EDIT
           STRING "POSTERINGER EFTER ULTIMO FOR UKENDTE KUNDER "
                   DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           IF WS-GLARKIV-AKTIV = "N"
               MOVE "INTET GL-ARKIV - GL-SIDEN ER NUL"
                   TO WS-KONTROL-LINJE
               WRITE kontrol-record FROM WS-KONTROL-LINJE
           END-IF
           IF WS-RAPPORT-OK = "Y"
               MOVE "AFSTEMT - INDBERETNINGEN ER DANNET"
                   TO WS-KONTROL-LINJE
           ELSE
               MOVE "STEMMER IKKE - INDBERETNINGEN ER IKKE DANNET"
                   TO WS-KONTROL-LINJE
           END-IF
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           CLOSE kontrol-file-1.

       WRITE-KONTROL-VALUTA.
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE VT-KONTI(WS-VAL-IX) TO WS-ANTAL-EDIT
           IF VT-KURS-FUNDET(WS-VAL-IX) = "Y"
               MOVE VT-KURS(WS-VAL-IX) TO WS-KURS-EDIT
               STRING "VALUTA " DELIMITED BY SIZE
                   VT-KODE(WS-VAL-IX) DELIMITED BY SIZE
                   " KONTI " DELIMITED BY SIZE
                   WS-ANTAL-EDIT DELIMITED BY SIZE
                   " KURS " DELIMITED BY SIZE
                   WS-KURS-EDIT DELIMITED BY SIZE
                   " AF " DELIMITED BY SIZE
                   VT-KURS-DATO(WS-VAL-IX) DELIMITED BY SIZE
                   INTO WS-KONTROL-LINJE
               END-STRING
           ELSE
               STRING "VALUTA " DELIMITED BY SIZE
                   VT-KODE(WS-VAL-IX) DELIMITED BY SIZE
                   " KONTI " DELIMITED BY SIZE
                   WS-ANTAL-EDIT DELIMITED BY SIZE
                   " INGEN KURS PAA ELLER FOER ULTIMO"
                       DELIMITED BY SIZE
                   INTO WS-KONTROL-LINJE
               END-STRING
           END-IF
           WRITE kontrol-record FROM WS-KONTROL-LINJE

           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE VT-I-DAG(WS-VAL-IX) TO WS-BELOEB-EDIT
           STRING "  POSITIONER I DAG (SALDOBEVIS)      "
                   DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE VT-EFTER(WS-VAL-IX) TO WS-BELOEB-EDIT
           STRING "  BEVAEGELSER EFTER ULTIMO           "
                   DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE VT-ULTIMO(WS-VAL-IX) TO WS-BELOEB-EDIT
           STRING "  POSITIONER ULTIMO (INDBERETTET)    "
                   DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE VT-INDLAAN(WS-VAL-IX) TO WS-BELOEB-EDIT
           MOVE VT-UDLAAN(WS-VAL-IX) TO WS-BELOEB-EDIT-2
           STRING "    HERAF INDLAAN " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " UDLAAN " DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE VT-INDLAAN-DKK(WS-VAL-IX) TO WS-BELOEB-EDIT
           MOVE VT-UDLAAN-DKK(WS-VAL-IX) TO WS-BELOEB-EDIT-2
           STRING "    I DKK INDLAAN " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " UDLAAN " DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE

           MOVE SPACES TO WS-KONTROL-LINJE
           IF VT-PERIODE-ANT(WS-VAL-IX) = 1
               MOVE VT-PERIODE(WS-VAL-IX) TO WS-BELOEB-EDIT
               STRING "  PERIODESALDO ULTIMO " DELIMITED BY SIZE
                   WS-KV-SIDSTE-MAANED DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   INTO WS-KONTROL-LINJE
               END-STRING
           ELSE
               STRING "  PERIODESALDO ULTIMO " DELIMITED BY SIZE
                   WS-KV-SIDSTE-MAANED DELIMITED BY SIZE
                   "         MAANEDEN ER IKKE LUKKET"
                       DELIMITED BY SIZE
                   INTO WS-KONTROL-LINJE
               END-STRING
           END-IF
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           MOVE VT-PER-BEVAEG(WS-VAL-IX) TO WS-BELOEB-EDIT
           MOVE VT-GL(WS-VAL-IX) TO WS-BELOEB-EDIT-2
           STRING "  KVARTALETS BEVAEGELSER PERIODER    "
                   DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE
           MOVE SPACES TO WS-KONTROL-LINJE
           STRING "  KVARTALETS BEVAEGELSER GL 1000-" DELIMITED BY SIZE
               VT-KODE(WS-VAL-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               INTO WS-KONTROL-LINJE
           END-STRING
           WRITE kontrol-record FROM WS-KONTROL-LINJE

           MOVE "N" TO WS-VALUTA-OK
           COMPUTE WS-KONTROL = VT-I-DAG(WS-VAL-IX)
               - VT-EFTER(WS-VAL-IX) - VT-ULTIMO(WS-VAL-IX)
           IF WS-KONTROL = 0
              AND VT-ULTIMO(WS-VAL-IX) = VT-PERIODE(WS-VAL-IX)
              AND VT-GL(WS-VAL-IX) = VT-PER-BEVAEG(WS-VAL-IX)
               MOVE "Y" TO WS-VALUTA-OK
           END-IF
           IF WS-VALUTA-OK = "Y"
               MOVE "  AFSTEMT" TO WS-KONTROL-LINJE
               WRITE kontrol-record FROM WS-KONTROL-LINJE
           ELSE
               IF WS-KONTROL NOT = 0
                   MOVE SPACES TO WS-KONTROL-LINJE
                   MOVE WS-KONTROL TO WS-BELOEB-EDIT
                   STRING "  DIFFERENCE I DAG-EFTER-ULTIMO     "
                           DELIMITED BY SIZE
                       WS-BELOEB-EDIT DELIMITED BY SIZE
                       INTO WS-KONTROL-LINJE
                   END-STRING
                   WRITE kontrol-record FROM WS-KONTROL-LINJE
               END-IF
               IF VT-ULTIMO(WS-VAL-IX) NOT = VT-PERIODE(WS-VAL-IX)
                   MOVE SPACES TO WS-KONTROL-LINJE
                   COMPUTE WS-KONTROL = VT-ULTIMO(WS-VAL-IX)
                       - VT-PERIODE(WS-VAL-IX)
                   MOVE WS-KONTROL TO WS-BELOEB-EDIT
                   STRING "  DIFFERENCE MOD PERIODESALDO       "
                           DELIMITED BY SIZE
                       WS-BELOEB-EDIT DELIMITED BY SIZE
                       INTO WS-KONTROL-LINJE
                   END-STRING
                   WRITE kontrol-record FROM WS-KONTROL-LINJE
               END-IF
               IF VT-GL(WS-VAL-IX) NOT = VT-PER-BEVAEG(WS-VAL-IX)
                   MOVE SPACES TO WS-KONTROL-LINJE
                   COMPUTE WS-KONTROL = VT-PER-BEVAEG(WS-VAL-IX)
                       - VT-GL(WS-VAL-IX)
                   MOVE WS-KONTROL TO WS-BELOEB-EDIT
                   STRING "  DIFFERENCE MOD GL                 "
                           DELIMITED BY SIZE
                       WS-BELOEB-EDIT DELIMITED BY SIZE
                       INTO WS-KONTROL-LINJE
                   END-STRING
                   WRITE kontrol-record FROM WS-KONTROL-LINJE
               END-IF
           END-IF.

      *> Every cell of the grid, zero cells included.
       WRITE-RAPPORT.
           OPEN OUTPUT rapport-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
               DISPLAY "NATIONALBANKSTAT: cannot open report, status "
                   RAPPORT-FILE-1-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO rapport-record
           MOVE "HDR" TO NB-TAG
           MOVE WS-KVARTAL TO NB-HDR-KVARTAL
           MOVE WS-KV-ULTIMO TO NB-HDR-ULTIMO
           MOVE WS-TODAY TO NB-HDR-KOERSEL
           WRITE rapport-record

           PERFORM VARYING WS-P-IX FROM 1 BY 1 UNTIL WS-P-IX > 2
             PERFORM VARYING WS-S-IX FROM 1 BY 1 UNTIL WS-S-IX > 5
               PERFORM VARYING WS-R-IX FROM 1 BY 1 UNTIL WS-R-IX > 2
                 PERFORM VARYING WS-V-IX FROM 1 BY 1 UNTIL WS-V-IX > 3
                   PERFORM VARYING WS-L-IX FROM 1 BY 1
                           UNTIL WS-L-IX > 3
                       PERFORM WRITE-CELLE
                   END-PERFORM
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM

           MOVE SPACES TO rapport-record
           MOVE "TRL" TO NB-TAG
           MOVE WS-CELLE-COUNT TO NB-TRL-ANTAL
           MOVE WS-INDLAAN-TOTAL TO NB-TRL-INDLAAN
           MOVE WS-UDLAAN-TOTAL TO NB-TRL-UDLAAN
           WRITE rapport-record
           CLOSE rapport-file-1.

       WRITE-CELLE.
           MOVE SPACES TO rapport-record
           MOVE "CEL" TO NB-TAG
           MOVE WS-POST-KODER((WS-P-IX - 1) * 3 + 1:3) TO NB-POST
           MOVE WS-SEKTOR-KODER((WS-S-IX - 1) * 3 + 1:3) TO NB-SEKTOR
           MOVE WS-RESIDENS-KODER(WS-R-IX:1) TO NB-RESIDENS
           MOVE WS-VALUTA-KODER((WS-V-IX - 1) * 3 + 1:3) TO NB-VALUTA
           MOVE WS-LOEBETID-KODER((WS-L-IX - 1) * 3 + 1:3)
               TO NB-LOEBETID
           MOVE CT-ANTAL(WS-P-IX, WS-S-IX, WS-R-IX, WS-V-IX, WS-L-IX)
               TO NB-ANTAL
           MOVE CT-DKK(WS-P-IX, WS-S-IX, WS-R-IX, WS-V-IX, WS-L-IX)
               TO NB-BELOEB
           WRITE rapport-record
           ADD 1 TO WS-CELLE-COUNT.
