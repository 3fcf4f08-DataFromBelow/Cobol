       identification division.
       program-id. DWEKSPORT.

      *> Nightly data-warehouse feed in three files, so the analytics
      *> side no longer has to rebuild history by diffing our files:
      *>   DwKundeDim.txt  customer dimension (DWKUNDE.cpy)
      *>   DwKontoDim.txt  account dimension (DWKONTO.cpy)
      *>   DwPosteringFakta.txt  posting facts (DWFAKTA.cpy)
      *> Both dimensions keep their history. Last night's dimension
      *> is match-merged with the master in key order (KundeID,
      *> KONTO-NUMMER). When a tracked attribute has changed, the
      *> current row is closed the day before the run date (DW_DATO,
      *> default today) and a new row opens under the next surrogate
      *> key. A record that has left the master has its current row
      *> closed. A second run on the same day corrects that day's row
      *> instead of opening another one. Besides the name, address,
      *> birth date and the master's FILIALKODE, KANALKODE,
      *> DVALE-TRIN and erased/deceased flags, the customer row
      *> tracks three more things:
      *>   - the KYC risk (KYC_FIL);
      *>   - the highest collections stage (OVERTRAEK_SAG_FIL);
      *>   - the latest MARKETING consent (SAMTYKKE_FIL).
      *> For an erased customer the name, address and birth date are
      *> blanked in every row, history included. Erased here means
      *> SLETTET-MARKERING on the master, or an erasure line in
      *> SletteLog.txt for a customer no longer on the master.
      *> The fact file holds the posting-history rows booked since
      *> the last run, found by loebenummer through DwStatus.txt.
      *> The first run loads the whole history. A rerun on the same
      *> day exports the same rows again. Each fact row carries the
      *> surrogate keys of the dimension rows valid on its booking
      *> date. Every file sits in the FEEDENV.cpy envelope:
      *>   - HDR with the run date and the row count;
      *>   - TRL with the count and a hash total, which is the sum
      *>     of DWF-BELOEB for the facts and zero for the
      *>     dimensions, as for a count-only feed.
      *> All three files are built on work files first and published
      *> together. A missing master, or more rows than the tables
      *> hold, aborts with return code 16 and leaves last night's
      *> feed untouched. Runs on the DAGLIG line of the schedule
      *> plan, after the posting run.

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
           select kyc-file-1 assign to dynamic WS-KYC-FILENAME
               organization is line sequential
               file status is KYC-FILE-1-STATUS.
           select sag-file-1 assign to dynamic WS-SAG-FILENAME
               organization is line sequential
               file status is SAG-FILE-1-STATUS.
           select samtykke-file-1 assign to dynamic
                   WS-SAMTYKKE-FILENAME
               organization is line sequential
               file status is SAMTYKKE-FILE-1-STATUS.
           select slettelog-file-1 assign to dynamic
                   WS-SLETTELOG-FILENAME
               organization is line sequential
               file status is SLETTELOG-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select kdim-file-1 assign to dynamic WS-KDIM-FILENAME
               organization is line sequential
               file status is KDIM-FILE-1-STATUS.
           select adim-file-1 assign to dynamic WS-ADIM-FILENAME
               organization is line sequential
               file status is ADIM-FILE-1-STATUS.
           select fakta-file-1 assign to dynamic WS-FAKTA-FILENAME
               organization is line sequential
               file status is FAKTA-FILE-1-STATUS.
           select status-file-1 assign to dynamic WS-STATUS-FILENAME
               organization is line sequential
               file status is STATUS-FILE-1-STATUS.
           select kdim-ny-file-1 assign to "DwKundeDimNY.tmp"
               organization is line sequential
               file status is KDIM-NY-FILE-1-STATUS.
           select adim-ny-file-1 assign to "DwKontoDimNY.tmp"
               organization is line sequential
               file status is ADIM-NY-FILE-1-STATUS.
           select fakta-ny-file-1 assign to "DwFaktaNY.tmp"
               organization is line sequential
               file status is FAKTA-NY-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  kyc-file-1.
       01  kyc-record.
           copy "KYC.cpy".
       fd  sag-file-1.
       01  sag-record.
           copy "OVERTRAEK.cpy".
       fd  samtykke-file-1.
       01  samtykke-record.
           copy "SAMTYKKE.cpy".
       fd  slettelog-file-1.
       01  slettelog-record        PIC X(160).
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  kdim-file-1.
       01  kdim-record.
           copy "DWKUNDE.cpy".
       01  kdim-envelope.
           copy "FEEDENV.cpy".
       fd  adim-file-1.
       01  adim-record.
           copy "DWKONTO.cpy".
       01  adim-envelope.
           copy "FEEDENV.cpy".
       fd  fakta-file-1.
       01  fakta-record.
           copy "DWFAKTA.cpy".
       01  fakta-envelope.
           copy "FEEDENV.cpy".
       fd  status-file-1.
       01  status-record.
           02  DWS-DATO            pic 9(8).
           02  filler              pic x(1).
           02  DWS-FRA-LOEBENR     pic 9(9).
           02  filler              pic x(1).
           02  DWS-TIL-LOEBENR     pic 9(9).
       fd  kdim-ny-file-1.
       01  kdim-ny-record          PIC X(161).
       fd  adim-ny-file-1.
       01  adim-ny-record          PIC X(77).
       fd  fakta-ny-file-1.
       01  fakta-ny-record         PIC X(116).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "DWEKSPORT".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  END-OF-REF              PIC X VALUE "N".
       01  END-OF-HISTORIK         PIC X VALUE "N".
       01  END-OF-DIM              PIC X VALUE "N".
       01  END-OF-NY               PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  KYC-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  SAG-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  SAMTYKKE-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  SLETTELOG-FILE-1-STATUS PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  KDIM-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  ADIM-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  FAKTA-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  STATUS-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KDIM-NY-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  ADIM-NY-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  FAKTA-NY-FILE-1-STATUS  PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-KYC-FILENAME         PIC X(100)
                                    VALUE "KycRegister.txt".
       01  WS-SAG-FILENAME         PIC X(100)
                                    VALUE "Overtraekssager.txt".
       01  WS-SAMTYKKE-FILENAME    PIC X(100)
                                    VALUE "SamtykkeRegister.txt".
       01  WS-SLETTELOG-FILENAME   PIC X(100)
                                    VALUE "SletteLog.txt".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-KDIM-FILENAME        PIC X(100)
                                    VALUE "DwKundeDim.txt".
       01  WS-ADIM-FILENAME        PIC X(100)
                                    VALUE "DwKontoDim.txt".
       01  WS-FAKTA-FILENAME       PIC X(100)
                                    VALUE "DwPosteringFakta.txt".
       01  WS-STATUS-FILENAME      PIC X(100)
                                    VALUE "DwStatus.txt".

       01  WS-DATO-X               PIC X(8) VALUE SPACES.
       01  WS-KOERSELS-DATO        PIC 9(8) VALUE ZEROS.
       01  WS-GAARSDAG             PIC 9(8) VALUE ZEROS.
       01  WS-UENDELIG-DATO        PIC 9(8) VALUE 99991231.
       01  WS-LUK-DATO             PIC 9(8) VALUE ZEROS.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

      *> Reference data for the tracked customer attributes.
       01  WS-MAX-REF              PIC 9(5) VALUE 10000.
       01  WS-REF-IX               PIC 9(5) VALUE 0.
       01  WS-KYC-COUNT            PIC 9(5) VALUE 0.
       01  KYC-TABEL.
           02  KYC-ENTRY OCCURS 10000 TIMES.
               03  KY-KUNDEID      pic x(10).
               03  KY-RISIKO       pic x(1).
       01  WS-SAG-COUNT            PIC 9(5) VALUE 0.
       01  SAG-TABEL.
           02  SAG-ENTRY OCCURS 10000 TIMES.
               03  SG-KUNDEID      pic x(10).
               03  SG-TRIN         pic x(1).
       01  WS-SAM-COUNT            PIC 9(5) VALUE 0.
       01  SAMTYKKE-TABEL.
           02  SAMTYKKE-ENTRY OCCURS 10000 TIMES.
               03  SM-KUNDEID      pic x(10).
               03  SM-STATUS       pic x(1).
       01  WS-SLET-COUNT           PIC 9(5) VALUE 0.
       01  SLETTET-TABEL.
           02  SLETTET-ENTRY OCCURS 10000 TIMES.
               03  SL-KUNDEID      pic x(10).
       01  WS-REF-FUNDET           PIC X VALUE "N".
       01  WS-ER-SLETTET           PIC X VALUE "N".

      *> The dimension rows being built and the rows of one natural
      *> key from last night's file, oldest first.
       01  WS-DWK.
           copy "DWKUNDE.cpy".
       01  WS-DWK-NY.
           copy "DWKUNDE.cpy".
       01  WS-DWA.
           copy "DWKONTO.cpy".
       01  WS-DWA-NY.
           copy "DWKONTO.cpy".
       01  WS-MAX-GRUPPE           PIC 9(3) VALUE 100.
       01  WS-GRUPPE-COUNT         PIC 9(3) VALUE 0.
       01  WS-GRUPPE-IX            PIC 9(3) VALUE 0.
       01  WS-AKTUEL-IX            PIC 9(3) VALUE 0.
       01  GRUPPE-TABEL.
           02  GRUPPE-RAEKKE       PIC X(161) OCCURS 100 TIMES.
       01  WS-GRUPPE-NOEGLE        PIC X(20) VALUE SPACES.
       01  WS-MASTER-NOEGLE        PIC X(20) VALUE SPACES.
       01  WS-NAESTE-DIM           PIC X(161) VALUE SPACES.
       01  WS-NAESTE-NOEGLE        PIC X(20) VALUE SPACES.
       01  WS-NAESTE-SURROGAT      PIC 9(9) VALUE 0.

      *> Key lookup for the facts: every dimension row in file order.
       01  WS-MAX-OPSLAG           PIC 9(5) VALUE 30000.
       01  WS-KN-COUNT             PIC 9(5) VALUE 0.
       01  KUNDE-NOEGLE-TABEL.
           02  KUNDE-NOEGLE-ENTRY OCCURS 30000 TIMES.
               03  KN-KUNDEID      pic x(10).
               03  KN-FRA          pic 9(8).
               03  KN-TIL          pic 9(8).
               03  KN-NOEGLE       pic 9(9).
       01  WS-AN-COUNT             PIC 9(5) VALUE 0.
       01  KONTO-NOEGLE-TABEL.
           02  KONTO-NOEGLE-ENTRY OCCURS 30000 TIMES.
               03  AN-KONTONUMMER  pic x(20).
               03  AN-FRA          pic 9(8).
               03  AN-TIL          pic 9(8).
               03  AN-NOEGLE       pic 9(9).
       01  WS-OPSLAG-IX            PIC 9(5) VALUE 0.
       01  WS-OPSLAG-KUNDEID       PIC X(10) VALUE SPACES.
       01  WS-OPSLAG-KONTO         PIC X(20) VALUE SPACES.
       01  WS-OPSLAG-DATO          PIC 9(8) VALUE ZEROS.
       01  WS-OPSLAG-NOEGLE        PIC 9(9) VALUE 0.
       01  WS-OPSLAG-FOERSTE       PIC 9(9) VALUE 0.
       01  WS-OPSLAG-FAERDIG       PIC X VALUE "N".

       01  WS-STATUS-FINDES        PIC X VALUE "N".
       01  WS-FRA-LOEBENR          PIC 9(9) VALUE 0.
       01  WS-TIL-LOEBENR          PIC 9(9) VALUE 0.

       01  WS-KUNDE-COUNT          PIC 9(7) VALUE 0.
       01  WS-KONTO-COUNT          PIC 9(7) VALUE 0.
       01  WS-HISTORIK-COUNT       PIC 9(7) VALUE 0.
       01  WS-KDIM-RAEKKER         PIC 9(7) VALUE 0.
       01  WS-KDIM-NYE             PIC 9(7) VALUE 0.
       01  WS-KDIM-LUKKET          PIC 9(7) VALUE 0.
       01  WS-KDIM-SLETTET         PIC 9(7) VALUE 0.
       01  WS-ADIM-RAEKKER         PIC 9(7) VALUE 0.
       01  WS-ADIM-NYE             PIC 9(7) VALUE 0.
       01  WS-ADIM-LUKKET          PIC 9(7) VALUE 0.
       01  WS-FAKTA-RAEKKER        PIC 9(7) VALUE 0.
       01  WS-FAKTA-HASH           PIC S9(11)V99 VALUE 0.
       01  WS-FAKTA-UKENDT         PIC 9(7) VALUE 0.
       01  WS-PUBL-ANTAL           PIC 9(7) VALUE 0.

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

           ACCEPT WS-KYC-FILENAME FROM ENVIRONMENT "KYC_FIL"
               ON EXCEPTION
                   MOVE "KycRegister.txt" TO WS-KYC-FILENAME
           END-ACCEPT

           ACCEPT WS-SAG-FILENAME FROM ENVIRONMENT "OVERTRAEK_SAG_FIL"
               ON EXCEPTION
                   MOVE "Overtraekssager.txt" TO WS-SAG-FILENAME
           END-ACCEPT

           ACCEPT WS-SAMTYKKE-FILENAME FROM ENVIRONMENT "SAMTYKKE_FIL"
               ON EXCEPTION
                   MOVE "SamtykkeRegister.txt" TO WS-SAMTYKKE-FILENAME
           END-ACCEPT

           ACCEPT WS-SLETTELOG-FILENAME
                   FROM ENVIRONMENT "SLETTELOG_FIL"
               ON EXCEPTION
                   MOVE "SletteLog.txt" TO WS-SLETTELOG-FILENAME
           END-ACCEPT

           ACCEPT WS-HISTORIK-FILENAME
                   FROM ENVIRONMENT "POSTERING_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "Posteringshistorik.txt"
                       TO WS-HISTORIK-FILENAME
           END-ACCEPT

           ACCEPT WS-KDIM-FILENAME FROM ENVIRONMENT "DW_KUNDE_DIM_FIL"
               ON EXCEPTION
                   MOVE "DwKundeDim.txt" TO WS-KDIM-FILENAME
           END-ACCEPT

           ACCEPT WS-ADIM-FILENAME FROM ENVIRONMENT "DW_KONTO_DIM_FIL"
               ON EXCEPTION
                   MOVE "DwKontoDim.txt" TO WS-ADIM-FILENAME
           END-ACCEPT

           ACCEPT WS-FAKTA-FILENAME FROM ENVIRONMENT "DW_FAKTA_FIL"
               ON EXCEPTION
                   MOVE "DwPosteringFakta.txt" TO WS-FAKTA-FILENAME
           END-ACCEPT

           ACCEPT WS-STATUS-FILENAME FROM ENVIRONMENT "DW_STATUS_FIL"
               ON EXCEPTION
                   MOVE "DwStatus.txt" TO WS-STATUS-FILENAME
           END-ACCEPT

           ACCEPT WS-DATO-X FROM ENVIRONMENT "DW_DATO"
               ON EXCEPTION
                   MOVE SPACES TO WS-DATO-X
           END-ACCEPT
           IF WS-DATO-X NOT = SPACES
               MOVE WS-DATO-X TO WS-KOERSELS-DATO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO
           END-IF
           COMPUTE WS-GAARSDAG = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-KOERSELS-DATO) - 1)

           PERFORM LOAD-KYC
           PERFORM LOAD-SAGER
           PERFORM LOAD-SAMTYKKE
           PERFORM LOAD-SLETTELOG
           PERFORM LOAD-STATUS

           PERFORM BYG-KUNDE-DIM
           PERFORM BYG-KONTO-DIM
           IF WS-TABEL-OVERLOEB = "N"
               PERFORM BYG-FAKTA
           END-IF

           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "DWEKSPORT: flere raekker end tabellerne kan "
                   "rumme - feeden ville vaere ufuldstaendig, "
                   "koerslen afbrydes og gaarsdagens feed staar"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM PUBLICER-KUNDE-DIM
           PERFORM PUBLICER-KONTO-DIM
           PERFORM PUBLICER-FAKTA
           PERFORM SKRIV-STATUS

           DISPLAY "=========================================="
           DISPLAY "DWEKSPORT - feed " WS-KOERSELS-DATO
           DISPLAY "Kunder i masteren   : " WS-KUNDE-COUNT
           DISPLAY "Kundedim. raekker   : " WS-KDIM-RAEKKER
           DISPLAY "  heraf nye         : " WS-KDIM-NYE
           DISPLAY "  lukket i dag      : " WS-KDIM-LUKKET
           DISPLAY "  slettede kunder   : " WS-KDIM-SLETTET
           DISPLAY "Konti i masteren    : " WS-KONTO-COUNT
           DISPLAY "Kontodim. raekker   : " WS-ADIM-RAEKKER
           DISPLAY "  heraf nye         : " WS-ADIM-NYE
           DISPLAY "  lukket i dag      : " WS-ADIM-LUKKET
           DISPLAY "Fakta (loebenr "
               WS-FRA-LOEBENR "-" WS-TIL-LOEBENR ")"
           DISPLAY "Faktaraekker        : " WS-FAKTA-RAEKKER
           DISPLAY "  uden dim.-noegle  : " WS-FAKTA-UKENDT
           DISPLAY "Hashtotal           : " WS-FAKTA-HASH
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-KUNDE-COUNT TO WS-KLOG-LAEST
           MOVE WS-FAKTA-RAEKKER TO WS-KLOG-SKREVET
           MOVE WS-FAKTA-HASH TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       LOAD-KYC.
           MOVE "N" TO END-OF-REF
           OPEN INPUT kyc-file-1
           IF KYC-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: intet KYC-register paa disk - "
                   "KYC-risiko staar blank"
           ELSE
               PERFORM UNTIL END-OF-REF = "Y"
                   READ kyc-file-1
                       AT END
                           MOVE "Y" TO END-OF-REF
                       NOT AT END
                           IF WS-KYC-COUNT < WS-MAX-REF
                               ADD 1 TO WS-KYC-COUNT
                               MOVE KYC-KUNDEID
                                   TO KY-KUNDEID(WS-KYC-COUNT)
                               MOVE KYC-RISIKO
                                   TO KY-RISIKO(WS-KYC-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kyc-file-1
           END-IF.

      *> One case per overdrawn account; the customer's stage is the
      *> highest of them.
       LOAD-SAGER.
           MOVE "N" TO END-OF-REF
           OPEN INPUT sag-file-1
           IF SAG-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: ingen overtraekssager paa disk - "
                   "inkassotrin staar blankt"
           ELSE
               PERFORM UNTIL END-OF-REF = "Y"
                   READ sag-file-1
                       AT END
                           MOVE "Y" TO END-OF-REF
                       NOT AT END
                           PERFORM GEM-SAG
                   END-READ
               END-PERFORM
               CLOSE sag-file-1
           END-IF.

       GEM-SAG.
           MOVE "N" TO WS-REF-FUNDET
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-SAG-COUNT
                      OR WS-REF-FUNDET = "Y"
               IF SG-KUNDEID(WS-REF-IX) = SAG-KUNDEID
                   MOVE "Y" TO WS-REF-FUNDET
                   IF SAG-TRIN > SG-TRIN(WS-REF-IX)
                       MOVE SAG-TRIN TO SG-TRIN(WS-REF-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REF-FUNDET = "N"
               IF WS-SAG-COUNT < WS-MAX-REF
                   ADD 1 TO WS-SAG-COUNT
                   MOVE SAG-KUNDEID TO SG-KUNDEID(WS-SAG-COUNT)
                   MOVE SAG-TRIN TO SG-TRIN(WS-SAG-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF.

      *> The register is append-only, so the last MARKETING line of a
      *> customer is the current consent.
       LOAD-SAMTYKKE.
           MOVE "N" TO END-OF-REF
           OPEN INPUT samtykke-file-1
           IF SAMTYKKE-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: intet samtykkeregister paa disk - "
                   "samtykke staar blankt"
           ELSE
               PERFORM UNTIL END-OF-REF = "Y"
                   READ samtykke-file-1
                       AT END
                           MOVE "Y" TO END-OF-REF
                       NOT AT END
                           IF SAM-FORMAAL = "MARKETING"
                               PERFORM GEM-SAMTYKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE samtykke-file-1
           END-IF.

       GEM-SAMTYKKE.
           MOVE "N" TO WS-REF-FUNDET
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-SAM-COUNT
                      OR WS-REF-FUNDET = "Y"
               IF SM-KUNDEID(WS-REF-IX) = SAM-KUNDEID
                   MOVE "Y" TO WS-REF-FUNDET
                   MOVE SAM-STATUS TO SM-STATUS(WS-REF-IX)
               END-IF
           END-PERFORM
           IF WS-REF-FUNDET = "N"
               IF WS-SAM-COUNT < WS-MAX-REF
                   ADD 1 TO WS-SAM-COUNT
                   MOVE SAM-KUNDEID TO SM-KUNDEID(WS-SAM-COUNT)
                   MOVE SAM-STATUS TO SM-STATUS(WS-SAM-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF.

      *> Every customer an erasure run has dealt with - the ones set
      *> aside under legal hold are logged as IKKE-SLETTET instead.
       LOAD-SLETTELOG.
           MOVE "N" TO END-OF-REF
           OPEN INPUT slettelog-file-1
           IF SLETTELOG-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-REF = "Y"
                   READ slettelog-file-1
                       AT END
                           MOVE "Y" TO END-OF-REF
                       NOT AT END
                           IF slettelog-record(9:7) = " KUNDE "
                              AND slettelog-record(26:21)
                                  = " MASTER-ANONYMISERET "
                               IF WS-SLET-COUNT < WS-MAX-REF
                                   ADD 1 TO WS-SLET-COUNT
                                   MOVE slettelog-record(16:10)
                                       TO SL-KUNDEID(WS-SLET-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-TABEL-OVERLOEB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE slettelog-file-1
           END-IF.

      *> Without a status file this is the first run and the whole
      *> posting history is loaded. A rerun on the same day starts
      *> where that day's first run started.
       LOAD-STATUS.
           OPEN INPUT status-file-1
           IF STATUS-FILE-1-STATUS = "00"
               READ status-file-1
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-STATUS-FINDES
                       IF DWS-DATO = WS-KOERSELS-DATO
                           MOVE DWS-FRA-LOEBENR TO WS-FRA-LOEBENR
                       ELSE
                           MOVE DWS-TIL-LOEBENR TO WS-FRA-LOEBENR
                       END-IF
               END-READ
               CLOSE status-file-1
           END-IF
           MOVE WS-FRA-LOEBENR TO WS-TIL-LOEBENR.

      *>-------------------------------------------------------------
      *> Customer dimension: last night's rows against the master.
      *>-------------------------------------------------------------
       BYG-KUNDE-DIM.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           OPEN OUTPUT kdim-ny-file-1
           IF KDIM-NY-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot open work file, status "
                   KDIM-NY-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE 0 TO WS-NAESTE-SURROGAT
           MOVE "N" TO END-OF-DIM
           OPEN INPUT kdim-file-1
           IF KDIM-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-DIM = "Y"
                   READ kdim-file-1
                       AT END
                           MOVE "Y" TO END-OF-DIM
                       NOT AT END
                           IF FE-TAG IN kdim-envelope NOT = "HDR"
                              AND FE-TAG IN kdim-envelope NOT = "TRL"
                              AND DWK-NOEGLE IN kdim-record
                                  > WS-NAESTE-SURROGAT
                               MOVE DWK-NOEGLE IN kdim-record
                                   TO WS-NAESTE-SURROGAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kdim-file-1
               MOVE "N" TO END-OF-DIM
               OPEN INPUT kdim-file-1
           ELSE
               DISPLAY "DWEKSPORT: ingen kundedimension paa disk - "
                   "foerste indlaesning"
               MOVE "Y" TO END-OF-DIM
           END-IF

           PERFORM LAES-KDIM
           PERFORM LAES-KUNDE-MASTER
           MOVE 0 TO WS-GRUPPE-COUNT
           PERFORM FYLD-KUNDE-GRUPPE

           PERFORM UNTIL WS-GRUPPE-NOEGLE = HIGH-VALUES
                     AND WS-MASTER-NOEGLE = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-GRUPPE-NOEGLE = WS-MASTER-NOEGLE
                       PERFORM KUNDE-BILLEDE
                       PERFORM KUNDE-AENDRING
                       PERFORM SKRIV-KUNDE-GRUPPE
                       PERFORM FYLD-KUNDE-GRUPPE
                       PERFORM LAES-KUNDE-MASTER
                   WHEN WS-GRUPPE-NOEGLE < WS-MASTER-NOEGLE
                       PERFORM KUNDE-UDGAAET
                       PERFORM SKRIV-KUNDE-GRUPPE
                       PERFORM FYLD-KUNDE-GRUPPE
                   WHEN OTHER
                       PERFORM KUNDE-BILLEDE
                       PERFORM NY-KUNDE-ALENE
                       PERFORM LAES-KUNDE-MASTER
               END-EVALUATE
           END-PERFORM

           IF KDIM-FILE-1-STATUS = "00"
              OR KDIM-FILE-1-STATUS = "10"
               CLOSE kdim-file-1
           END-IF
           CLOSE master-file-1
           CLOSE kdim-ny-file-1.

       LAES-KDIM.
           MOVE HIGH-VALUES TO WS-NAESTE-NOEGLE
           PERFORM UNTIL END-OF-DIM = "Y"
                      OR WS-NAESTE-NOEGLE NOT = HIGH-VALUES
               READ kdim-file-1
                   AT END
                       MOVE "Y" TO END-OF-DIM
                   NOT AT END
                       IF FE-TAG IN kdim-envelope NOT = "HDR"
                          AND FE-TAG IN kdim-envelope NOT = "TRL"
                           MOVE kdim-record TO WS-NAESTE-DIM
                           MOVE DWK-KUNDEID IN kdim-record
                               TO WS-NAESTE-NOEGLE
                       END-IF
               END-READ
           END-PERFORM.

      *> Takes every row of the next KundeID from last night's file.
       FYLD-KUNDE-GRUPPE.
           MOVE 0 TO WS-GRUPPE-COUNT
           MOVE WS-NAESTE-NOEGLE TO WS-GRUPPE-NOEGLE
           PERFORM UNTIL WS-NAESTE-NOEGLE = HIGH-VALUES
                      OR WS-NAESTE-NOEGLE NOT = WS-GRUPPE-NOEGLE
               IF WS-GRUPPE-COUNT < WS-MAX-GRUPPE
                   ADD 1 TO WS-GRUPPE-COUNT
                   MOVE WS-NAESTE-DIM TO GRUPPE-RAEKKE(WS-GRUPPE-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
               PERFORM LAES-KDIM
           END-PERFORM.

       LAES-KUNDE-MASTER.
           READ master-file-1 NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-NOEGLE
               NOT AT END
                   ADD 1 TO WS-KUNDE-COUNT
                   MOVE KundeID IN master-record TO WS-MASTER-NOEGLE
           END-READ.

      *> Tonight's attributes of the customer on the master.
       KUNDE-BILLEDE.
           MOVE SPACES TO WS-DWK-NY
           MOVE KundeID IN master-record TO DWK-KUNDEID IN WS-DWK-NY
           MOVE Fornavn IN master-record TO DWK-FORNAVN IN WS-DWK-NY
           MOVE Efternavn IN master-record
               TO DWK-EFTERNAVN IN WS-DWK-NY
           MOVE VEJNAVN IN master-record TO DWK-VEJNAVN IN WS-DWK-NY
           MOVE HUSNR IN master-record TO DWK-HUSNR IN WS-DWK-NY
           MOVE ETAGE IN master-record TO DWK-ETAGE IN WS-DWK-NY
           MOVE SIDE IN master-record TO DWK-SIDE IN WS-DWK-NY
           MOVE POSTNR IN master-record TO DWK-POSTNR IN WS-DWK-NY
           MOVE BYx IN master-record TO DWK-BYX IN WS-DWK-NY
           MOVE LANDEKODE IN master-record
               TO DWK-LANDEKODE IN WS-DWK-NY
           MOVE UDLANDSPOSTNR IN master-record
               TO DWK-UDLANDSPOSTNR IN WS-DWK-NY
           MOVE DATE-OF-BIRTH IN master-record
               TO DWK-FOEDSELSDATO IN WS-DWK-NY
           MOVE FILIALKODE IN master-record
               TO DWK-FILIALKODE IN WS-DWK-NY
           MOVE KANALKODE IN master-record
               TO DWK-KANALKODE IN WS-DWK-NY
           MOVE DVALE-TRIN IN master-record
               TO DWK-DVALE-TRIN IN WS-DWK-NY
           MOVE SLETTET-MARKERING IN master-record
               TO DWK-SLETTET IN WS-DWK-NY
           MOVE AFDOED-MARKERING IN master-record
               TO DWK-AFDOED IN WS-DWK-NY

           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-KYC-COUNT
               IF KY-KUNDEID(WS-REF-IX) = KundeID IN master-record
                   MOVE KY-RISIKO(WS-REF-IX)
                       TO DWK-KYC-RISIKO IN WS-DWK-NY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-SAG-COUNT
               IF SG-KUNDEID(WS-REF-IX) = KundeID IN master-record
                   MOVE SG-TRIN(WS-REF-IX)
                       TO DWK-INKASSO-TRIN IN WS-DWK-NY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-SAM-COUNT
               IF SM-KUNDEID(WS-REF-IX) = KundeID IN master-record
                   MOVE SM-STATUS(WS-REF-IX)
                       TO DWK-SAMTYKKE IN WS-DWK-NY
               END-IF
           END-PERFORM

           IF SLETTET-MARKERING IN master-record = "J"
               MOVE "Y" TO WS-ER-SLETTET
               PERFORM BLANK-KUNDE-NY
           ELSE
               MOVE "N" TO WS-ER-SLETTET
           END-IF.

       BLANK-KUNDE-NY.
           MOVE SPACES TO DWK-FORNAVN IN WS-DWK-NY
           MOVE SPACES TO DWK-EFTERNAVN IN WS-DWK-NY
           MOVE SPACES TO DWK-VEJNAVN IN WS-DWK-NY
           MOVE SPACES TO DWK-HUSNR IN WS-DWK-NY
           MOVE SPACES TO DWK-ETAGE IN WS-DWK-NY
           MOVE SPACES TO DWK-SIDE IN WS-DWK-NY
           MOVE SPACES TO DWK-POSTNR IN WS-DWK-NY
           MOVE SPACES TO DWK-BYX IN WS-DWK-NY
           MOVE SPACES TO DWK-LANDEKODE IN WS-DWK-NY
           MOVE SPACES TO DWK-UDLANDSPOSTNR IN WS-DWK-NY
           MOVE ZEROS TO DWK-FOEDSELSDATO IN WS-DWK-NY.

      *> Blanks the personal fields in every row of the group.
       BLANK-KUNDE-GRUPPE.
           ADD 1 TO WS-KDIM-SLETTET
           PERFORM VARYING WS-GRUPPE-IX FROM 1 BY 1
                   UNTIL WS-GRUPPE-IX > WS-GRUPPE-COUNT
               MOVE GRUPPE-RAEKKE(WS-GRUPPE-IX) TO WS-DWK
               MOVE SPACES TO DWK-FORNAVN IN WS-DWK
               MOVE SPACES TO DWK-EFTERNAVN IN WS-DWK
               MOVE SPACES TO DWK-VEJNAVN IN WS-DWK
               MOVE SPACES TO DWK-HUSNR IN WS-DWK
               MOVE SPACES TO DWK-ETAGE IN WS-DWK
               MOVE SPACES TO DWK-SIDE IN WS-DWK
               MOVE SPACES TO DWK-POSTNR IN WS-DWK
               MOVE SPACES TO DWK-BYX IN WS-DWK
               MOVE SPACES TO DWK-LANDEKODE IN WS-DWK
               MOVE SPACES TO DWK-UDLANDSPOSTNR IN WS-DWK
               MOVE ZEROS TO DWK-FOEDSELSDATO IN WS-DWK
               MOVE WS-DWK TO GRUPPE-RAEKKE(WS-GRUPPE-IX)
           END-PERFORM.

      *> The customer is on both sides: open a new row when a tracked
      *> attribute has changed since the current row.
       KUNDE-AENDRING.
           IF WS-ER-SLETTET = "Y"
               PERFORM BLANK-KUNDE-GRUPPE
           END-IF
           MOVE 0 TO WS-AKTUEL-IX
           PERFORM VARYING WS-GRUPPE-IX FROM 1 BY 1
                   UNTIL WS-GRUPPE-IX > WS-GRUPPE-COUNT
               MOVE GRUPPE-RAEKKE(WS-GRUPPE-IX) TO WS-DWK
               IF DWK-AKTUEL IN WS-DWK = "J"
                   MOVE WS-GRUPPE-IX TO WS-AKTUEL-IX
               END-IF
           END-PERFORM
           IF WS-AKTUEL-IX = 0
               PERFORM NY-KUNDE-RAEKKE
           ELSE
               MOVE GRUPPE-RAEKKE(WS-AKTUEL-IX) TO WS-DWK
               IF DWK-ATTRIBUTTER IN WS-DWK
                       NOT = DWK-ATTRIBUTTER IN WS-DWK-NY
                   PERFORM SKIFT-KUNDE-RAEKKE
               END-IF
           END-IF.

       SKIFT-KUNDE-RAEKKE.
           IF DWK-GYLDIG-FRA IN WS-DWK = WS-KOERSELS-DATO
               MOVE DWK-ATTRIBUTTER IN WS-DWK-NY
                   TO DWK-ATTRIBUTTER IN WS-DWK
               MOVE WS-DWK TO GRUPPE-RAEKKE(WS-AKTUEL-IX)
           ELSE
               MOVE WS-GAARSDAG TO DWK-GYLDIG-TIL IN WS-DWK
               MOVE "N" TO DWK-AKTUEL IN WS-DWK
               MOVE WS-DWK TO GRUPPE-RAEKKE(WS-AKTUEL-IX)
               ADD 1 TO WS-KDIM-LUKKET
               PERFORM NY-KUNDE-RAEKKE
           END-IF.

      *> The customer has left the master (archived or merged away):
      *> close the current row.
       KUNDE-UDGAAET.
           MOVE "N" TO WS-ER-SLETTET
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-SLET-COUNT
               IF SL-KUNDEID(WS-REF-IX) = WS-GRUPPE-NOEGLE
                   MOVE "Y" TO WS-ER-SLETTET
               END-IF
           END-PERFORM
           IF WS-ER-SLETTET = "Y"
               PERFORM BLANK-KUNDE-GRUPPE
           END-IF
           PERFORM VARYING WS-GRUPPE-IX FROM 1 BY 1
                   UNTIL WS-GRUPPE-IX > WS-GRUPPE-COUNT
               MOVE GRUPPE-RAEKKE(WS-GRUPPE-IX) TO WS-DWK
               IF DWK-AKTUEL IN WS-DWK = "J"
                   IF DWK-GYLDIG-FRA IN WS-DWK = WS-KOERSELS-DATO
                       MOVE WS-KOERSELS-DATO
                           TO DWK-GYLDIG-TIL IN WS-DWK
                   ELSE
                       MOVE WS-GAARSDAG TO DWK-GYLDIG-TIL IN WS-DWK
                   END-IF
                   MOVE "N" TO DWK-AKTUEL IN WS-DWK
                   MOVE WS-DWK TO GRUPPE-RAEKKE(WS-GRUPPE-IX)
                   ADD 1 TO WS-KDIM-LUKKET
               END-IF
           END-PERFORM.

       NY-KUNDE-RAEKKE.
           ADD 1 TO WS-NAESTE-SURROGAT
           MOVE WS-NAESTE-SURROGAT TO DWK-NOEGLE IN WS-DWK-NY
           MOVE WS-KOERSELS-DATO TO DWK-GYLDIG-FRA IN WS-DWK-NY
           MOVE WS-UENDELIG-DATO TO DWK-GYLDIG-TIL IN WS-DWK-NY
           MOVE "J" TO DWK-AKTUEL IN WS-DWK-NY
           IF WS-GRUPPE-COUNT < WS-MAX-GRUPPE
               ADD 1 TO WS-GRUPPE-COUNT
               MOVE WS-DWK-NY TO GRUPPE-RAEKKE(WS-GRUPPE-COUNT)
               ADD 1 TO WS-KDIM-NYE
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *> A new customer, not yet in last night's file. The buffered
      *> group belongs to a later KundeID and is left alone.
       NY-KUNDE-ALENE.
           ADD 1 TO WS-NAESTE-SURROGAT
           MOVE WS-NAESTE-SURROGAT TO DWK-NOEGLE IN WS-DWK-NY
           MOVE WS-KOERSELS-DATO TO DWK-GYLDIG-FRA IN WS-DWK-NY
           MOVE WS-UENDELIG-DATO TO DWK-GYLDIG-TIL IN WS-DWK-NY
           MOVE "J" TO DWK-AKTUEL IN WS-DWK-NY
           ADD 1 TO WS-KDIM-NYE
           MOVE WS-DWK-NY TO WS-DWK
           PERFORM SKRIV-KUNDE-RAEKKE.

      *> Writes the group to the work file and keeps its keys for
      *> the facts.
       SKRIV-KUNDE-GRUPPE.
           PERFORM VARYING WS-GRUPPE-IX FROM 1 BY 1
                   UNTIL WS-GRUPPE-IX > WS-GRUPPE-COUNT
               MOVE GRUPPE-RAEKKE(WS-GRUPPE-IX) TO WS-DWK
               PERFORM SKRIV-KUNDE-RAEKKE
           END-PERFORM
           MOVE 0 TO WS-GRUPPE-COUNT.

       SKRIV-KUNDE-RAEKKE.
           MOVE WS-DWK TO kdim-ny-record
           WRITE kdim-ny-record
           ADD 1 TO WS-KDIM-RAEKKER
           IF WS-KN-COUNT < WS-MAX-OPSLAG
               ADD 1 TO WS-KN-COUNT
               MOVE DWK-KUNDEID IN WS-DWK TO KN-KUNDEID(WS-KN-COUNT)
               MOVE DWK-GYLDIG-FRA IN WS-DWK TO KN-FRA(WS-KN-COUNT)
               MOVE DWK-GYLDIG-TIL IN WS-DWK TO KN-TIL(WS-KN-COUNT)
               MOVE DWK-NOEGLE IN WS-DWK TO KN-NOEGLE(WS-KN-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *>-------------------------------------------------------------
      *> Account dimension: the same merge against the account
      *> master.
      *>-------------------------------------------------------------
       BYG-KONTO-DIM.
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot open account master, status "
                   KONTO-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           OPEN OUTPUT adim-ny-file-1
           IF ADIM-NY-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot open work file, status "
                   ADIM-NY-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE 0 TO WS-NAESTE-SURROGAT
           MOVE "N" TO END-OF-DIM
           OPEN INPUT adim-file-1
           IF ADIM-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-DIM = "Y"
                   READ adim-file-1
                       AT END
                           MOVE "Y" TO END-OF-DIM
                       NOT AT END
                           IF FE-TAG IN adim-envelope NOT = "HDR"
                              AND FE-TAG IN adim-envelope NOT = "TRL"
                              AND DWA-NOEGLE IN adim-record
                                  > WS-NAESTE-SURROGAT
                               MOVE DWA-NOEGLE IN adim-record
                                   TO WS-NAESTE-SURROGAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE adim-file-1
               MOVE "N" TO END-OF-DIM
               OPEN INPUT adim-file-1
           ELSE
               DISPLAY "DWEKSPORT: ingen kontodimension paa disk - "
                   "foerste indlaesning"
               MOVE "Y" TO END-OF-DIM
           END-IF

           PERFORM LAES-ADIM
           PERFORM LAES-KONTO-MASTER
           MOVE 0 TO WS-GRUPPE-COUNT
           PERFORM FYLD-KONTO-GRUPPE

           PERFORM UNTIL WS-GRUPPE-NOEGLE = HIGH-VALUES
                     AND WS-MASTER-NOEGLE = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-GRUPPE-NOEGLE = WS-MASTER-NOEGLE
                       PERFORM KONTO-BILLEDE
                       PERFORM KONTO-AENDRING
                       PERFORM SKRIV-KONTO-GRUPPE
                       PERFORM FYLD-KONTO-GRUPPE
                       PERFORM LAES-KONTO-MASTER
                   WHEN WS-GRUPPE-NOEGLE < WS-MASTER-NOEGLE
                       PERFORM KONTO-UDGAAET
                       PERFORM SKRIV-KONTO-GRUPPE
                       PERFORM FYLD-KONTO-GRUPPE
                   WHEN OTHER
                       PERFORM KONTO-BILLEDE
                       PERFORM NY-KONTO-ALENE
                       PERFORM LAES-KONTO-MASTER
               END-EVALUATE
           END-PERFORM

           IF ADIM-FILE-1-STATUS = "00"
              OR ADIM-FILE-1-STATUS = "10"
               CLOSE adim-file-1
           END-IF
           CLOSE konto-file-1
           CLOSE adim-ny-file-1.

       LAES-ADIM.
           MOVE HIGH-VALUES TO WS-NAESTE-NOEGLE
           PERFORM UNTIL END-OF-DIM = "Y"
                      OR WS-NAESTE-NOEGLE NOT = HIGH-VALUES
               READ adim-file-1
                   AT END
                       MOVE "Y" TO END-OF-DIM
                   NOT AT END
                       IF FE-TAG IN adim-envelope NOT = "HDR"
                          AND FE-TAG IN adim-envelope NOT = "TRL"
                           MOVE adim-record TO WS-NAESTE-DIM
                           MOVE DWA-KONTONUMMER IN adim-record
                               TO WS-NAESTE-NOEGLE
                       END-IF
               END-READ
           END-PERFORM.

       FYLD-KONTO-GRUPPE.
           MOVE 0 TO WS-GRUPPE-COUNT
           MOVE WS-NAESTE-NOEGLE TO WS-GRUPPE-NOEGLE
           PERFORM UNTIL WS-NAESTE-NOEGLE = HIGH-VALUES
                      OR WS-NAESTE-NOEGLE NOT = WS-GRUPPE-NOEGLE
               IF WS-GRUPPE-COUNT < WS-MAX-GRUPPE
                   ADD 1 TO WS-GRUPPE-COUNT
                   MOVE WS-NAESTE-DIM TO GRUPPE-RAEKKE(WS-GRUPPE-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
               PERFORM LAES-ADIM
           END-PERFORM.

       LAES-KONTO-MASTER.
           READ konto-file-1 NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-NOEGLE
               NOT AT END
                   ADD 1 TO WS-KONTO-COUNT
                   MOVE KONTO-NUMMER IN konto-record
                       TO WS-MASTER-NOEGLE
           END-READ.

       KONTO-BILLEDE.
           MOVE SPACES TO WS-DWA-NY
           MOVE KONTO-NUMMER IN konto-record
               TO DWA-KONTONUMMER IN WS-DWA-NY
           MOVE KONTO-KUNDEID IN konto-record
               TO DWA-KUNDEID IN WS-DWA-NY
           MOVE KONTO-VALUTAKODE IN konto-record
               TO DWA-VALUTAKODE IN WS-DWA-NY
           MOVE KONTO-TYPE IN konto-record TO DWA-TYPE IN WS-DWA-NY
           MOVE KONTO-OPRETTET IN konto-record
               TO DWA-OPRETTET IN WS-DWA-NY
           MOVE KONTO-STATUS IN konto-record
               TO DWA-STATUS IN WS-DWA-NY
           MOVE KONTO-LUKKET-DATO IN konto-record
               TO DWA-LUKKET-DATO IN WS-DWA-NY.

       KONTO-AENDRING.
           MOVE 0 TO WS-AKTUEL-IX
           PERFORM VARYING WS-GRUPPE-IX FROM 1 BY 1
                   UNTIL WS-GRUPPE-IX > WS-GRUPPE-COUNT
               MOVE GRUPPE-RAEKKE(WS-GRUPPE-IX) TO WS-DWA
               IF DWA-AKTUEL IN WS-DWA = "J"
                   MOVE WS-GRUPPE-IX TO WS-AKTUEL-IX
               END-IF
           END-PERFORM
           IF WS-AKTUEL-IX = 0
               PERFORM NY-KONTO-RAEKKE
           ELSE
               MOVE GRUPPE-RAEKKE(WS-AKTUEL-IX) TO WS-DWA
               IF DWA-ATTRIBUTTER IN WS-DWA
                       NOT = DWA-ATTRIBUTTER IN WS-DWA-NY
                   PERFORM SKIFT-KONTO-RAEKKE
               END-IF
           END-IF.

       SKIFT-KONTO-RAEKKE.
           IF DWA-GYLDIG-FRA IN WS-DWA = WS-KOERSELS-DATO
               MOVE DWA-ATTRIBUTTER IN WS-DWA-NY
                   TO DWA-ATTRIBUTTER IN WS-DWA
               MOVE WS-DWA TO GRUPPE-RAEKKE(WS-AKTUEL-IX)
           ELSE
               MOVE WS-GAARSDAG TO DWA-GYLDIG-TIL IN WS-DWA
               MOVE "N" TO DWA-AKTUEL IN WS-DWA
               MOVE WS-DWA TO GRUPPE-RAEKKE(WS-AKTUEL-IX)
               ADD 1 TO WS-ADIM-LUKKET
               PERFORM NY-KONTO-RAEKKE
           END-IF.

       KONTO-UDGAAET.
           PERFORM VARYING WS-GRUPPE-IX FROM 1 BY 1
                   UNTIL WS-GRUPPE-IX > WS-GRUPPE-COUNT
               MOVE GRUPPE-RAEKKE(WS-GRUPPE-IX) TO WS-DWA
               IF DWA-AKTUEL IN WS-DWA = "J"
                   IF DWA-GYLDIG-FRA IN WS-DWA = WS-KOERSELS-DATO
                       MOVE WS-KOERSELS-DATO
                           TO DWA-GYLDIG-TIL IN WS-DWA
                   ELSE
                       MOVE WS-GAARSDAG TO DWA-GYLDIG-TIL IN WS-DWA
                   END-IF
                   MOVE "N" TO DWA-AKTUEL IN WS-DWA
                   MOVE WS-DWA TO GRUPPE-RAEKKE(WS-GRUPPE-IX)
                   ADD 1 TO WS-ADIM-LUKKET
               END-IF
           END-PERFORM.

       NY-KONTO-RAEKKE.
           ADD 1 TO WS-NAESTE-SURROGAT
           MOVE WS-NAESTE-SURROGAT TO DWA-NOEGLE IN WS-DWA-NY
           MOVE WS-KOERSELS-DATO TO DWA-GYLDIG-FRA IN WS-DWA-NY
           MOVE WS-UENDELIG-DATO TO DWA-GYLDIG-TIL IN WS-DWA-NY
           MOVE "J" TO DWA-AKTUEL IN WS-DWA-NY
           IF WS-GRUPPE-COUNT < WS-MAX-GRUPPE
               ADD 1 TO WS-GRUPPE-COUNT
               MOVE WS-DWA-NY TO GRUPPE-RAEKKE(WS-GRUPPE-COUNT)
               ADD 1 TO WS-ADIM-NYE
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

       NY-KONTO-ALENE.
           ADD 1 TO WS-NAESTE-SURROGAT
           MOVE WS-NAESTE-SURROGAT TO DWA-NOEGLE IN WS-DWA-NY
           MOVE WS-KOERSELS-DATO TO DWA-GYLDIG-FRA IN WS-DWA-NY
           MOVE WS-UENDELIG-DATO TO DWA-GYLDIG-TIL IN WS-DWA-NY
           MOVE "J" TO DWA-AKTUEL IN WS-DWA-NY
           ADD 1 TO WS-ADIM-NYE
           MOVE WS-DWA-NY TO WS-DWA
           PERFORM SKRIV-KONTO-RAEKKE.

       SKRIV-KONTO-GRUPPE.
           PERFORM VARYING WS-GRUPPE-IX FROM 1 BY 1
                   UNTIL WS-GRUPPE-IX > WS-GRUPPE-COUNT
               MOVE GRUPPE-RAEKKE(WS-GRUPPE-IX) TO WS-DWA
               PERFORM SKRIV-KONTO-RAEKKE
           END-PERFORM
           MOVE 0 TO WS-GRUPPE-COUNT.

       SKRIV-KONTO-RAEKKE.
           MOVE WS-DWA TO adim-ny-record
           WRITE adim-ny-record
           ADD 1 TO WS-ADIM-RAEKKER
           IF WS-AN-COUNT < WS-MAX-OPSLAG
               ADD 1 TO WS-AN-COUNT
               MOVE DWA-KONTONUMMER IN WS-DWA
                   TO AN-KONTONUMMER(WS-AN-COUNT)
               MOVE DWA-GYLDIG-FRA IN WS-DWA TO AN-FRA(WS-AN-COUNT)
               MOVE DWA-GYLDIG-TIL IN WS-DWA TO AN-TIL(WS-AN-COUNT)
               MOVE DWA-NOEGLE IN WS-DWA TO AN-NOEGLE(WS-AN-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *>-------------------------------------------------------------
      *> Posting facts since the last run.
      *>-------------------------------------------------------------
       BYG-FAKTA.
           OPEN OUTPUT fakta-ny-file-1
           IF FAKTA-NY-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot open work file, status "
                   FAKTA-NY-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: ingen posteringshistorik paa "
                   "disk, status " HISTORIK-FILE-1-STATUS
                   " - faktafilen er tom"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-HISTORIK = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-HISTORIK
                       NOT AT END
                           ADD 1 TO WS-HISTORIK-COUNT
                           IF POST-LOEBENR > WS-FRA-LOEBENR
                              OR WS-STATUS-FINDES = "N"
                               PERFORM SKRIV-FAKTUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historik-file-1
           END-IF
           CLOSE fakta-ny-file-1.

       SKRIV-FAKTUM.
           MOVE SPACES TO fakta-record
           MOVE POST-KUNDEID TO DWF-KUNDEID
           MOVE POST-KONTONUMMER TO DWF-KONTONUMMER
           MOVE POST-DATO TO DWF-DATO
           MOVE POST-VALOER-DATO TO DWF-VALOER-DATO
           IF DWF-VALOER-DATO = 0
               MOVE POST-DATO TO DWF-VALOER-DATO
           END-IF
           MOVE POST-BELOEB TO DWF-BELOEB
           MOVE POST-DK TO DWF-DK
           MOVE POST-TYPEKODE TO DWF-TYPEKODE
           MOVE POST-LOEBENR TO DWF-LOEBENR

           MOVE POST-KUNDEID TO WS-OPSLAG-KUNDEID
           MOVE POST-DATO TO WS-OPSLAG-DATO
           PERFORM FIND-KUNDE-NOEGLE
           MOVE WS-OPSLAG-NOEGLE TO DWF-KUNDE-NOEGLE
           MOVE POST-KONTONUMMER TO WS-OPSLAG-KONTO
           PERFORM FIND-KONTO-NOEGLE
           MOVE WS-OPSLAG-NOEGLE TO DWF-KONTO-NOEGLE
           IF DWF-KUNDE-NOEGLE = 0 OR DWF-KONTO-NOEGLE = 0
               ADD 1 TO WS-FAKTA-UKENDT
           END-IF
           MOVE 0 TO DWF-MODKONTO-NOEGLE
           IF POST-DK = "T"
               MOVE POST-MODKONTO TO DWF-MODKONTO
               MOVE POST-MODKONTO TO WS-OPSLAG-KONTO
               PERFORM FIND-KONTO-NOEGLE
               MOVE WS-OPSLAG-NOEGLE TO DWF-MODKONTO-NOEGLE
           END-IF

           MOVE fakta-record TO fakta-ny-record
           WRITE fakta-ny-record
           ADD 1 TO WS-FAKTA-RAEKKER
           ADD POST-BELOEB TO WS-FAKTA-HASH
           IF POST-LOEBENR > WS-TIL-LOEBENR
               MOVE POST-LOEBENR TO WS-TIL-LOEBENR
           END-IF.

      *> The row valid on the booking date; a posting older than the
      *> dimension's history takes the customer's first row. The
      *> table is in KundeID order, so the scan stops past the key.
       FIND-KUNDE-NOEGLE.
           MOVE 0 TO WS-OPSLAG-NOEGLE
           MOVE 0 TO WS-OPSLAG-FOERSTE
           MOVE "N" TO WS-OPSLAG-FAERDIG
           PERFORM VARYING WS-OPSLAG-IX FROM 1 BY 1
                   UNTIL WS-OPSLAG-IX > WS-KN-COUNT
                      OR WS-OPSLAG-FAERDIG = "Y"
               EVALUATE TRUE
                   WHEN KN-KUNDEID(WS-OPSLAG-IX) > WS-OPSLAG-KUNDEID
                       MOVE "Y" TO WS-OPSLAG-FAERDIG
                   WHEN KN-KUNDEID(WS-OPSLAG-IX) = WS-OPSLAG-KUNDEID
                       IF WS-OPSLAG-FOERSTE = 0
                           MOVE KN-NOEGLE(WS-OPSLAG-IX)
                               TO WS-OPSLAG-FOERSTE
                           IF WS-OPSLAG-DATO < KN-FRA(WS-OPSLAG-IX)
                               MOVE KN-NOEGLE(WS-OPSLAG-IX)
                                   TO WS-OPSLAG-NOEGLE
                               MOVE "Y" TO WS-OPSLAG-FAERDIG
                           END-IF
                       END-IF
                       IF WS-OPSLAG-DATO >= KN-FRA(WS-OPSLAG-IX)
                          AND WS-OPSLAG-DATO <= KN-TIL(WS-OPSLAG-IX)
                           MOVE KN-NOEGLE(WS-OPSLAG-IX)
                               TO WS-OPSLAG-NOEGLE
                           MOVE "Y" TO WS-OPSLAG-FAERDIG
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       FIND-KONTO-NOEGLE.
           MOVE 0 TO WS-OPSLAG-NOEGLE
           MOVE 0 TO WS-OPSLAG-FOERSTE
           MOVE "N" TO WS-OPSLAG-FAERDIG
           PERFORM VARYING WS-OPSLAG-IX FROM 1 BY 1
                   UNTIL WS-OPSLAG-IX > WS-AN-COUNT
                      OR WS-OPSLAG-FAERDIG = "Y"
               EVALUATE TRUE
                   WHEN AN-KONTONUMMER(WS-OPSLAG-IX) > WS-OPSLAG-KONTO
                       MOVE "Y" TO WS-OPSLAG-FAERDIG
                   WHEN AN-KONTONUMMER(WS-OPSLAG-IX) = WS-OPSLAG-KONTO
                       IF WS-OPSLAG-FOERSTE = 0
                           MOVE AN-NOEGLE(WS-OPSLAG-IX)
                               TO WS-OPSLAG-FOERSTE
                           IF WS-OPSLAG-DATO < AN-FRA(WS-OPSLAG-IX)
                               MOVE AN-NOEGLE(WS-OPSLAG-IX)
                                   TO WS-OPSLAG-NOEGLE
                               MOVE "Y" TO WS-OPSLAG-FAERDIG
                           END-IF
                       END-IF
                       IF WS-OPSLAG-DATO >= AN-FRA(WS-OPSLAG-IX)
                          AND WS-OPSLAG-DATO <= AN-TIL(WS-OPSLAG-IX)
                           MOVE AN-NOEGLE(WS-OPSLAG-IX)
                               TO WS-OPSLAG-NOEGLE
                           MOVE "Y" TO WS-OPSLAG-FAERDIG
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>-------------------------------------------------------------
      *> Publishing: each work file between a FEEDENV header and
      *> trailer under the name the warehouse collects.
      *>-------------------------------------------------------------
       PUBLICER-KUNDE-DIM.
           OPEN INPUT kdim-ny-file-1
           OPEN OUTPUT kdim-file-1
           IF KDIM-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot write customer dimension, "
                   "status " KDIM-FILE-1-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           MOVE SPACES TO kdim-envelope
           MOVE "HDR" TO FE-TAG IN kdim-envelope
           MOVE WS-KOERSELS-DATO TO FE-HDR-DATO IN kdim-envelope
           MOVE WS-KDIM-RAEKKER TO FE-HDR-ANTAL IN kdim-envelope
           WRITE kdim-envelope
           MOVE 0 TO WS-PUBL-ANTAL
           MOVE "N" TO END-OF-NY
           PERFORM UNTIL END-OF-NY = "Y"
               READ kdim-ny-file-1
                   AT END
                       MOVE "Y" TO END-OF-NY
                   NOT AT END
                       MOVE kdim-ny-record TO kdim-record
                       WRITE kdim-record
                       ADD 1 TO WS-PUBL-ANTAL
               END-READ
           END-PERFORM
           MOVE SPACES TO kdim-envelope
           MOVE "TRL" TO FE-TAG IN kdim-envelope
           MOVE WS-PUBL-ANTAL TO FE-TRL-ANTAL IN kdim-envelope
           MOVE 0 TO FE-TRL-HASH IN kdim-envelope
           WRITE kdim-envelope
           CLOSE kdim-ny-file-1
           CLOSE kdim-file-1.

       PUBLICER-KONTO-DIM.
           OPEN INPUT adim-ny-file-1
           OPEN OUTPUT adim-file-1
           IF ADIM-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot write account dimension, "
                   "status " ADIM-FILE-1-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           MOVE SPACES TO adim-envelope
           MOVE "HDR" TO FE-TAG IN adim-envelope
           MOVE WS-KOERSELS-DATO TO FE-HDR-DATO IN adim-envelope
           MOVE WS-ADIM-RAEKKER TO FE-HDR-ANTAL IN adim-envelope
           WRITE adim-envelope
           MOVE 0 TO WS-PUBL-ANTAL
           MOVE "N" TO END-OF-NY
           PERFORM UNTIL END-OF-NY = "Y"
               READ adim-ny-file-1
                   AT END
                       MOVE "Y" TO END-OF-NY
                   NOT AT END
                       MOVE adim-ny-record TO adim-record
                       WRITE adim-record
                       ADD 1 TO WS-PUBL-ANTAL
               END-READ
           END-PERFORM
           MOVE SPACES TO adim-envelope
           MOVE "TRL" TO FE-TAG IN adim-envelope
           MOVE WS-PUBL-ANTAL TO FE-TRL-ANTAL IN adim-envelope
           MOVE 0 TO FE-TRL-HASH IN adim-envelope
           WRITE adim-envelope
           CLOSE adim-ny-file-1
           CLOSE adim-file-1.

       PUBLICER-FAKTA.
           OPEN INPUT fakta-ny-file-1
           OPEN OUTPUT fakta-file-1
           IF FAKTA-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot write fact file, status "
                   FAKTA-FILE-1-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           MOVE SPACES TO fakta-envelope
           MOVE "HDR" TO FE-TAG IN fakta-envelope
           MOVE WS-KOERSELS-DATO TO FE-HDR-DATO IN fakta-envelope
           MOVE WS-FAKTA-RAEKKER TO FE-HDR-ANTAL IN fakta-envelope
           WRITE fakta-envelope
           MOVE 0 TO WS-PUBL-ANTAL
           MOVE "N" TO END-OF-NY
           PERFORM UNTIL END-OF-NY = "Y"
               READ fakta-ny-file-1
                   AT END
                       MOVE "Y" TO END-OF-NY
                   NOT AT END
                       MOVE fakta-ny-record TO fakta-record
                       WRITE fakta-record
                       ADD 1 TO WS-PUBL-ANTAL
               END-READ
           END-PERFORM
           MOVE SPACES TO fakta-envelope
           MOVE "TRL" TO FE-TAG IN fakta-envelope
           MOVE WS-PUBL-ANTAL TO FE-TRL-ANTAL IN fakta-envelope
           MOVE WS-FAKTA-HASH TO FE-TRL-HASH IN fakta-envelope
           WRITE fakta-envelope
           CLOSE fakta-ny-file-1
           CLOSE fakta-file-1.

       SKRIV-STATUS.
           OPEN OUTPUT status-file-1
           IF STATUS-FILE-1-STATUS NOT = "00"
               DISPLAY "DWEKSPORT: cannot write status file, status "
                   STATUS-FILE-1-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           MOVE SPACES TO status-record
           MOVE WS-KOERSELS-DATO TO DWS-DATO
           MOVE WS-FRA-LOEBENR TO DWS-FRA-LOEBENR
           MOVE WS-TIL-LOEBENR TO DWS-TIL-LOEBENR
           WRITE status-record
           CLOSE status-file-1.
