       identification division.
       program-id. GDPRINDSIGT.

      *> Data-subject access export (indsigt, databeskyttelses-
      *> forordningen art. 15), the counterpart of GDPRSLETNING.
      *> Reads the access requests (IndsigtAnmodninger.txt,
      *> INDSIGT.cpy) and for each KundeID collects everything we
      *> hold on the customer into one readable document
      *> (<INDSIGT_STAMME>.<KundeID>.D<dato>.txt): the customer
      *> master, the accounts and the joint-account roles, the
      *> contact details, the address-change audit, the return-mail
      *> events, the consent history, the KYC record, the contact
      *> history, the campaign selections, the postings on the
      *> posting history and its yearly archive, the complaint
      *> cases (Klager.txt) and the tax-residency self-certification
      *> (Skattehjemsted.txt). Every category
      *> opens with its source file and record layout, the purpose
      *> we hold the data for and the retention rule; a single
      *> value carries the name of the field it comes from, and a
      *> list names its fields once in the category heading. The
      *> purpose and retention texts are kept in one table below.
      *> The answer is due one month after the request was received
      *> (same day next month, the month's last day when it has no
      *> such day). Every request handled is appended to the export
      *> log (IndsigtLog.txt, INDSIGTLOG.cpy) with the request date,
      *> the due date and whether the export was on time, and the
      *> customer is written to the read-access log (ADGANGSLOG). A
      *> request without a KundeID or with an invalid or future
      *> receipt date is logged as rejected. A KundeID no longer on
      *> the customer master (archived or never a customer) still
      *> gets a document with whatever the other files hold.

       environment division.
       input-output section.
       file-control.
           select anmod-file-1 assign to dynamic WS-ANMOD-FILENAME
               organization is line sequential
               file status is ANMOD-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
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
           select haver-file-1 assign to dynamic WS-HAVER-FILENAME
               organization is line sequential
               file status is HAVER-FILE-1-STATUS.
           select kontakt-file-1 assign to dynamic
                   WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.
           select audit-file-1 assign to dynamic WS-AUDIT-FILENAME
               organization is line sequential
               file status is AUDIT-FILE-1-STATUS.
           select retur-file-1 assign to dynamic WS-RETUR-FILENAME
               organization is line sequential
               file status is RETUR-FILE-1-STATUS.
           select samtykke-file-1 assign to dynamic
                   WS-SAMTYKKE-FILENAME
               organization is line sequential
               file status is SAMTYKKE-FILE-1-STATUS.
           select kyc-file-1 assign to dynamic WS-KYC-FILENAME
               organization is line sequential
               file status is KYC-FILE-1-STATUS.
           select kthist-file-1 assign to dynamic WS-KTHIST-FILENAME
               organization is line sequential
               file status is KTHIST-FILE-1-STATUS.
           select udvalg-file-1 assign to dynamic WS-UDVALG-FILENAME
               organization is line sequential
               file status is UDVALG-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select arkiv-file-1 assign to dynamic WS-ARKIV-FILENAME
               organization is line sequential
               file status is ARKIV-FILE-1-STATUS.
           select klage-file-1 assign to dynamic WS-KLAGE-FILENAME
               organization is line sequential
               file status is KLAGE-FILE-1-STATUS.
           select skat-file-1 assign to dynamic WS-SKAT-FILENAME
               organization is line sequential
               file status is SKAT-FILE-1-STATUS.
           select dok-file-1 assign to dynamic WS-DOK-FILENAME
               organization is line sequential
               file status is DOK-FILE-1-STATUS.
           select log-file-1 assign to dynamic WS-LOG-FILENAME
               organization is line sequential
               file status is LOG-FILE-1-STATUS.

       data division.
       file section.
       fd  anmod-file-1.
       01  anmod-record.
           copy "INDSIGT.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  haver-file-1.
       01  haver-record.
           copy "KONTOHAVER.cpy".
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKTINFO.cpy".
       fd  audit-file-1.
       01  audit-record.
           copy "AUDITTRAIL.cpy".
       fd  retur-file-1.
       01  retur-record.
           copy "RETURMAIL.cpy".
       fd  samtykke-file-1.
       01  samtykke-record.
           copy "SAMTYKKE.cpy".
       fd  kyc-file-1.
       01  kyc-record.
           copy "KYC.cpy".
       fd  kthist-file-1.
       01  kthist-record.
           copy "KONTAKT.cpy".
       fd  udvalg-file-1.
       01  udvalg-record.
           copy "KAMPUDV.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  arkiv-file-1.
       01  arkiv-record.
           copy "POSTTRANS.cpy".
       fd  klage-file-1.
       01  klage-record.
           copy "KLAGE.cpy".
       fd  skat-file-1.
       01  skat-record.
           copy "SKATHJEM.cpy".
       fd  dok-file-1.
       01  dok-record              PIC X(150).
       fd  log-file-1.
       01  log-record.
           copy "INDSIGTLOG.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "GDPRINDSIGT".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-ANMOD            PIC X VALUE "N".
       01  END-OF-FILE             PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  ANMOD-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  HAVER-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  KONTAKT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  AUDIT-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  RETUR-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  SAMTYKKE-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  KYC-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  KTHIST-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  UDVALG-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  ARKIV-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  KLAGE-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  SKAT-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  DOK-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  LOG-FILE-1-STATUS       PIC X(2) VALUE "00".

       01  WS-ANMOD-FILENAME       PIC X(100)
                                    VALUE "IndsigtAnmodninger.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-HAVER-FILENAME       PIC X(100)
                                    VALUE "Kontohavere.txt".
       01  WS-KONTAKT-FILENAME     PIC X(100)
                                    VALUE "Kontaktoplysninger.txt".
       01  WS-AUDIT-FILENAME       PIC X(100)
                                    VALUE "AdresseAudit.txt".
       01  WS-RETUR-FILENAME       PIC X(100)
                                    VALUE "ReturMail.txt".
       01  WS-SAMTYKKE-FILENAME    PIC X(100)
                                    VALUE "SamtykkeRegister.txt".
       01  WS-KYC-FILENAME         PIC X(100)
                                    VALUE "KycRegister.txt".
       01  WS-KTHIST-FILENAME      PIC X(100)
                                    VALUE "KontaktHistorik.txt".
       01  WS-UDVALG-FILENAME      PIC X(100)
                                    VALUE "KampagneUdvalg.txt".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-ARKIV-FILENAME       PIC X(100)
                                    VALUE "PosteringsArkiv.txt".
       01  WS-KLAGE-FILENAME       PIC X(100)
                                    VALUE "Klager.txt".
       01  WS-SKAT-FILENAME        PIC X(100)
                                    VALUE "Skattehjemsted.txt".
       01  WS-LOG-FILENAME         PIC X(100)
                                    VALUE "IndsigtLog.txt".
       01  WS-DOK-STAMME           PIC X(100) VALUE "Indsigt".
       01  WS-DOK-FILENAME         PIC X(100) VALUE SPACES.

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.
       01  WS-ADGANG-PROGRAM       PIC X(20) VALUE "GDPRINDSIGT".
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(60) VALUE SPACES.

      *> Due date: the receipt date one month on.
       01  WS-FRIST-DATO           PIC 9(8) VALUE ZEROS.
       01  WS-FRIST-DELE REDEFINES WS-FRIST-DATO.
           02  WS-FRIST-AAR        PIC 9(4).
           02  WS-FRIST-MD         PIC 9(2).
           02  WS-FRIST-DAG        PIC 9(2).

       01  WS-DOK-LINJE            PIC X(150) VALUE SPACES.
       01  WS-EL-NAVN              PIC X(22) VALUE SPACES.
       01  WS-EL-VAERDI            PIC X(60) VALUE SPACES.
       01  WS-EL-FELT              PIC X(20) VALUE SPACES.
       01  WS-EL-COUNT             PIC 9(7) VALUE 0.
       01  WS-SH-IX                PIC 9(1) VALUE 0.
       01  WS-KAT-COUNT            PIC 9(5) VALUE 0.
       01  WS-KILDE-FIL            PIC X(100) VALUE SPACES.
       01  WS-KILDE-LAYOUT         PIC X(14) VALUE SPACES.
       01  WS-FELTER               PIC X(100) VALUE SPACES.
       01  WS-BELOEB-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ANDEL-EDIT           PIC ZZ9.99.

      *> Purpose and retention per category, in the order the
      *> categories appear in the document. Two lines of each.
       01  WS-KAT-IX               PIC 9(2) VALUE 0.
       01  WS-KATEGORI-TEKSTER.
           02  FILLER              PIC X(30)
               VALUE "STAMOPLYSNINGER".
           02  FILLER              PIC X(50)
               VALUE "Identifikation af kunden og administration af".
           02  FILLER              PIC X(50)
               VALUE "kundeforholdet (aftalen, hvidvaskloven).".
           02  FILLER              PIC X(50)
               VALUE "5 aar efter kundeforholdets ophoer (hvidvask-".
           02  FILLER              PIC X(50)
               VALUE "loven); derefter arkiveret eller anonymiseret.".
           02  FILLER              PIC X(30)
               VALUE "KONTI".
           02  FILLER              PIC X(50)
               VALUE "Kontofoering, renter, gebyrer og indskyder-".
           02  FILLER              PIC X(50)
               VALUE "garanti.".
           02  FILLER              PIC X(50)
               VALUE "5 aar efter udgangen af det regnskabsaar, hvor".
           02  FILLER              PIC X(50)
               VALUE "kontoen blev lukket (bogfoeringsloven).".
           02  FILLER              PIC X(30)
               VALUE "FAELLESKONTI OG KONTOHAVERE".
           02  FILLER              PIC X(50)
               VALUE "Hvem der ejer og disponerer over en konto, og".
           02  FILLER              PIC X(50)
               VALUE "med hvilken andel.".
           02  FILLER              PIC X(50)
               VALUE "Som kontoen: 5 aar efter udgangen af det".
           02  FILLER              PIC X(50)
               VALUE "regnskabsaar, hvor kontoen blev lukket.".
           02  FILLER              PIC X(30)
               VALUE "KONTAKTOPLYSNINGER".
           02  FILLER              PIC X(50)
               VALUE "Kontakt til kunden om kundeforholdet.".
           02  FILLER              PIC X(50)
               VALUE SPACES.
           02  FILLER              PIC X(50)
               VALUE "Saa laenge kundeforholdet bestaar; slettes ved".
           02  FILLER              PIC X(50)
               VALUE "sletning efter art. 17.".
           02  FILLER              PIC X(30)
               VALUE "ADRESSEAENDRINGER".
           02  FILLER              PIC X(50)
               VALUE "Revisionsspor over aendringer af kundens".
           02  FILLER              PIC X(50)
               VALUE "adresse og hvem der foretog dem.".
           02  FILLER              PIC X(50)
               VALUE "5 aar efter aendringen; fjernes ved sletning".
           02  FILLER              PIC X(50)
               VALUE "efter art. 17.".
           02  FILLER              PIC X(30)
               VALUE "RETURPOST".
           02  FILLER              PIC X(50)
               VALUE "Registrering af post, der ikke kunne afleveres,".
           02  FILLER              PIC X(50)
               VALUE "saa der ikke sendes flere breve til adressen.".
           02  FILLER              PIC X(50)
               VALUE "Til adressen er bekraeftet eller rettet; fjernes".
           02  FILLER              PIC X(50)
               VALUE "ved sletning efter art. 17.".
           02  FILLER              PIC X(30)
               VALUE "SAMTYKKER".
           02  FILLER              PIC X(50)
               VALUE "Dokumentation af givne og tilbagekaldte".
           02  FILLER              PIC X(50)
               VALUE "samtykker (art. 7).".
           02  FILLER              PIC X(50)
               VALUE "Hele historikken, saa laenge kundeforholdet".
           02  FILLER              PIC X(50)
               VALUE "bestaar og 5 aar derefter.".
           02  FILLER              PIC X(30)
               VALUE "KUNDEKENDSKAB (KYC)".
           02  FILLER              PIC X(50)
               VALUE "Kundekendskab og risikovurdering efter".
           02  FILLER              PIC X(50)
               VALUE "hvidvaskloven.".
           02  FILLER              PIC X(50)
               VALUE "5 aar efter kundeforholdets ophoer".
           02  FILLER              PIC X(50)
               VALUE "(hvidvaskloven).".
           02  FILLER              PIC X(30)
               VALUE "KONTAKTHISTORIK".
           02  FILLER              PIC X(50)
               VALUE "Dokumentation af breve og markedsfoering sendt".
           02  FILLER              PIC X(50)
               VALUE "til kunden, og graensen for antal henvendelser.".
           02  FILLER              PIC X(50)
               VALUE "2 aar efter udsendelsen.".
           02  FILLER              PIC X(50)
               VALUE SPACES.
           02  FILLER              PIC X(30)
               VALUE "KAMPAGNEUDVAELGELSER".
           02  FILLER              PIC X(50)
               VALUE "Maaling af kampagners effekt ud fra de".
           02  FILLER              PIC X(50)
               VALUE "kriterier, kunden blev udvalgt paa.".
           02  FILLER              PIC X(50)
               VALUE "2 aar efter udvaelgelsen.".
           02  FILLER              PIC X(50)
               VALUE SPACES.
           02  FILLER              PIC X(30)
               VALUE "POSTERINGER".
           02  FILLER              PIC X(50)
               VALUE "Kontofoering og regnskab.".
           02  FILLER              PIC X(50)
               VALUE SPACES.
           02  FILLER              PIC X(50)
               VALUE "5 aar efter udgangen af regnskabsaaret".
           02  FILLER              PIC X(50)
               VALUE "(bogfoeringsloven).".
           02  FILLER              PIC X(30)
               VALUE "KLAGER".
           02  FILLER              PIC X(50)
               VALUE "Behandling af kundens klager og indberetning til".
           02  FILLER              PIC X(50)
               VALUE "Pengeinstitutankenaevnet.".
           02  FILLER              PIC X(50)
               VALUE "5 aar efter sagens afslutning; en refusion som".
           02  FILLER              PIC X(50)
               VALUE "posteringerne (bogfoeringsloven).".
           02  FILLER              PIC X(30)
               VALUE "SKATTEMAESSIGT HJEMSTED".
           02  FILLER              PIC X(50)
               VALUE "Indberetning til SKAT af konti tilhoerende".
           02  FILLER              PIC X(50)
               VALUE "personer skattepligtige i udlandet (CRS/FATCA).".
           02  FILLER              PIC X(50)
               VALUE "5 aar efter udgangen af det aar, hvor".
           02  FILLER              PIC X(50)
               VALUE "kundeforholdet ophoerte (skatteindberetning).".
       01  WS-KATEGORI-TABEL REDEFINES WS-KATEGORI-TEKSTER.
           02  WS-KATEGORI OCCURS 13 TIMES.
               03  KT-NAVN         PIC X(30).
               03  KT-FORMAAL-1    PIC X(50).
               03  KT-FORMAAL-2    PIC X(50).
               03  KT-OPBEVARING-1 PIC X(50).
               03  KT-OPBEVARING-2 PIC X(50).

       01  WS-ANMOD-COUNT          PIC 9(7) VALUE 0.
       01  WS-EKSPORT-COUNT        PIC 9(7) VALUE 0.
       01  WS-FORSINKET-COUNT      PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-ANMOD-FILENAME FROM ENVIRONMENT "INDSIGT_ANMOD_FIL"
               ON EXCEPTION
                   MOVE "IndsigtAnmodninger.txt" TO WS-ANMOD-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-HAVER-FILENAME FROM ENVIRONMENT "KONTOHAVER_FIL"
               ON EXCEPTION
                   MOVE "Kontohavere.txt" TO WS-HAVER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTAKT-FILENAME FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt"
                       TO WS-KONTAKT-FILENAME
           END-ACCEPT

           ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT "ADDRESS_AUDIT_FIL"
               ON EXCEPTION
                   MOVE "AdresseAudit.txt" TO WS-AUDIT-FILENAME
           END-ACCEPT

           ACCEPT WS-RETUR-FILENAME FROM ENVIRONMENT "RETURMAIL_FIL"
               ON EXCEPTION
                   MOVE "ReturMail.txt" TO WS-RETUR-FILENAME
           END-ACCEPT

           ACCEPT WS-SAMTYKKE-FILENAME FROM ENVIRONMENT "SAMTYKKE_FIL"
               ON EXCEPTION
                   MOVE "SamtykkeRegister.txt" TO WS-SAMTYKKE-FILENAME
           END-ACCEPT

           ACCEPT WS-KYC-FILENAME FROM ENVIRONMENT "KYC_FIL"
               ON EXCEPTION
                   MOVE "KycRegister.txt" TO WS-KYC-FILENAME
           END-ACCEPT

           ACCEPT WS-KTHIST-FILENAME
                   FROM ENVIRONMENT "KONTAKT_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "KontaktHistorik.txt" TO WS-KTHIST-FILENAME
           END-ACCEPT

           ACCEPT WS-UDVALG-FILENAME
                   FROM ENVIRONMENT "KAMPAGNE_UDVALG_FIL"
               ON EXCEPTION
                   MOVE "KampagneUdvalg.txt" TO WS-UDVALG-FILENAME
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

           ACCEPT WS-KLAGE-FILENAME FROM ENVIRONMENT "KLAGE_FIL"
               ON EXCEPTION
                   MOVE "Klager.txt" TO WS-KLAGE-FILENAME
           END-ACCEPT

           ACCEPT WS-SKAT-FILENAME FROM ENVIRONMENT "SKATTEHJEM_FIL"
               ON EXCEPTION
                   MOVE "Skattehjemsted.txt" TO WS-SKAT-FILENAME
           END-ACCEPT

           ACCEPT WS-LOG-FILENAME FROM ENVIRONMENT "INDSIGT_LOG_FIL"
               ON EXCEPTION
                   MOVE "IndsigtLog.txt" TO WS-LOG-FILENAME
           END-ACCEPT

           ACCEPT WS-DOK-STAMME FROM ENVIRONMENT "INDSIGT_STAMME"
               ON EXCEPTION
                   MOVE "Indsigt" TO WS-DOK-STAMME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM OPEN-FILES

           PERFORM UNTIL END-OF-ANMOD = "Y"
               READ anmod-file-1
                   AT END
                       MOVE "Y" TO END-OF-ANMOD
                   NOT AT END
                       ADD 1 TO WS-ANMOD-COUNT
                       PERFORM BEHANDL-ONE-ANMODNING
               END-READ
           END-PERFORM

           CLOSE anmod-file-1
           CLOSE master-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF
           CLOSE log-file-1

           DISPLAY "=========================================="
           DISPLAY "GDPRINDSIGT - indsigtsanmodninger " WS-TODAY
           DISPLAY "Anmodninger laest   : " WS-ANMOD-COUNT
           DISPLAY "Eksporteret         : " WS-EKSPORT-COUNT
           DISPLAY "  heraf efter frist : " WS-FORSINKET-COUNT
           DISPLAY "Afvist              : " WS-AFVIST-COUNT
           DISPLAY "=========================================="

           IF WS-FORSINKET-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-ANMOD-COUNT TO WS-KLOG-LAEST
           MOVE WS-EKSPORT-COUNT TO WS-KLOG-SKREVET
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

       OPEN-FILES.
           OPEN INPUT anmod-file-1
           IF ANMOD-FILE-1-STATUS NOT = "00"
               DISPLAY "GDPRINDSIGT: cannot open request file, "
                   "status " ANMOD-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "GDPRINDSIGT: cannot open master, status "
                   MASTER-FILE-1-STATUS
               CLOSE anmod-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           END-IF

           OPEN EXTEND log-file-1
           IF LOG-FILE-1-STATUS = "35"
               OPEN OUTPUT log-file-1
           END-IF
           IF LOG-FILE-1-STATUS NOT = "00"
               DISPLAY "GDPRINDSIGT: cannot open export log, status "
                   LOG-FILE-1-STATUS
               CLOSE anmod-file-1
               CLOSE master-file-1
               IF WS-KONTO-AKTIV = "Y"
                   CLOSE konto-file-1
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF.

       BEHANDL-ONE-ANMODNING.
           MOVE ZEROS TO WS-FRIST-DATO
           EVALUATE TRUE
               WHEN IA-KUNDEID = SPACES
                   MOVE "KundeID mangler" TO WS-FEJL-TEKST
                   PERFORM AFVIS-ANMODNING
               WHEN IA-MODTAGET-DATO IS NOT NUMERIC
                   MOVE "ugyldig modtagelsesdato" TO WS-FEJL-TEKST
                   PERFORM AFVIS-ANMODNING
               WHEN FUNCTION TEST-DATE-YYYYMMDD(IA-MODTAGET-DATO)
                       NOT = 0
                   MOVE "ugyldig modtagelsesdato" TO WS-FEJL-TEKST
                   PERFORM AFVIS-ANMODNING
               WHEN IA-MODTAGET-DATO > WS-TODAY
                   MOVE "modtagelsesdato ligger i fremtiden"
                       TO WS-FEJL-TEKST
                   PERFORM AFVIS-ANMODNING
               WHEN OTHER
                   PERFORM BEREGN-FRIST
                   PERFORM SKRIV-DOKUMENT
           END-EVALUATE.

      *> Same day next month; a day the month does not have becomes
      *> the month's last day.
       BEREGN-FRIST.
           MOVE IA-MODTAGET-DATO TO WS-FRIST-DATO
           IF WS-FRIST-MD = 12
               MOVE 1 TO WS-FRIST-MD
               ADD 1 TO WS-FRIST-AAR
           ELSE
               ADD 1 TO WS-FRIST-MD
           END-IF
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-FRIST-DATO)
                   = 0
               SUBTRACT 1 FROM WS-FRIST-DAG
           END-PERFORM.

       SKRIV-DOKUMENT.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE IA-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ

           MOVE SPACES TO WS-DOK-FILENAME
           STRING FUNCTION TRIM(WS-DOK-STAMME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               FUNCTION TRIM(IA-KUNDEID) DELIMITED BY SIZE
               ".D" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-DOK-FILENAME
           END-STRING

           OPEN OUTPUT dok-file-1
           IF DOK-FILE-1-STATUS NOT = "00"
               DISPLAY "GDPRINDSIGT: cannot write document "
                   FUNCTION TRIM(WS-DOK-FILENAME) ", status "
                   DOK-FILE-1-STATUS
               MOVE "dokumentet kunne ikke skrives" TO WS-FEJL-TEKST
               PERFORM AFVIS-ANMODNING
               MOVE 20 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-EL-COUNT
               MOVE 0 TO WS-KAT-IX
               PERFORM SKRIV-FORSIDE
               PERFORM SKRIV-STAMOPLYSNINGER
               PERFORM SKRIV-KONTI
               PERFORM SKRIV-KONTOHAVERE
               PERFORM SKRIV-KONTAKTOPLYSNINGER
               PERFORM SKRIV-ADRESSEAENDRINGER
               PERFORM SKRIV-RETURPOST
               PERFORM SKRIV-SAMTYKKER
               PERFORM SKRIV-KYC
               PERFORM SKRIV-KONTAKTHISTORIK
               PERFORM SKRIV-KAMPAGNEUDVALG
               PERFORM SKRIV-POSTERINGER
               PERFORM SKRIV-KLAGER
               PERFORM SKRIV-SKATTEHJEMSTED
               MOVE SPACES TO WS-DOK-LINJE
               PERFORM SKRIV-DOK-LINJE
               MOVE SPACES TO WS-DOK-LINJE
               STRING "Slut paa indsigten - " DELIMITED BY SIZE
                   WS-EL-COUNT DELIMITED BY SIZE
                   " oplysninger i alt." DELIMITED BY SIZE
                   INTO WS-DOK-LINJE
               END-STRING
               PERFORM SKRIV-DOK-LINJE
               CLOSE dok-file-1

               CALL "ADGANGSLOG" USING WS-ADGANG-PROGRAM IA-KUNDEID

               ADD 1 TO WS-EKSPORT-COUNT
               MOVE SPACES TO log-record
               IF WS-TODAY > WS-FRIST-DATO
                   MOVE "FORSINKET" TO IL-STATUS
                   ADD 1 TO WS-FORSINKET-COUNT
                   DISPLAY "GDPRINDSIGT: KundeID " IA-KUNDEID
                       " besvaret efter fristen " WS-FRIST-DATO
               ELSE
                   MOVE "RETTIDIG" TO IL-STATUS
               END-IF
               MOVE WS-EL-COUNT TO IL-ANTAL
               MOVE WS-DOK-FILENAME TO IL-DOKUMENT
               PERFORM SKRIV-LOG-POST
           END-IF.

       AFVIS-ANMODNING.
           ADD 1 TO WS-AFVIST-COUNT
           DISPLAY "GDPRINDSIGT: AFVIST " IA-KUNDEID " "
               IA-SAGSNR " - " FUNCTION TRIM(WS-FEJL-TEKST)
           MOVE SPACES TO log-record
           MOVE "AFVIST" TO IL-STATUS
           MOVE ZEROS TO IL-ANTAL
           MOVE WS-FEJL-TEKST TO IL-DOKUMENT
           PERFORM SKRIV-LOG-POST.

       SKRIV-LOG-POST.
           MOVE WS-TODAY TO IL-DATO
           MOVE IA-KUNDEID TO IL-KUNDEID
           MOVE IA-SAGSNR TO IL-SAGSNR
           IF IA-MODTAGET-DATO IS NUMERIC
               MOVE IA-MODTAGET-DATO TO IL-MODTAGET-DATO
           ELSE
               MOVE ZEROS TO IL-MODTAGET-DATO
           END-IF
           MOVE WS-FRIST-DATO TO IL-FRIST-DATO
           MOVE WS-BRUGERID TO IL-BRUGERID
           WRITE log-record.

       SKRIV-FORSIDE.
           MOVE SPACES TO WS-DOK-LINJE
           STRING "INDSIGT I PERSONOPLYSNINGER (DATABESKYTTELSES"
                   DELIMITED BY SIZE
               "FORORDNINGEN ART. 15)" DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           MOVE ALL "=" TO WS-DOK-LINJE(1:70)
           PERFORM SKRIV-DOK-LINJE
           MOVE SPACES TO WS-DOK-LINJE
           STRING "KundeID ....... : " DELIMITED BY SIZE
               IA-KUNDEID DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           IF WS-MASTER-FOUND = "Y"
               MOVE SPACES TO WS-DOK-LINJE
               STRING "Navn .......... : " DELIMITED BY SIZE
                   FUNCTION TRIM(Fornavn IN master-record)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(Efternavn IN master-record)
                       DELIMITED BY SIZE
                   INTO WS-DOK-LINJE
               END-STRING
               PERFORM SKRIV-DOK-LINJE
           END-IF
           MOVE SPACES TO WS-DOK-LINJE
           STRING "Sagsnr ........ : " DELIMITED BY SIZE
               IA-SAGSNR DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           MOVE SPACES TO WS-DOK-LINJE
           STRING "Anmodning modt. : " DELIMITED BY SIZE
               IA-MODTAGET-DATO DELIMITED BY SIZE
               "   Frist: " DELIMITED BY SIZE
               WS-FRIST-DATO DELIMITED BY SIZE
               "   Udarbejdet: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           MOVE SPACES TO WS-DOK-LINJE
           PERFORM SKRIV-DOK-LINJE
           MOVE SPACES TO WS-DOK-LINJE
           STRING "Oplysningerne er ordnet efter kategori. "
                   DELIMITED BY SIZE
               "Hver kategori angiver kilden," DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           MOVE SPACES TO WS-DOK-LINJE
           STRING "formaalet med opbevaringen og hvor laenge "
                   DELIMITED BY SIZE
               "oplysningerne opbevares." DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE.

      *> Category heading: number, name, source, purpose and
      *> retention from the table, and for a list the fields it
      *> shows.
       SKRIV-KATEGORI-HOVED.
           ADD 1 TO WS-KAT-IX
           MOVE SPACES TO WS-DOK-LINJE
           PERFORM SKRIV-DOK-LINJE
           MOVE SPACES TO WS-DOK-LINJE
           STRING WS-KAT-IX DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               KT-NAVN(WS-KAT-IX) DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           MOVE ALL "-" TO WS-DOK-LINJE(1:70)
           PERFORM SKRIV-DOK-LINJE
           MOVE SPACES TO WS-DOK-LINJE
           STRING "Kilde      : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KILDE-FIL) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-KILDE-LAYOUT) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           MOVE SPACES TO WS-DOK-LINJE
           STRING "Formaal    : " DELIMITED BY SIZE
               KT-FORMAAL-1(WS-KAT-IX) DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           IF KT-FORMAAL-2(WS-KAT-IX) NOT = SPACES
               MOVE SPACES TO WS-DOK-LINJE
               MOVE KT-FORMAAL-2(WS-KAT-IX) TO WS-DOK-LINJE(14:50)
               PERFORM SKRIV-DOK-LINJE
           END-IF
           MOVE SPACES TO WS-DOK-LINJE
           STRING "Opbevaring : " DELIMITED BY SIZE
               KT-OPBEVARING-1(WS-KAT-IX) DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           IF KT-OPBEVARING-2(WS-KAT-IX) NOT = SPACES
               MOVE SPACES TO WS-DOK-LINJE
               MOVE KT-OPBEVARING-2(WS-KAT-IX) TO WS-DOK-LINJE(14:50)
               PERFORM SKRIV-DOK-LINJE
           END-IF
           IF WS-FELTER NOT = SPACES
               MOVE SPACES TO WS-DOK-LINJE
               STRING "Felter     : " DELIMITED BY SIZE
                   WS-FELTER DELIMITED BY SIZE
                   INTO WS-DOK-LINJE
               END-STRING
               PERFORM SKRIV-DOK-LINJE
           END-IF
           MOVE SPACES TO WS-DOK-LINJE
           PERFORM SKRIV-DOK-LINJE
           MOVE 0 TO WS-KAT-COUNT.

      *> One named value with the field it comes from.
       SKRIV-ELEMENT.
           MOVE SPACES TO WS-DOK-LINJE
           STRING "  " DELIMITED BY SIZE
               WS-EL-NAVN DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-EL-VAERDI DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EL-FELT) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           ADD 1 TO WS-EL-COUNT
           ADD 1 TO WS-KAT-COUNT.

      *> One line of a list; the fields are named in the heading.
       SKRIV-LISTELINJE.
           MOVE SPACES TO WS-DOK-LINJE
           STRING "  " DELIMITED BY SIZE
               WS-EL-VAERDI DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           ADD 1 TO WS-EL-COUNT
           ADD 1 TO WS-KAT-COUNT.

       SKRIV-INGEN.
           IF WS-KAT-COUNT = 0
               MOVE "  (ingen oplysninger)" TO WS-DOK-LINJE
               PERFORM SKRIV-DOK-LINJE
           END-IF.

       SKRIV-IKKE-PAA-DISK.
           MOVE "  (kilden findes ikke - ingen oplysninger)"
               TO WS-DOK-LINJE
           PERFORM SKRIV-DOK-LINJE.

       SKRIV-DOK-LINJE.
           WRITE dok-record FROM WS-DOK-LINJE.

       SKRIV-STAMOPLYSNINGER.
           MOVE WS-MASTER-FILENAME TO WS-KILDE-FIL
           MOVE "KUNDER.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           PERFORM SKRIV-KATEGORI-HOVED
           IF WS-MASTER-FOUND = "N"
               MOVE "  (KundeID findes ikke paa kundemasteren)"
                   TO WS-DOK-LINJE
               PERFORM SKRIV-DOK-LINJE
           ELSE
               MOVE "Fornavn" TO WS-EL-NAVN
               MOVE Fornavn IN master-record TO WS-EL-VAERDI
               MOVE "Fornavn" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Efternavn" TO WS-EL-NAVN
               MOVE Efternavn IN master-record TO WS-EL-VAERDI
               MOVE "Efternavn" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Kontonummer" TO WS-EL-NAVN
               MOVE KontoNummer IN master-record TO WS-EL-VAERDI
               MOVE "KontoNummer" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Saldo" TO WS-EL-NAVN
               MOVE Balance IN master-record TO WS-BELOEB-EDIT
               MOVE SPACES TO WS-EL-VAERDI
               STRING WS-BELOEB-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Valutakode IN master-record DELIMITED BY SIZE
                   INTO WS-EL-VAERDI
               END-STRING
               MOVE "Balance/Valutakode" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Vejnavn" TO WS-EL-NAVN
               MOVE VEJNAVN IN master-record TO WS-EL-VAERDI
               MOVE "VEJNAVN" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Husnummer" TO WS-EL-NAVN
               MOVE HUSNR IN master-record TO WS-EL-VAERDI
               MOVE "HUSNR" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Etage" TO WS-EL-NAVN
               MOVE ETAGE IN master-record TO WS-EL-VAERDI
               MOVE "ETAGE" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Side" TO WS-EL-NAVN
               MOVE SIDE IN master-record TO WS-EL-VAERDI
               MOVE "SIDE" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Postnummer" TO WS-EL-NAVN
               MOVE POSTNR IN master-record TO WS-EL-VAERDI
               MOVE "POSTNR" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "By" TO WS-EL-NAVN
               MOVE BYx IN master-record TO WS-EL-VAERDI
               MOVE "BYx" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Landekode" TO WS-EL-NAVN
               MOVE LANDEKODE IN master-record TO WS-EL-VAERDI
               MOVE "LANDEKODE" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Udenlandsk postnummer" TO WS-EL-NAVN
               MOVE UDLANDSPOSTNR IN master-record TO WS-EL-VAERDI
               MOVE "UDLANDSPOSTNR" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Foedselsdato" TO WS-EL-NAVN
               MOVE DATE-OF-BIRTH IN master-record TO WS-EL-VAERDI
               MOVE "DATE-OF-BIRTH" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Alder" TO WS-EL-NAVN
               MOVE AGE IN master-record TO WS-EL-VAERDI
               MOVE "AGE" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Sidst opdateret" TO WS-EL-NAVN
               MOVE LAST-UPDATED IN master-record TO WS-EL-VAERDI
               MOVE "LAST-UPDATED" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Post kan leveres" TO WS-EL-NAVN
               MOVE DELIVERY-STATUS IN master-record TO WS-EL-VAERDI
               MOVE "DELIVERY-STATUS" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Filial" TO WS-EL-NAVN
               MOVE FILIALKODE IN master-record TO WS-EL-VAERDI
               MOVE "FILIALKODE" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Kanal (P post/D dig.)" TO WS-EL-NAVN
               MOVE KANALKODE IN master-record TO WS-EL-VAERDI
               MOVE "KANALKODE" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Afdoed" TO WS-EL-NAVN
               MOVE AFDOED-MARKERING IN master-record TO WS-EL-VAERDI
               MOVE "AFDOED-MARKERING" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Dvalestatus" TO WS-EL-NAVN
               MOVE DVALE-TRIN IN master-record TO WS-EL-VAERDI
               MOVE "DVALE-TRIN" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
               MOVE "Anonymiseret" TO WS-EL-NAVN
               MOVE SLETTET-MARKERING IN master-record
                   TO WS-EL-VAERDI
               MOVE "SLETTET-MARKERING" TO WS-EL-FELT
               PERFORM SKRIV-ELEMENT
           END-IF.

       SKRIV-KONTI.
           MOVE WS-KONTO-FILENAME TO WS-KILDE-FIL
           MOVE "KONTO.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           STRING "KONTO-NUMMER KONTO-TYPE KONTO-SALDO "
                   DELIMITED BY SIZE
               "KONTO-VALUTAKODE KONTO-OPRETTET KONTO-STATUS "
                   DELIMITED BY SIZE
               "KONTO-LUKKET-DATO" DELIMITED BY SIZE
               INTO WS-FELTER
           END-STRING
           PERFORM SKRIV-KATEGORI-HOVED
           IF WS-KONTO-AKTIV = "N"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               MOVE "N" TO END-OF-KONTO
               MOVE IA-KUNDEID TO KONTO-KUNDEID IN konto-record
               START konto-file-1
                   KEY NOT < KONTO-KUNDEID IN konto-record
                   INVALID KEY
                       MOVE "Y" TO END-OF-KONTO
               END-START
               PERFORM UNTIL END-OF-KONTO = "Y"
                   READ konto-file-1 NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-KONTO
                       NOT AT END
                           IF KONTO-KUNDEID IN konto-record
                                   NOT = IA-KUNDEID
                               MOVE "Y" TO END-OF-KONTO
                           ELSE
                               PERFORM SKRIV-EN-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-EN-KONTO.
           MOVE KONTO-SALDO IN konto-record TO WS-BELOEB-EDIT
           MOVE SPACES TO WS-EL-VAERDI
           STRING KONTO-NUMMER IN konto-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KONTO-TYPE IN konto-record DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KONTO-VALUTAKODE IN konto-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KONTO-OPRETTET IN konto-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KONTO-STATUS IN konto-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KONTO-LUKKET-DATO IN konto-record DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           PERFORM SKRIV-LISTELINJE.

       SKRIV-KONTOHAVERE.
           MOVE WS-HAVER-FILENAME TO WS-KILDE-FIL
           MOVE "KONTOHAVER.cpy" TO WS-KILDE-LAYOUT
           MOVE "KH-KONTONUMMER KH-ROLLE KH-ANDEL KH-AENDRET-DATO"
               TO WS-FELTER
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT haver-file-1
           IF HAVER-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ haver-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KH-KUNDEID = IA-KUNDEID
                               MOVE KH-ANDEL TO WS-ANDEL-EDIT
                               MOVE SPACES TO WS-EL-VAERDI
                               STRING KH-KONTONUMMER DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   KH-ROLLE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-ANDEL-EDIT DELIMITED BY SIZE
                                   "% " DELIMITED BY SIZE
                                   KH-AENDRET-DATO DELIMITED BY SIZE
                                   INTO WS-EL-VAERDI
                               END-STRING
                               PERFORM SKRIV-LISTELINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE haver-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-KONTAKTOPLYSNINGER.
           MOVE WS-KONTAKT-FILENAME TO WS-KILDE-FIL
           MOVE "KONTAKTINFO.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT kontakt-file-1
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ kontakt-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KI-KUNDEID = IA-KUNDEID
                               PERFORM SKRIV-EN-KONTAKT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kontakt-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-EN-KONTAKT.
           MOVE "Mobil" TO WS-EL-NAVN
           MOVE KI-MOBIL TO WS-EL-VAERDI
           MOVE "KI-MOBIL" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Fastnet" TO WS-EL-NAVN
           MOVE KI-FASTNET TO WS-EL-VAERDI
           MOVE "KI-FASTNET" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Udenlandsk telefon" TO WS-EL-NAVN
           MOVE KI-UDLANDTLF TO WS-EL-VAERDI
           MOVE "KI-UDLANDTLF" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "E-mail" TO WS-EL-NAVN
           MOVE KI-EMAIL TO WS-EL-VAERDI
           MOVE "KI-EMAIL" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Bekraeftet af kunden" TO WS-EL-NAVN
           MOVE KI-VERIFICERET TO WS-EL-VAERDI
           MOVE "KI-VERIFICERET" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Foretrukken kontakttid" TO WS-EL-NAVN
           MOVE KI-KONTAKTTID TO WS-EL-VAERDI
           MOVE "KI-KONTAKTTID" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Sidst aendret" TO WS-EL-NAVN
           MOVE SPACES TO WS-EL-VAERDI
           STRING KI-AENDRET-DATO DELIMITED BY SIZE
               " af " DELIMITED BY SIZE
               KI-BRUGERID DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           MOVE "KI-AENDRET-DATO" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT.

       SKRIV-ADRESSEAENDRINGER.
           MOVE WS-AUDIT-FILENAME TO WS-KILDE-FIL
           MOVE "AUDITTRAIL.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           STRING "AUDIT-CHANGE-DATE, gammel / ny adresse (VEJNAVN "
                   DELIMITED BY SIZE
               "HUSNR ETAGE SIDE POSTNR BYx), AUDIT-BRUGERID"
                   DELIMITED BY SIZE
               INTO WS-FELTER
           END-STRING
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT audit-file-1
           IF AUDIT-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ audit-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF AUDIT-KUNDEID = IA-KUNDEID
                               PERFORM SKRIV-EN-ADRESSEAENDRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-EN-ADRESSEAENDRING.
           MOVE SPACES TO WS-EL-VAERDI
           STRING AUDIT-CHANGE-DATE DELIMITED BY SIZE
               " fra " DELIMITED BY SIZE
               AUDIT-OLD-VEJNAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OLD-HUSNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OLD-ETAGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OLD-SIDE DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           PERFORM SKRIV-LISTELINJE
           MOVE SPACES TO WS-EL-VAERDI
           STRING "              " DELIMITED BY SIZE
               AUDIT-OLD-POSTNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OLD-BYx DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           PERFORM SKRIV-DOK-VAERDI
           MOVE SPACES TO WS-EL-VAERDI
           STRING "         til " DELIMITED BY SIZE
               AUDIT-NEW-VEJNAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-NEW-HUSNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-NEW-ETAGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-NEW-SIDE DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           PERFORM SKRIV-DOK-VAERDI
           MOVE SPACES TO WS-EL-VAERDI
           STRING "              " DELIMITED BY SIZE
               AUDIT-NEW-POSTNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-NEW-BYx DELIMITED BY SIZE
               "  af " DELIMITED BY SIZE
               AUDIT-BRUGERID DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           PERFORM SKRIV-DOK-VAERDI.

      *> A continuation line of the list entry just written.
       SKRIV-DOK-VAERDI.
           MOVE SPACES TO WS-DOK-LINJE
           STRING "  " DELIMITED BY SIZE
               WS-EL-VAERDI DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE.

       SKRIV-RETURPOST.
           MOVE WS-RETUR-FILENAME TO WS-KILDE-FIL
           MOVE "RETURMAIL.cpy" TO WS-KILDE-LAYOUT
           MOVE "RETUR-DATE RETUR-AARSAG" TO WS-FELTER
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT retur-file-1
           IF RETUR-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ retur-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF RETUR-KUNDEID = IA-KUNDEID
                               MOVE SPACES TO WS-EL-VAERDI
                               STRING RETUR-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   RETUR-AARSAG DELIMITED BY SIZE
                                   INTO WS-EL-VAERDI
                               END-STRING
                               PERFORM SKRIV-LISTELINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retur-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-SAMTYKKER.
           MOVE WS-SAMTYKKE-FILENAME TO WS-KILDE-FIL
           MOVE "SAMTYKKE.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           STRING "SAM-DATO SAM-FORMAAL SAM-STATUS (G givet, W trukket "
                   DELIMITED BY SIZE
               "tilbage) SAM-KILDE SAM-BRUGERID" DELIMITED BY SIZE
               INTO WS-FELTER
           END-STRING
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT samtykke-file-1
           IF SAMTYKKE-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ samtykke-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF SAM-KUNDEID = IA-KUNDEID
                               MOVE SPACES TO WS-EL-VAERDI
                               STRING SAM-DATO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SAM-FORMAAL DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SAM-STATUS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SAM-KILDE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SAM-BRUGERID DELIMITED BY SIZE
                                   INTO WS-EL-VAERDI
                               END-STRING
                               PERFORM SKRIV-LISTELINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE samtykke-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-KYC.
           MOVE WS-KYC-FILENAME TO WS-KILDE-FIL
           MOVE "KYC.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT kyc-file-1
           IF KYC-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ kyc-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KYC-KUNDEID = IA-KUNDEID
                               PERFORM SKRIV-EN-KYC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kyc-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-EN-KYC.
           MOVE "Risikoklasse (L/M/H)" TO WS-EL-NAVN
           MOVE KYC-RISIKO TO WS-EL-VAERDI
           MOVE "KYC-RISIKO" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Seneste gennemgang" TO WS-EL-NAVN
           MOVE KYC-SIDSTE-DATO TO WS-EL-VAERDI
           MOVE "KYC-SIDSTE-DATO" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Naeste gennemgang" TO WS-EL-NAVN
           MOVE KYC-NAESTE-DATO TO WS-EL-VAERDI
           MOVE "KYC-NAESTE-DATO" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Legitimation udloeber" TO WS-EL-NAVN
           MOVE KYC-ID-UDLOEB TO WS-EL-VAERDI
           MOVE "KYC-ID-UDLOEB" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Blokeret" TO WS-EL-NAVN
           MOVE KYC-BLOKERET TO WS-EL-VAERDI
           MOVE "KYC-BLOKERET" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Sidst aendret af" TO WS-EL-NAVN
           MOVE KYC-BRUGERID TO WS-EL-VAERDI
           MOVE "KYC-BRUGERID" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT.

       SKRIV-KONTAKTHISTORIK.
           MOVE WS-KTHIST-FILENAME TO WS-KILDE-FIL
           MOVE "KONTAKT.cpy" TO WS-KILDE-LAYOUT
           MOVE "KT-DATO KT-TYPE (M markedsfoering, D drift) KT-KILDE"
               TO WS-FELTER
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT kthist-file-1
           IF KTHIST-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ kthist-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KT-KUNDEID = IA-KUNDEID
                               MOVE SPACES TO WS-EL-VAERDI
                               STRING KT-DATO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   KT-TYPE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   KT-KILDE DELIMITED BY SIZE
                                   INTO WS-EL-VAERDI
                               END-STRING
                               PERFORM SKRIV-LISTELINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kthist-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-KAMPAGNEUDVALG.
           MOVE WS-UDVALG-FILENAME TO WS-KILDE-FIL
           MOVE "KAMPUDV.cpy" TO WS-KILDE-LAYOUT
           MOVE "KU-DATO KU-KAMPAGNE KU-POSTNR KU-ALDER KU-SALDO"
               TO WS-FELTER
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT udvalg-file-1
           IF UDVALG-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ udvalg-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KU-KUNDEID = IA-KUNDEID
                               MOVE KU-SALDO TO WS-BELOEB-EDIT
                               MOVE SPACES TO WS-EL-VAERDI
                               STRING KU-DATO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   KU-KAMPAGNE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   KU-POSTNR DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   KU-ALDER DELIMITED BY SIZE
                                   WS-BELOEB-EDIT DELIMITED BY SIZE
                                   INTO WS-EL-VAERDI
                               END-STRING
                               PERFORM SKRIV-LISTELINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE udvalg-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

      *> The posting history and its yearly archive are one
      *> category; each names its own file.
       SKRIV-POSTERINGER.
           MOVE WS-HISTORIK-FILENAME TO WS-KILDE-FIL
           MOVE "POSTTRANS.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           STRING "POST-DATO POST-KONTONUMMER POST-DK POST-BELOEB "
                   DELIMITED BY SIZE
               "POST-TYPEKODE POST-TEKST" DELIMITED BY SIZE
               INTO WS-FELTER
           END-STRING
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF POST-KUNDEID IN historik-record
                                   = IA-KUNDEID
                               MOVE historik-record TO arkiv-record
                               PERFORM SKRIV-EN-POSTERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historik-file-1
               MOVE "N" TO END-OF-FILE
           END-IF

           MOVE SPACES TO WS-DOK-LINJE
           STRING "Kilde      : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARKIV-FILENAME) DELIMITED BY SIZE
               " (POSTTRANS.cpy, aarsarkiv)" DELIMITED BY SIZE
               INTO WS-DOK-LINJE
           END-STRING
           PERFORM SKRIV-DOK-LINJE
           OPEN INPUT arkiv-file-1
           IF ARKIV-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ arkiv-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF POST-KUNDEID IN arkiv-record
                                   = IA-KUNDEID
                               PERFORM SKRIV-EN-POSTERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE arkiv-file-1
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SKRIV-INGEN.

       SKRIV-EN-POSTERING.
           MOVE POST-BELOEB IN arkiv-record TO WS-BELOEB-EDIT
           MOVE SPACES TO WS-EL-VAERDI
           STRING POST-DATO IN arkiv-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POST-KONTONUMMER IN arkiv-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POST-DK IN arkiv-record DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POST-TYPEKODE IN arkiv-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POST-TEKST IN arkiv-record DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           PERFORM SKRIV-LISTELINJE.

       SKRIV-KLAGER.
           MOVE WS-KLAGE-FILENAME TO WS-KILDE-FIL
           MOVE "KLAGE.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           STRING "KL-SAGSNR KL-KATEGORI KL-MODTAGET-DATO KL-STATUS "
                   DELIMITED BY SIZE
               "KL-RESULTAT KL-REFUSION KL-LUKKET-DATO KL-BESKRIVELSE"
                   DELIMITED BY SIZE
               INTO WS-FELTER
           END-STRING
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT klage-file-1
           IF KLAGE-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ klage-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KL-KUNDEID = IA-KUNDEID
                               PERFORM SKRIV-EN-KLAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE klage-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-EN-KLAGE.
           IF KL-REFUSION IS NOT NUMERIC
               MOVE ZEROS TO KL-REFUSION
           END-IF
           MOVE KL-REFUSION TO WS-BELOEB-EDIT
           MOVE SPACES TO WS-EL-VAERDI
           STRING KL-SAGSNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-KATEGORI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-MODTAGET-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-RESULTAT DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-LUKKET-DATO DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           PERFORM SKRIV-LISTELINJE
           IF KL-BESKRIVELSE NOT = SPACES
               MOVE SPACES TO WS-EL-VAERDI
               STRING "           " DELIMITED BY SIZE
                   KL-BESKRIVELSE DELIMITED BY SIZE
                   INTO WS-EL-VAERDI
               END-STRING
               PERFORM SKRIV-DOK-VAERDI
           END-IF.

       SKRIV-SKATTEHJEMSTED.
           MOVE WS-SKAT-FILENAME TO WS-KILDE-FIL
           MOVE "SKATHJEM.cpy" TO WS-KILDE-LAYOUT
           MOVE SPACES TO WS-FELTER
           PERFORM SKRIV-KATEGORI-HOVED
           OPEN INPUT skat-file-1
           IF SKAT-FILE-1-STATUS NOT = "00"
               PERFORM SKRIV-IKKE-PAA-DISK
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ skat-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF SH-KUNDEID = IA-KUNDEID
                               PERFORM SKRIV-ET-SKATTEHJEMSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE skat-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM SKRIV-INGEN
           END-IF.

       SKRIV-ET-SKATTEHJEMSTED.
           PERFORM VARYING WS-SH-IX FROM 1 BY 1 UNTIL WS-SH-IX > 3
               IF SH-LAND(WS-SH-IX) NOT = SPACES
                   MOVE "Skattemaessigt hjemsted" TO WS-EL-NAVN
                   MOVE SPACES TO WS-EL-VAERDI
                   STRING SH-LAND(WS-SH-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SH-TIN(WS-SH-IX) DELIMITED BY SIZE
                       INTO WS-EL-VAERDI
                   END-STRING
                   MOVE "SH-LAND SH-TIN" TO WS-EL-FELT
                   PERFORM SKRIV-ELEMENT
               END-IF
           END-PERFORM
           MOVE "Selvcertificeret" TO WS-EL-NAVN
           MOVE SH-SELVCERT-DATO TO WS-EL-VAERDI
           MOVE "SH-SELVCERT-DATO" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT
           MOVE "Sidst aendret" TO WS-EL-NAVN
           MOVE SPACES TO WS-EL-VAERDI
           STRING SH-AENDRET-DATO DELIMITED BY SIZE
               " af " DELIMITED BY SIZE
               SH-BRUGERID DELIMITED BY SIZE
               INTO WS-EL-VAERDI
           END-STRING
           MOVE "SH-AENDRET-DATO" TO WS-EL-FELT
           PERFORM SKRIV-ELEMENT.
