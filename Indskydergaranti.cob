       identification division.
       program-id. INDSKYDERGARANTI.

      *> Deposit-guarantee single customer view (SCV) for the
      *> guarantee fund (Garantiformuen). Adds up every depositor's
      *> deposits across all of their accounts - the account master
      *> (Kontomaster.dat) and, for a primary account the account
      *> master does not carry, the Balance on the customer master -
      *> converts them to DKK with the latest rate in the exchange-
      *> rate table, and caps the covered part at the EUR 100,000
      *> equivalent (SCV_LOFT_EUR) at the latest EUR rate. A joint
      *> account (account-holder relation, KONTOHAVEROPSLAG) counts
      *> towards each holder's cover by their share, the last
      *> holder taking the rounding remainder. Only credit balances
      *> are deposits; an overdrawn account adds nothing. Erased
      *> customers (SLETTET-MARKERING) are left out, and so is their
      *> share of a joint account. Deceased estates (AFDOED-
      *> MARKERING) and customers on the sanctions hit list
      *> (SANKTIONSKONTROL's SanktionHits.txt, any list but PEP) are
      *> flagged on their record and totalled apart in the summary.
      *> Writes the fixed-format SCV file (ScvGaranti.txt,
      *> SCVPOST.cpy) and a summary of covered and uncovered
      *> deposits by currency and by branch (ScvOversigt.txt);
      *> blank FILIALKODE is reported under "...." as FILIALRAPPORT
      *> does. The covered amount of a depositor is spread over
      *> their currencies in proportion to their deposits.
      *> Runs as a KVARTAL step in the schedule plan (KPLAN.cpy,
      *> "INDSKYDERGARANTI     KVARTAL") and can be run on demand
      *> when the fund asks. No EUR rate, or more depositors or
      *> deposits than the tables hold, aborts with return code 16
      *> and no file; a currency without a rate is reported
      *> unconverted with return code 4.

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
           select kurs-file-1 assign to dynamic WS-KURS-FILENAME
               organization is line sequential
               file status is KURS-FILE-1-STATUS.
           select hit-file-1 assign to dynamic WS-HIT-FILENAME
               organization is line sequential
               file status is HIT-FILE-1-STATUS.
           select scv-file-1 assign to dynamic WS-SCV-FILENAME
               organization is line sequential
               file status is SCV-FILE-1-STATUS.
           select oversigt-file-1 assign to dynamic
                   WS-OVERSIGT-FILENAME
               organization is line sequential
               file status is OVERSIGT-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  kurs-file-1.
       01  kurs-record.
           copy "VALUTAKURS.cpy".
       fd  hit-file-1.
       01  hit-record.
           02  HIT-SCORE           PIC 9(3).
           02  FILLER              PIC X(1).
           02  HIT-KUNDEID         PIC X(10).
           02  FILLER              PIC X(1).
           02  HIT-FORNAVN         PIC X(20).
           02  FILLER              PIC X(1).
           02  HIT-EFTERNAVN       PIC X(20).
           02  FILLER              PIC X(1).
           02  HIT-FOEDT           PIC 9(8).
           02  FILLER              PIC X(1).
           02  HIT-LISTE           PIC X(10).
           02  FILLER              PIC X(1).
           02  HIT-LISTE-NAVN      PIC X(41).
       fd  scv-file-1.
       01  scv-record.
           copy "SCVPOST.cpy".
       fd  oversigt-file-1.
       01  oversigt-record         PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "INDSKYDERGARANTI".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  END-OF-KURS             PIC X VALUE "N".
       01  END-OF-HIT              PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  KURS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  HIT-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  SCV-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  OVERSIGT-FILE-1-STATUS  PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-KURS-FILENAME        PIC X(100)
                                    VALUE "Valutakurser.txt".
       01  WS-HIT-FILENAME         PIC X(100)
                                    VALUE "SanktionHits.txt".
       01  WS-SCV-FILENAME         PIC X(100)
                                    VALUE "ScvGaranti.txt".
       01  WS-OVERSIGT-FILENAME    PIC X(100)
                                    VALUE "ScvOversigt.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-KONTO-AKTIV          PIC X VALUE "N".

      *> Cover limit: EUR amount from SCV_LOFT_EUR at the latest
      *> EUR rate.
       01  WS-LOFT-EUR-X           PIC X(9) VALUE SPACES.
       01  WS-LOFT-EUR             PIC 9(9) VALUE 100000.
       01  WS-EUR-KURS             PIC 9(5)V9(6) VALUE ZEROS.
       01  WS-LOFT-DKK             PIC 9(11)V99 VALUE ZEROS.

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

       01  WS-MAX-HITS             PIC 9(5) VALUE 2000.
       01  WS-HIT-COUNT            PIC 9(5) VALUE 0.
       01  WS-HIT-IX               PIC 9(5) VALUE 0.
       01  HIT-TABEL.
           02  HIT-ENTRY OCCURS 2000 TIMES.
               03  HT-KUNDEID      pic x(10).

       01  WS-MAX-INDSKYDERE       PIC 9(5) VALUE 5000.
       01  WS-IND-COUNT            PIC 9(5) VALUE 0.
       01  WS-IND-IX               PIC 9(5) VALUE 0.
       01  WS-IND-FUNDET           PIC X VALUE "N".
       01  INDSKYDER-TABEL.
           02  INDSKYDER-ENTRY OCCURS 5000 TIMES.
               03  IT-KUNDEID      pic x(10).
               03  IT-NAVN         pic x(41).
               03  IT-FILIAL       pic x(4).
               03  IT-LAND         pic x(2).
               03  IT-DOEDSBO      pic x(1).
               03  IT-SANKTION     pic x(1).
               03  IT-KONTI        pic 9(3).
               03  IT-INDSKUD      pic 9(11)v99.
               03  IT-DAEKKET      pic 9(11)v99.

      *> One line per depositor per account they hold a part of.
       01  WS-MAX-BIDRAG           PIC 9(5) VALUE 20000.
       01  WS-BIDRAG-COUNT         PIC 9(5) VALUE 0.
       01  WS-BD-IX                PIC 9(5) VALUE 0.
       01  BIDRAG-TABEL.
           02  BIDRAG-ENTRY OCCURS 20000 TIMES.
               03  BD-IND-IX       pic 9(5).
               03  BD-VALUTA       pic x(3).
               03  BD-BELOEB       pic 9(9)v99.
               03  BD-DKK          pic 9(11)v99.

      *> The account being spread over its holders.
       01  WS-KTO-NUMMER           PIC X(20) VALUE SPACES.
       01  WS-KTO-EJER             PIC X(10) VALUE SPACES.
       01  WS-KTO-SALDO            PIC S9(9)V99 VALUE ZEROS.
       01  WS-KTO-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-KTO-DKK              PIC 9(11)V99 VALUE ZEROS.
       01  WS-REST-BELOEB          PIC 9(9)V99 VALUE ZEROS.
       01  WS-REST-DKK             PIC 9(11)V99 VALUE ZEROS.
       01  WS-DEL-KUNDEID          PIC X(10) VALUE SPACES.
       01  WS-DEL-BELOEB           PIC 9(9)V99 VALUE ZEROS.
       01  WS-DEL-DKK              PIC 9(11)V99 VALUE ZEROS.
       01  WS-KH-NR                PIC 9(2) VALUE 0.
       01  WS-KH-ANTAL             PIC 9(2) VALUE 0.
       01  WS-KH-ANDEL-SUM         PIC 9(5)V99 VALUE ZEROS.
       01  WS-KH-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-KH-ROLLE             PIC X(1) VALUE SPACES.
       01  WS-KH-ANDEL             PIC 9(3)V99 VALUE ZEROS.

      *> Summary by currency and by branch.
       01  WS-MAX-VALUTA           PIC 9(3) VALUE 50.
       01  WS-VALUTA-COUNT         PIC 9(3) VALUE 0.
       01  WS-VAL-IX               PIC 9(3) VALUE 0.
       01  WS-VAL-FUNDET           PIC X VALUE "N".
       01  VALUTA-TABEL.
           02  VALUTA-ENTRY OCCURS 50 TIMES.
               03  VS-KODE         pic x(3).
               03  VS-BELOEB       pic 9(13)v99.
               03  VS-DKK          pic 9(13)v99.
               03  VS-DAEKKET      pic 9(13)v99.
       01  WS-MAX-FILIAL           PIC 9(3) VALUE 100.
       01  WS-FILIAL-COUNT         PIC 9(3) VALUE 0.
       01  WS-FIL-IX               PIC 9(3) VALUE 0.
       01  WS-FIL-FUNDET           PIC X VALUE "N".
       01  FILIAL-TABEL.
           02  FILIAL-ENTRY OCCURS 100 TIMES.
               03  FS-KODE         pic x(4).
               03  FS-ANTAL        pic 9(7).
               03  FS-DKK          pic 9(13)v99.
               03  FS-DAEKKET      pic 9(13)v99.
       01  WS-BD-DAEKKET           PIC 9(11)V99 VALUE ZEROS.
       01  WS-FILIAL               PIC X(4) VALUE SPACES.

       01  WS-MASTER-COUNT         PIC 9(7) VALUE 0.
       01  WS-KONTO-COUNT          PIC 9(7) VALUE 0.
       01  WS-SLETTET-COUNT        PIC 9(7) VALUE 0.
       01  WS-DEBET-COUNT          PIC 9(7) VALUE 0.
       01  WS-UDEN-INDSKYDER-COUNT PIC 9(7) VALUE 0.
       01  WS-UDEN-KURS-COUNT      PIC 9(7) VALUE 0.
       01  WS-FAELLES-COUNT        PIC 9(7) VALUE 0.
       01  WS-SKREVET-COUNT        PIC 9(7) VALUE 0.
       01  WS-OVER-LOFT-COUNT      PIC 9(7) VALUE 0.
       01  WS-DOEDSBO-COUNT        PIC 9(7) VALUE 0.
       01  WS-SANKTION-COUNT       PIC 9(7) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-INDSKUD-TOTAL        PIC 9(13)V99 VALUE ZEROS.
       01  WS-DAEKKET-TOTAL        PIC 9(13)V99 VALUE ZEROS.
       01  WS-UDAEKKET-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       01  WS-DOEDSBO-DAEKKET      PIC 9(13)V99 VALUE ZEROS.
       01  WS-SANKTION-DAEKKET     PIC 9(13)V99 VALUE ZEROS.

       01  WS-OVERSIGT-LINJE       PIC X(100) VALUE SPACES.
       01  WS-BELOEB-EDIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-3        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ANTAL-EDIT           PIC Z,ZZZ,ZZ9.

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

           ACCEPT WS-KURS-FILENAME FROM ENVIRONMENT "VALUTAKURS_FIL"
               ON EXCEPTION
                   MOVE "Valutakurser.txt" TO WS-KURS-FILENAME
           END-ACCEPT

           ACCEPT WS-HIT-FILENAME FROM ENVIRONMENT "SANKT_HIT_FIL"
               ON EXCEPTION
                   MOVE "SanktionHits.txt" TO WS-HIT-FILENAME
           END-ACCEPT

           ACCEPT WS-SCV-FILENAME FROM ENVIRONMENT "SCV_FIL"
               ON EXCEPTION
                   MOVE "ScvGaranti.txt" TO WS-SCV-FILENAME
           END-ACCEPT

           ACCEPT WS-OVERSIGT-FILENAME
                   FROM ENVIRONMENT "SCV_OVERSIGT_FIL"
               ON EXCEPTION
                   MOVE "ScvOversigt.txt" TO WS-OVERSIGT-FILENAME
           END-ACCEPT

           ACCEPT WS-LOFT-EUR-X FROM ENVIRONMENT "SCV_LOFT_EUR"
               ON EXCEPTION
                   MOVE SPACES TO WS-LOFT-EUR-X
           END-ACCEPT
           IF WS-LOFT-EUR-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOFT-EUR-X) TO WS-LOFT-EUR
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-VALUTAKURSER

           MOVE "EUR" TO WS-KTO-VALUTA
           PERFORM FIND-KURS
           IF WS-KURS-FUNDET = "N"
               DISPLAY "INDSKYDERGARANTI: ingen EUR-kurs i "
                   "valutakurstabellen - daekningsloftet kan ikke "
                   "beregnes, koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFBRYD-UDEN-FIL
           END-IF
           MOVE WS-KURS TO WS-EUR-KURS
           COMPUTE WS-LOFT-DKK ROUNDED = WS-LOFT-EUR * WS-EUR-KURS

           PERFORM LOAD-SANKTIONSHITS

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "INDSKYDERGARANTI: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFBRYD-UDEN-FIL
           END-IF
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           ELSE
               DISPLAY "INDSKYDERGARANTI: ingen kontomaster paa disk "
                   "- kun kundemasterens saldi medtages"
           END-IF

           PERFORM LOAD-INDSKYDERE
           PERFORM SAML-PRIMAERKONTI
           CLOSE master-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
               PERFORM SAML-KONTOMASTER
           END-IF

      *> An incomplete SCV file must never reach the fund.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "INDSKYDERGARANTI: flere indskydere eller "
                   "konti end tabellerne kan rumme - SCV-filen ville "
                   "vaere ufuldstaendig, koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFBRYD-UDEN-FIL
           END-IF

           PERFORM BEREGN-DAEKNING
           PERFORM WRITE-SCV-FIL
           PERFORM WRITE-OVERSIGT

           IF WS-UDEN-KURS-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           COMPUTE WS-KLOG-LAEST = WS-MASTER-COUNT + WS-KONTO-COUNT
           MOVE WS-SKREVET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-SLETTET-COUNT TO WS-KLOG-AFVIST
           MOVE WS-DAEKKET-TOTAL TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       AFBRYD-UDEN-FIL.
           COMPUTE WS-KLOG-LAEST = WS-MASTER-COUNT + WS-KONTO-COUNT
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           MOVE "FAIL" TO WS-KLOG-STATUS
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE
           GOBACK.

      *> The latest rate on or before today per currency.
       LOAD-VALUTAKURSER.
           OPEN INPUT kurs-file-1
           IF KURS-FILE-1-STATUS NOT = "00"
               DISPLAY "INDSKYDERGARANTI: no exchange-rate table on "
                   "file, status " KURS-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-KURS = "Y"
                   READ kurs-file-1 INTO kurs-record
                       AT END
                           MOVE "Y" TO END-OF-KURS
                       NOT AT END
                           IF VALKURS-DATE <= WS-TODAY
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
                   DISPLAY "INDSKYDERGARANTI: rate table full, "
                       "skipping " VALKURS-KODE
               END-IF
           END-IF.

       FIND-KURS.
           MOVE "N" TO WS-KURS-FUNDET
           MOVE ZEROS TO WS-KURS
           PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                   UNTIL WS-KURS-IX > WS-KURS-COUNT
                      OR WS-KURS-FUNDET = "Y"
               IF KU-KODE(WS-KURS-IX) = WS-KTO-VALUTA
                   MOVE "Y" TO WS-KURS-FUNDET
                   MOVE KU-RATE(WS-KURS-IX) TO WS-KURS
               END-IF
           END-PERFORM.

      *> The PEP list is screening for enhanced due diligence, not a
      *> block; every other list on the hit file holds the payout.
       LOAD-SANKTIONSHITS.
           OPEN INPUT hit-file-1
           IF HIT-FILE-1-STATUS NOT = "00"
               DISPLAY "INDSKYDERGARANTI: ingen sanktionshits paa "
                   "disk - ingen indskydere markeres som spaerret"
           ELSE
               PERFORM UNTIL END-OF-HIT = "Y"
                   READ hit-file-1
                       AT END
                           MOVE "Y" TO END-OF-HIT
                       NOT AT END
                           IF HIT-LISTE NOT = "PEP"
                               IF WS-HIT-COUNT < WS-MAX-HITS
                                   ADD 1 TO WS-HIT-COUNT
                                   MOVE HIT-KUNDEID
                                       TO HT-KUNDEID(WS-HIT-COUNT)
                               ELSE
                                   DISPLAY "INDSKYDERGARANTI: hit "
                                       "table full, entry skipped"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE hit-file-1
           END-IF.

       LOAD-INDSKYDERE.
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       IF SLETTET-MARKERING IN master-record = "J"
                           ADD 1 TO WS-SLETTET-COUNT
                       ELSE
                           PERFORM NOTER-INDSKYDER
                       END-IF
               END-READ
               IF MASTER-FILE-1-STATUS NOT = "00"
                  AND MASTER-FILE-1-STATUS NOT = "10"
                   DISPLAY "INDSKYDERGARANTI: read error on master, "
                       "status " MASTER-FILE-1-STATUS
                   MOVE "Y" TO END-OF-MASTER
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-PERFORM.

       NOTER-INDSKYDER.
           IF WS-IND-COUNT < WS-MAX-INDSKYDERE
               ADD 1 TO WS-IND-COUNT
               MOVE KundeID IN master-record TO IT-KUNDEID(WS-IND-COUNT)
               MOVE SPACES TO IT-NAVN(WS-IND-COUNT)
               STRING FUNCTION TRIM(Fornavn IN master-record)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(Efternavn IN master-record)
                       DELIMITED BY SIZE
                   INTO IT-NAVN(WS-IND-COUNT)
               END-STRING
               IF FILIALKODE IN master-record = SPACES
                   MOVE "...." TO IT-FILIAL(WS-IND-COUNT)
               ELSE
                   MOVE FILIALKODE IN master-record
                       TO IT-FILIAL(WS-IND-COUNT)
               END-IF
               IF LANDEKODE IN master-record = SPACES
                   MOVE "DK" TO IT-LAND(WS-IND-COUNT)
               ELSE
                   MOVE LANDEKODE IN master-record
                       TO IT-LAND(WS-IND-COUNT)
               END-IF
               IF AFDOED-MARKERING IN master-record = "J"
                   MOVE "J" TO IT-DOEDSBO(WS-IND-COUNT)
               ELSE
                   MOVE "N" TO IT-DOEDSBO(WS-IND-COUNT)
               END-IF
               MOVE "N" TO IT-SANKTION(WS-IND-COUNT)
               PERFORM VARYING WS-HIT-IX FROM 1 BY 1
                       UNTIL WS-HIT-IX > WS-HIT-COUNT
                   IF HT-KUNDEID(WS-HIT-IX) = KundeID IN master-record
                       MOVE "J" TO IT-SANKTION(WS-IND-COUNT)
                   END-IF
               END-PERFORM
               MOVE 0 TO IT-KONTI(WS-IND-COUNT)
               MOVE ZEROS TO IT-INDSKUD(WS-IND-COUNT)
               MOVE ZEROS TO IT-DAEKKET(WS-IND-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *> Second pass over the customer master for the primary
      *> accounts the account master does not carry - every holder
      *> of a joint account is in the depositor table by now.
       SAML-PRIMAERKONTI.
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
                       IF SLETTET-MARKERING IN master-record NOT = "J"
                          AND KontoNummer IN master-record NOT = SPACES
                           PERFORM SAML-EN-PRIMAERKONTO
                       END-IF
               END-READ
           END-PERFORM.

       SAML-EN-PRIMAERKONTO.
           MOVE "N" TO WS-IND-FUNDET
           IF WS-KONTO-AKTIV = "Y"
               MOVE KontoNummer IN master-record
                   TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   KEY IS KONTO-NUMMER IN konto-record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-IND-FUNDET
               END-READ
           END-IF
           IF WS-IND-FUNDET = "N"
               MOVE KontoNummer IN master-record TO WS-KTO-NUMMER
               MOVE KundeID IN master-record TO WS-KTO-EJER
               MOVE Balance IN master-record TO WS-KTO-SALDO
               MOVE Valutakode IN master-record TO WS-KTO-VALUTA
               PERFORM FORDEL-KONTO
           END-IF.

       SAML-KONTOMASTER.
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS NOT = "00"
               DISPLAY "INDSKYDERGARANTI: cannot reopen account "
                   "master, status " KONTO-FILE-1-STATUS
               MOVE "Y" TO WS-TABEL-OVERLOEB
           ELSE
               PERFORM UNTIL END-OF-KONTO = "Y"
                   READ konto-file-1 NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-KONTO
                       NOT AT END
                           ADD 1 TO WS-KONTO-COUNT
                           MOVE KONTO-NUMMER IN konto-record
                               TO WS-KTO-NUMMER
                           MOVE KONTO-KUNDEID IN konto-record
                               TO WS-KTO-EJER
                           MOVE KONTO-SALDO IN konto-record
                               TO WS-KTO-SALDO
                           MOVE KONTO-VALUTAKODE IN konto-record
                               TO WS-KTO-VALUTA
                           PERFORM FORDEL-KONTO
                   END-READ
               END-PERFORM
               CLOSE konto-file-1
           END-IF.

      *> One account's credit balance, converted once and spread
      *> over its holders by share.
       FORDEL-KONTO.
           IF WS-KTO-SALDO NOT > 0
               ADD 1 TO WS-DEBET-COUNT
           ELSE
               IF WS-KTO-VALUTA = "DKK" OR WS-KTO-VALUTA = SPACES
                   MOVE WS-KTO-SALDO TO WS-KTO-DKK
               ELSE
                   PERFORM FIND-KURS
                   IF WS-KURS-FUNDET = "Y"
                       COMPUTE WS-KTO-DKK ROUNDED =
                           WS-KTO-SALDO * WS-KURS
                   ELSE
                       ADD 1 TO WS-UDEN-KURS-COUNT
                       DISPLAY "INDSKYDERGARANTI: ingen kurs for "
                           WS-KTO-VALUTA " - konto " WS-KTO-NUMMER
                           " medtaget ukonverteret"
                       MOVE WS-KTO-SALDO TO WS-KTO-DKK
                   END-IF
               END-IF
               MOVE 1 TO WS-KH-NR
               CALL "KONTOHAVEROPSLAG" USING WS-KTO-NUMMER WS-KH-NR
                   WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
                   WS-KH-ROLLE WS-KH-ANDEL
               IF WS-KH-ANTAL = 0 OR WS-KH-ANDEL-SUM = 0
                   MOVE WS-KTO-EJER TO WS-DEL-KUNDEID
                   MOVE WS-KTO-SALDO TO WS-DEL-BELOEB
                   MOVE WS-KTO-DKK TO WS-DEL-DKK
                   PERFORM NOTER-BIDRAG
               ELSE
                   ADD 1 TO WS-FAELLES-COUNT
                   MOVE WS-KTO-SALDO TO WS-REST-BELOEB
                   MOVE WS-KTO-DKK TO WS-REST-DKK
                   PERFORM VARYING WS-KH-NR FROM 1 BY 1
                           UNTIL WS-KH-NR > WS-KH-ANTAL
                       PERFORM FORDEL-PAA-HAVER
                   END-PERFORM
               END-IF
           END-IF.

       FORDEL-PAA-HAVER.
           CALL "KONTOHAVEROPSLAG" USING WS-KTO-NUMMER WS-KH-NR
               WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
               WS-KH-ROLLE WS-KH-ANDEL
           MOVE WS-KH-KUNDEID TO WS-DEL-KUNDEID
           IF WS-KH-NR = WS-KH-ANTAL
               MOVE WS-REST-BELOEB TO WS-DEL-BELOEB
               MOVE WS-REST-DKK TO WS-DEL-DKK
           ELSE
               COMPUTE WS-DEL-BELOEB ROUNDED =
                   WS-KTO-SALDO * WS-KH-ANDEL / WS-KH-ANDEL-SUM
               COMPUTE WS-DEL-DKK ROUNDED =
                   WS-KTO-DKK * WS-KH-ANDEL / WS-KH-ANDEL-SUM
               SUBTRACT WS-DEL-BELOEB FROM WS-REST-BELOEB
               SUBTRACT WS-DEL-DKK FROM WS-REST-DKK
           END-IF
           PERFORM NOTER-BIDRAG.

      *> A holder who is not in the depositor table is erased or
      *> unknown to the master; their part is left out.
       NOTER-BIDRAG.
           MOVE "N" TO WS-IND-FUNDET
           PERFORM VARYING WS-IND-IX FROM 1 BY 1
                   UNTIL WS-IND-IX > WS-IND-COUNT
                      OR WS-IND-FUNDET = "Y"
               IF IT-KUNDEID(WS-IND-IX) = WS-DEL-KUNDEID
                   MOVE "Y" TO WS-IND-FUNDET
               END-IF
           END-PERFORM
           IF WS-IND-FUNDET = "N"
               ADD 1 TO WS-UDEN-INDSKYDER-COUNT
           ELSE
               SUBTRACT 1 FROM WS-IND-IX
               IF WS-BIDRAG-COUNT < WS-MAX-BIDRAG
                   ADD 1 TO WS-BIDRAG-COUNT
                   MOVE WS-IND-IX TO BD-IND-IX(WS-BIDRAG-COUNT)
                   MOVE WS-KTO-VALUTA TO BD-VALUTA(WS-BIDRAG-COUNT)
                   MOVE WS-DEL-BELOEB TO BD-BELOEB(WS-BIDRAG-COUNT)
                   MOVE WS-DEL-DKK TO BD-DKK(WS-BIDRAG-COUNT)
                   ADD 1 TO IT-KONTI(WS-IND-IX)
                   ADD WS-DEL-DKK TO IT-INDSKUD(WS-IND-IX)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF.

       BEREGN-DAEKNING.
           PERFORM VARYING WS-IND-IX FROM 1 BY 1
                   UNTIL WS-IND-IX > WS-IND-COUNT
               IF IT-INDSKUD(WS-IND-IX) > WS-LOFT-DKK
                   MOVE WS-LOFT-DKK TO IT-DAEKKET(WS-IND-IX)
                   ADD 1 TO WS-OVER-LOFT-COUNT
               ELSE
                   MOVE IT-INDSKUD(WS-IND-IX) TO IT-DAEKKET(WS-IND-IX)
               END-IF
           END-PERFORM.

       WRITE-SCV-FIL.
           OPEN OUTPUT scv-file-1
           IF SCV-FILE-1-STATUS NOT = "00"
               DISPLAY "INDSKYDERGARANTI: cannot open SCV file, "
                   "status " SCV-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFBRYD-UDEN-FIL
           END-IF

           MOVE SPACES TO scv-record
           MOVE "HDR" TO SCV-TAG
           MOVE WS-TODAY TO SCV-HDR-DATO
           MOVE WS-EUR-KURS TO SCV-HDR-EUR-KURS
           MOVE WS-LOFT-DKK TO SCV-HDR-LOFT-DKK
           WRITE scv-record

           PERFORM VARYING WS-IND-IX FROM 1 BY 1
                   UNTIL WS-IND-IX > WS-IND-COUNT
               IF IT-INDSKUD(WS-IND-IX) > 0
                   PERFORM WRITE-SCV-INDSKYDER
               END-IF
           END-PERFORM

           MOVE SPACES TO scv-record
           MOVE "TRL" TO SCV-TAG
           MOVE WS-SKREVET-COUNT TO SCV-TRL-ANTAL
           MOVE WS-INDSKUD-TOTAL TO SCV-TRL-INDSKUD
           MOVE WS-DAEKKET-TOTAL TO SCV-TRL-DAEKKET
           MOVE WS-UDAEKKET-TOTAL TO SCV-TRL-UDAEKKET
           WRITE scv-record

           CLOSE scv-file-1.

       WRITE-SCV-INDSKYDER.
           MOVE SPACES TO scv-record
           MOVE "DEP" TO SCV-TAG
           MOVE IT-KUNDEID(WS-IND-IX) TO SCV-DEP-KUNDEID
           MOVE IT-NAVN(WS-IND-IX) TO SCV-DEP-NAVN
           MOVE IT-FILIAL(WS-IND-IX) TO SCV-DEP-FILIAL
           MOVE IT-LAND(WS-IND-IX) TO SCV-DEP-LAND
           MOVE IT-KONTI(WS-IND-IX) TO SCV-DEP-KONTI
           MOVE IT-INDSKUD(WS-IND-IX) TO SCV-DEP-INDSKUD
           MOVE IT-DAEKKET(WS-IND-IX) TO SCV-DEP-DAEKKET
           COMPUTE SCV-DEP-UDAEKKET = IT-INDSKUD(WS-IND-IX)
               - IT-DAEKKET(WS-IND-IX)
           MOVE IT-DOEDSBO(WS-IND-IX) TO SCV-DEP-DOEDSBO
           MOVE IT-SANKTION(WS-IND-IX) TO SCV-DEP-SANKTION
           WRITE scv-record
           ADD 1 TO WS-SKREVET-COUNT
           ADD IT-INDSKUD(WS-IND-IX) TO WS-INDSKUD-TOTAL
           ADD IT-DAEKKET(WS-IND-IX) TO WS-DAEKKET-TOTAL
           ADD SCV-DEP-UDAEKKET TO WS-UDAEKKET-TOTAL
           IF IT-DOEDSBO(WS-IND-IX) = "J"
               ADD 1 TO WS-DOEDSBO-COUNT
               ADD IT-DAEKKET(WS-IND-IX) TO WS-DOEDSBO-DAEKKET
           END-IF
           IF IT-SANKTION(WS-IND-IX) = "J"
               ADD 1 TO WS-SANKTION-COUNT
               ADD IT-DAEKKET(WS-IND-IX) TO WS-SANKTION-DAEKKET
           END-IF
           PERFORM ADD-TIL-FILIAL.

       ADD-TIL-FILIAL.
           MOVE IT-FILIAL(WS-IND-IX) TO WS-FILIAL
           MOVE "N" TO WS-FIL-FUNDET
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
                      OR WS-FIL-FUNDET = "Y"
               IF FS-KODE(WS-FIL-IX) = WS-FILIAL
                   MOVE "Y" TO WS-FIL-FUNDET
               END-IF
           END-PERFORM
           IF WS-FIL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-FIL-IX
           ELSE
               IF WS-FILIAL-COUNT < WS-MAX-FILIAL
                   ADD 1 TO WS-FILIAL-COUNT
                   MOVE WS-FILIAL-COUNT TO WS-FIL-IX
                   MOVE WS-FILIAL TO FS-KODE(WS-FIL-IX)
                   MOVE 0 TO FS-ANTAL(WS-FIL-IX)
                   MOVE ZEROS TO FS-DKK(WS-FIL-IX)
                   MOVE ZEROS TO FS-DAEKKET(WS-FIL-IX)
               ELSE
                   DISPLAY "INDSKYDERGARANTI: branch table full, "
                       WS-FILIAL " not in the summary"
                   MOVE 0 TO WS-FIL-IX
               END-IF
           END-IF
           IF WS-FIL-IX > 0
               ADD 1 TO FS-ANTAL(WS-FIL-IX)
               ADD IT-INDSKUD(WS-IND-IX) TO FS-DKK(WS-FIL-IX)
               ADD IT-DAEKKET(WS-IND-IX) TO FS-DAEKKET(WS-FIL-IX)
           END-IF.

      *> A depositor's covered amount is spread over their deposits
      *> in proportion to the DKK value of each.
       ADD-TIL-VALUTA.
           MOVE BD-IND-IX(WS-BD-IX) TO WS-IND-IX
           IF IT-INDSKUD(WS-IND-IX) > 0
               COMPUTE WS-BD-DAEKKET ROUNDED = BD-DKK(WS-BD-IX)
                   * IT-DAEKKET(WS-IND-IX) / IT-INDSKUD(WS-IND-IX)
           ELSE
               MOVE ZEROS TO WS-BD-DAEKKET
           END-IF
           MOVE "N" TO WS-VAL-FUNDET
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
                      OR WS-VAL-FUNDET = "Y"
               IF VS-KODE(WS-VAL-IX) = BD-VALUTA(WS-BD-IX)
                   MOVE "Y" TO WS-VAL-FUNDET
               END-IF
           END-PERFORM
           IF WS-VAL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-VAL-IX
           ELSE
               IF WS-VALUTA-COUNT < WS-MAX-VALUTA
                   ADD 1 TO WS-VALUTA-COUNT
                   MOVE WS-VALUTA-COUNT TO WS-VAL-IX
                   MOVE BD-VALUTA(WS-BD-IX) TO VS-KODE(WS-VAL-IX)
                   MOVE ZEROS TO VS-BELOEB(WS-VAL-IX)
                   MOVE ZEROS TO VS-DKK(WS-VAL-IX)
                   MOVE ZEROS TO VS-DAEKKET(WS-VAL-IX)
               ELSE
                   DISPLAY "INDSKYDERGARANTI: currency table full, "
                       BD-VALUTA(WS-BD-IX) " not in the summary"
                   MOVE 0 TO WS-VAL-IX
               END-IF
           END-IF
           IF WS-VAL-IX > 0
               ADD BD-BELOEB(WS-BD-IX) TO VS-BELOEB(WS-VAL-IX)
               ADD BD-DKK(WS-BD-IX) TO VS-DKK(WS-VAL-IX)
               ADD WS-BD-DAEKKET TO VS-DAEKKET(WS-VAL-IX)
           END-IF.

       WRITE-OVERSIGT.
           PERFORM VARYING WS-BD-IX FROM 1 BY 1
                   UNTIL WS-BD-IX > WS-BIDRAG-COUNT
               PERFORM ADD-TIL-VALUTA
           END-PERFORM

           OPEN OUTPUT oversigt-file-1
           IF OVERSIGT-FILE-1-STATUS NOT = "00"
               DISPLAY "INDSKYDERGARANTI: cannot open summary, "
                   "status " OVERSIGT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFBRYD-UDEN-FIL
           END-IF

           MOVE SPACES TO WS-OVERSIGT-LINJE
           MOVE WS-LOFT-DKK TO WS-BELOEB-EDIT
           STRING "INDSKYDERGARANTI SCV " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " - LOFT DKK " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-OVERSIGT-LINJE
           END-STRING
           WRITE oversigt-record FROM WS-OVERSIGT-LINJE

           MOVE "PR. VALUTA (INDSKUD I VALUTA / DKK / DAEKKET DKK)"
               TO WS-OVERSIGT-LINJE
           WRITE oversigt-record FROM WS-OVERSIGT-LINJE
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
               MOVE SPACES TO WS-OVERSIGT-LINJE
               MOVE VS-BELOEB(WS-VAL-IX) TO WS-BELOEB-EDIT
               MOVE VS-DKK(WS-VAL-IX) TO WS-BELOEB-EDIT-2
               MOVE VS-DAEKKET(WS-VAL-IX) TO WS-BELOEB-EDIT-3
               STRING "  " DELIMITED BY SIZE
                   VS-KODE(WS-VAL-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOEB-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOEB-EDIT-3 DELIMITED BY SIZE
                   INTO WS-OVERSIGT-LINJE
               END-STRING
               WRITE oversigt-record FROM WS-OVERSIGT-LINJE
           END-PERFORM

           MOVE "PR. FILIAL (INDSKYDERE / INDSKUD DKK / DAEKKET DKK)"
               TO WS-OVERSIGT-LINJE
           WRITE oversigt-record FROM WS-OVERSIGT-LINJE
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
               MOVE SPACES TO WS-OVERSIGT-LINJE
               MOVE FS-ANTAL(WS-FIL-IX) TO WS-ANTAL-EDIT
               MOVE FS-DKK(WS-FIL-IX) TO WS-BELOEB-EDIT
               MOVE FS-DAEKKET(WS-FIL-IX) TO WS-BELOEB-EDIT-2
               STRING "  " DELIMITED BY SIZE
                   FS-KODE(WS-FIL-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ANTAL-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOEB-EDIT-2 DELIMITED BY SIZE
                   INTO WS-OVERSIGT-LINJE
               END-STRING
               WRITE oversigt-record FROM WS-OVERSIGT-LINJE
           END-PERFORM

           MOVE SPACES TO WS-OVERSIGT-LINJE
           MOVE WS-INDSKUD-TOTAL TO WS-BELOEB-EDIT
           MOVE WS-DAEKKET-TOTAL TO WS-BELOEB-EDIT-2
           MOVE WS-UDAEKKET-TOTAL TO WS-BELOEB-EDIT-3
           STRING "I ALT " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " DAEKKET " DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               " UDAEKKET " DELIMITED BY SIZE
               WS-BELOEB-EDIT-3 DELIMITED BY SIZE
               INTO WS-OVERSIGT-LINJE
           END-STRING
           WRITE oversigt-record FROM WS-OVERSIGT-LINJE

           MOVE SPACES TO WS-OVERSIGT-LINJE
           MOVE WS-DOEDSBO-COUNT TO WS-ANTAL-EDIT
           MOVE WS-DOEDSBO-DAEKKET TO WS-BELOEB-EDIT
           STRING "DOEDSBOER " DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               " DAEKKET " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-OVERSIGT-LINJE
           END-STRING
           WRITE oversigt-record FROM WS-OVERSIGT-LINJE

           MOVE SPACES TO WS-OVERSIGT-LINJE
           MOVE WS-SANKTION-COUNT TO WS-ANTAL-EDIT
           MOVE WS-SANKTION-DAEKKET TO WS-BELOEB-EDIT
           STRING "SANKTIONSSPAERRET " DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               " DAEKKET " DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               INTO WS-OVERSIGT-LINJE
           END-STRING
           WRITE oversigt-record FROM WS-OVERSIGT-LINJE

           CLOSE oversigt-file-1

           DISPLAY "=========================================="
           DISPLAY "INDSKYDERGARANTI - SCV " WS-TODAY
           DISPLAY "Kunder laest           : " WS-MASTER-COUNT
           DISPLAY "Konti laest            : " WS-KONTO-COUNT
           DISPLAY "Slettede (udeladt)     : " WS-SLETTET-COUNT
           DISPLAY "Faelleskonti fordelt   : " WS-FAELLES-COUNT
           DISPLAY "Konti uden indestaende : " WS-DEBET-COUNT
           DISPLAY "Andele uden indskyder  : " WS-UDEN-INDSKYDER-COUNT
           DISPLAY "Uden valutakurs        : " WS-UDEN-KURS-COUNT
           DISPLAY "Indskydere skrevet     : " WS-SKREVET-COUNT
           DISPLAY "Heraf over loftet      : " WS-OVER-LOFT-COUNT
           DISPLAY "Heraf doedsboer        : " WS-DOEDSBO-COUNT
           DISPLAY "Heraf sanktionsspaerret: " WS-SANKTION-COUNT
           MOVE WS-INDSKUD-TOTAL TO WS-BELOEB-EDIT
           MOVE WS-DAEKKET-TOTAL TO WS-BELOEB-EDIT-2
           DISPLAY "Indskud DKK " WS-BELOEB-EDIT
               " daekket " WS-BELOEB-EDIT-2
           DISPLAY "==========================================".
