       identification division.
       program-id. DATAKVALITET.

      *> Monthly data-quality scorecard over the customer master, per
      *> FILIALKODE (blank as "...."). OPGAVEFIVE only rejects bad
      *> input records; this run measures what is on the master.
      *> The base is the customers neither erased nor deceased. For
      *> each branch it gives the number and share of customers
      *> with each of nine problems:
      *>   1 DATE-OF-BIRTH missing (zero)
      *>   2 AGE off the birth date by more than a year, the rule
      *>     ALDERSOPDATERING refers to the branch
      *>   3 a Danish address whose POSTNR is not in the postal
      *>     directory (Postnumre.txt) or whose BYx is not the
      *>     directory spelling; foreign addresses are not checked
      *>   4 KontoNummer fails the IBAN check (IBANTJEK)
      *>   5 double spaces in Fornavn or Efternavn (NAVNRENS)
      *>   6 returned mail outstanding (DELIVERY-STATUS "N")
      *>   7 no record in the KYC register
      *>   8 no contact details - no line in Kontaktoplysninger.txt,
      *>     or one with neither mobile, landline nor e-mail
      *>   9 LAST-UPDATED older than DQ_FORAELDET_AAR years (default
      *>     5), or never set
      *> Each line carries the shares of the three months before,
      *> taken from DataKvalitetHistorik.txt (DQHIST.cpy), which the
      *> run rewrites with this month's figures and the twelve
      *> months before it. Under each branch the 20 customers with
      *> the most problems are listed with their problem codes, so
      *> the branch knows where to start. The month is DQ_MAANED
      *> (YYYYMM, default this month); a rerun replaces its figures.
      *> A reference file that cannot be opened leaves its check
      *> unmeasured ("IKKE MAALT") with return code 4. More branches
      *> or reference lines than the tables hold aborts with return
      *> code 16 and no history is written. Runs on the MAANED line
      *> of the schedule plan.

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
           select katalog-file-1 assign to dynamic
                   WS-KATALOG-FILENAME
               organization is line sequential
               file status is KATALOG-FILE-1-STATUS.
           select kyc-file-1 assign to dynamic WS-KYC-FILENAME
               organization is line sequential
               file status is KYC-FILE-1-STATUS.
           select kontakt-file-1 assign to dynamic WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select rapport-file-1 assign to dynamic WS-RAPPORT-FILENAME
               organization is line sequential
               file status is RAPPORT-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  katalog-file-1.
       01  katalog-record.
           copy "POSTNRKAT.cpy".
       fd  kyc-file-1.
       01  kyc-record.
           copy "KYC.cpy".
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKTINFO.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "DQHIST.cpy".
       fd  rapport-file-1.
       01  rapport-record          PIC X(132).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "DATAKVALITET".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KATALOG          PIC X VALUE "N".
       01  END-OF-KYC              PIC X VALUE "N".
       01  END-OF-KONTAKT          PIC X VALUE "N".
       01  END-OF-HISTORIK         PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KATALOG-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  KYC-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  KONTAKT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KATALOG-FILENAME     PIC X(100)
                                    VALUE "Postnumre.txt".
       01  WS-KYC-FILENAME         PIC X(100)
                                    VALUE "KycRegister.txt".
       01  WS-KONTAKT-FILENAME     PIC X(100)
                                    VALUE "Kontaktoplysninger.txt".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "DataKvalitetHistorik.txt".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "DataKvalitet.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-AAR            PIC 9(4) VALUE ZEROS.
       01  WS-TODAY-MMDD           PIC 9(4) VALUE ZEROS.
       01  WS-FOEDT-AAR            PIC 9(4) VALUE ZEROS.
       01  WS-FOEDT-MMDD           PIC 9(4) VALUE ZEROS.
       01  WS-BEREGNET-ALDER       PIC S9(4) VALUE ZEROS.
       01  WS-ALDER-DIFF           PIC S9(4) VALUE ZEROS.
       01  WS-MAANED-X             PIC X(6) VALUE SPACES.
       01  WS-MAANED               PIC 9(6) VALUE ZEROS.
       01  WS-MAANED-NR            PIC 9(6) VALUE ZEROS.
       01  WS-HIST-NR              PIC 9(6) VALUE ZEROS.
       01  WS-AAR                  PIC 9(4) VALUE ZEROS.
       01  WS-MD                   PIC 9(2) VALUE ZEROS.
       01  WS-FORAELDET-AAR-X      PIC X(3) VALUE SPACES.
       01  WS-FORAELDET-AAR        PIC 9(3) VALUE 5.
       01  WS-FORAELDET-DATO       PIC 9(8) VALUE ZEROS.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

      *> Which checks could be made this run.
       01  WS-MAALT-TABEL.
           02  WS-MAALT            PIC X(1) OCCURS 9 TIMES.
       01  WS-PROBLEM-NAVNE.
           02  filler pic x(36) value
               "FOEDIngen foedselsdato              ".
           02  filler pic x(36) value
               "ALDRAGE afviger fra foedselsdato    ".
           02  filler pic x(36) value
               "POSTPostnr/by ikke i postnr-listen  ".
           02  filler pic x(36) value
               "IBANKontonummer fejler IBAN-tjek    ".
           02  filler pic x(36) value
               "NAVNDobbelt mellemrum i navn        ".
           02  filler pic x(36) value
               "RETRUbehandlet returpost            ".
           02  filler pic x(36) value
               "KYC Ingen KYC-registrering          ".
           02  filler pic x(36) value
               "KONTIngen kontaktoplysninger        ".
           02  filler pic x(36) value
               "GAMLIkke opdateret i for mange aar  ".
       01  WS-PROBLEM-TABEL REDEFINES WS-PROBLEM-NAVNE.
           02  PN-ENTRY OCCURS 9 TIMES.
               03  PN-KODE         pic x(4).
               03  PN-TEKST        pic x(32).

       01  WS-MAX-KATALOG          PIC 9(5) VALUE 2000.
       01  WS-KATALOG-COUNT        PIC 9(5) VALUE 0.
       01  WS-KATALOG-IX           PIC 9(5) VALUE 0.
       01  WS-KATALOG-BYNAVN       PIC X(20) VALUE SPACES.
       01  WS-KATALOG-FUNDET       PIC X VALUE "N".
       01  POSTNR-KATALOG-TABEL.
           02  KATALOG-ENTRY OCCURS 2000 TIMES.
               03  KT-POSTNR       pic x(4).
               03  KT-BYNAVN       pic x(20).

       01  WS-MAX-KYC              PIC 9(5) VALUE 10000.
       01  WS-KYC-COUNT            PIC 9(5) VALUE 0.
       01  WS-KYC-IX               PIC 9(5) VALUE 0.
       01  WS-KYC-FUNDET           PIC X VALUE "N".
       01  KYC-TABEL.
           02  KYC-ENTRY OCCURS 10000 TIMES.
               03  KY-KUNDEID      pic x(10).

       01  WS-MAX-KONTAKT          PIC 9(5) VALUE 10000.
       01  WS-KONTAKT-COUNT        PIC 9(5) VALUE 0.
       01  WS-KONTAKT-IX           PIC 9(5) VALUE 0.
       01  WS-KONTAKT-OK           PIC X VALUE "N".
       01  KONTAKT-TABEL.
           02  KONTAKT-ENTRY OCCURS 10000 TIMES.
               03  KO-KUNDEID      pic x(10).
               03  KO-HAR-KONTAKT  pic x(1).

      *> Per branch: customers, customers per problem and the
      *> 20 customers with the most problems, most first.
       01  WS-MAX-FILIALER         PIC 9(3) VALUE 100.
       01  WS-FILIAL-COUNT         PIC 9(3) VALUE 0.
       01  WS-FIL-IX               PIC 9(3) VALUE 0.
       01  WS-FIL-FUNDET           PIC X VALUE "N".
       01  WS-SOEG-FIL             PIC X(4) VALUE SPACES.
       01  FILIAL-TABEL.
           02  FILIAL-ENTRY OCCURS 100 TIMES.
               03  FB-KODE         pic x(4).
               03  FB-KUNDER       pic 9(7).
               03  FB-ANTAL        pic 9(7) OCCURS 9 TIMES.
               03  FB-VAERST-COUNT pic 9(2).
               03  FB-VAERST OCCURS 20 TIMES.
                   04  FV-KUNDEID  pic x(10).
                   04  FV-NAVN     pic x(41).
                   04  FV-ANTAL    pic 9(1).
                   04  FV-KODER    pic x(45).

      *> History lines kept from the twelve months before.
       01  WS-MAX-HIST             PIC 9(5) VALUE 2000.
       01  WS-HIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-HIST-IX              PIC 9(5) VALUE 0.
       01  HISTORIK-TABEL.
           02  HISTORIK-ENTRY OCCURS 2000 TIMES.
               03  HT-LINJE        pic x(100).

      *> The customer being scored.
       01  WS-PROBLEMER.
           02  WS-PROBLEM          PIC X(1) OCCURS 9 TIMES.
       01  WS-PROBLEM-ANTAL        PIC 9(1) VALUE 0.
       01  WS-PROBLEM-KODER        PIC X(45) VALUE SPACES.
       01  WS-KODE-POS             PIC 9(2) VALUE 0.
       01  WS-PR-IX                PIC 9(2) VALUE 0.
       01  WS-IBAN                 PIC X(34) VALUE SPACES.
       01  WS-IBAN-GYLDIG          PIC X VALUE "N".
       01  WS-NAVN-RENS-IN         PIC X(40) VALUE SPACES.
       01  WS-NAVN-RENS-UD         PIC X(40) VALUE SPACES.
       01  WS-VAERST-NAVN          PIC X(41) VALUE SPACES.
       01  WS-VAERST-POS           PIC 9(2) VALUE 0.
       01  WS-VAERST-IX            PIC 9(2) VALUE 0.

       01  WS-KUNDE-COUNT          PIC 9(7) VALUE 0.
       01  WS-BASE-COUNT           PIC 9(7) VALUE 0.
       01  WS-PROBLEM-KUNDER       PIC 9(7) VALUE 0.
       01  WS-HIST-SKREVET         PIC 9(7) VALUE 0.

      *> Report working fields.
       01  WS-RAPPORT-LINJE        PIC X(132) VALUE SPACES.
       01  WS-TREND-MAANED.
           02  WS-TREND-MD         PIC 9(6) OCCURS 3 TIMES.
       01  WS-TREND-IX             PIC 9(1) VALUE 0.
       01  WS-LINJE-NAVN           PIC X(5) VALUE SPACES.
       01  WS-ALLE-FILIALER        PIC X VALUE "N".
       01  WS-LINJE-KUNDER         PIC 9(7) VALUE 0.
       01  WS-LINJE-ANTAL          PIC 9(7) OCCURS 9 TIMES.
       01  WS-TOTAL-KUNDER         PIC 9(7) VALUE 0.
       01  WS-TOTAL-ANTAL          PIC 9(7) OCCURS 9 TIMES.
       01  WS-TR-KUNDER            PIC 9(7) VALUE 0.
       01  WS-TR-ANTAL             PIC 9(7) VALUE 0.
       01  WS-TR-MAALT             PIC X VALUE "N".
       01  WS-PCT                  PIC 9(3)V9 VALUE 0.
       01  WS-PCT-EDIT             PIC ZZ9.9.
       01  WS-ANTAL-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-TREND-TEKST          PIC X(7) VALUE SPACES.
       01  WS-POS                  PIC 9(3) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KATALOG-FILENAME
                   FROM ENVIRONMENT "POSTNR_KATALOG_FIL"
               ON EXCEPTION
                   MOVE "Postnumre.txt" TO WS-KATALOG-FILENAME
           END-ACCEPT

           ACCEPT WS-KYC-FILENAME FROM ENVIRONMENT "KYC_FIL"
               ON EXCEPTION
                   MOVE "KycRegister.txt" TO WS-KYC-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTAKT-FILENAME FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt" TO WS-KONTAKT-FILENAME
           END-ACCEPT

           ACCEPT WS-HISTORIK-FILENAME
                   FROM ENVIRONMENT "DQ_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "DataKvalitetHistorik.txt"
                       TO WS-HISTORIK-FILENAME
           END-ACCEPT

           ACCEPT WS-RAPPORT-FILENAME FROM ENVIRONMENT "DQ_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "DataKvalitet.txt" TO WS-RAPPORT-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-TODAY-AAR
           MOVE WS-TODAY(5:4) TO WS-TODAY-MMDD

           ACCEPT WS-MAANED-X FROM ENVIRONMENT "DQ_MAANED"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAANED-X
           END-ACCEPT
           IF WS-MAANED-X NOT = SPACES
               MOVE WS-MAANED-X TO WS-MAANED
           ELSE
               MOVE WS-TODAY(1:6) TO WS-MAANED
           END-IF

           ACCEPT WS-FORAELDET-AAR-X
                   FROM ENVIRONMENT "DQ_FORAELDET_AAR"
               ON EXCEPTION
                   MOVE SPACES TO WS-FORAELDET-AAR-X
           END-ACCEPT
           IF WS-FORAELDET-AAR-X NOT = SPACES
               COMPUTE WS-FORAELDET-AAR =
                   FUNCTION NUMVAL(WS-FORAELDET-AAR-X)
           END-IF
           COMPUTE WS-FORAELDET-DATO =
               WS-TODAY - WS-FORAELDET-AAR * 10000

           PERFORM BEREGN-TRENDMAANEDER

           PERFORM VARYING WS-PR-IX FROM 1 BY 1 UNTIL WS-PR-IX > 9
               MOVE "J" TO WS-MAALT(WS-PR-IX)
           END-PERFORM

           PERFORM LOAD-POSTNR-KATALOG
           PERFORM LOAD-KYC
           PERFORM LOAD-KONTAKT
           PERFORM LOAD-HISTORIK

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "DATAKVALITET: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       ADD 1 TO WS-KUNDE-COUNT
                       IF SLETTET-MARKERING IN master-record NOT = "J"
                          AND AFDOED-MARKERING IN master-record
                              NOT = "J"
                           PERFORM VURDER-KUNDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE master-file-1

           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "DATAKVALITET: flere filialer eller "
                   "referencelinjer end tabellerne kan rumme - "
                   "scorekortet ville vaere ufuldstaendigt, koerslen "
                   "afbrydes"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-HISTORIK

           PERFORM VARYING WS-PR-IX FROM 1 BY 1 UNTIL WS-PR-IX > 9
               IF WS-MAALT(WS-PR-IX) = "N"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "=========================================="
           DISPLAY "DATAKVALITET - maaned " WS-MAANED
           DISPLAY "Kunder laest        : " WS-KUNDE-COUNT
           DISPLAY "Kunder i basen      : " WS-BASE-COUNT
           DISPLAY "Kunder med problemer: " WS-PROBLEM-KUNDER
           DISPLAY "Filialer            : " WS-FILIAL-COUNT
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-KUNDE-COUNT TO WS-KLOG-LAEST
           MOVE WS-HIST-SKREVET TO WS-KLOG-SKREVET
           MOVE WS-PROBLEM-KUNDER TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> Month numbers run on from year * 12, so the three months
      *> before and the twelve-month history window are plain sums.
       BEREGN-TRENDMAANEDER.
           MOVE WS-MAANED(1:4) TO WS-AAR
           MOVE WS-MAANED(5:2) TO WS-MD
           COMPUTE WS-MAANED-NR = WS-AAR * 12 + WS-MD - 1
           PERFORM VARYING WS-TREND-IX FROM 1 BY 1
                   UNTIL WS-TREND-IX > 3
               COMPUTE WS-HIST-NR = WS-MAANED-NR - WS-TREND-IX
               COMPUTE WS-AAR = WS-HIST-NR / 12
               COMPUTE WS-MD = WS-HIST-NR - WS-AAR * 12 + 1
               COMPUTE WS-TREND-MD(WS-TREND-IX) = WS-AAR * 100 + WS-MD
           END-PERFORM.

       LOAD-POSTNR-KATALOG.
           OPEN INPUT katalog-file-1
           IF KATALOG-FILE-1-STATUS NOT = "00"
               DISPLAY "DATAKVALITET: cannot open postal directory, "
                   "status " KATALOG-FILE-1-STATUS
                   " - postnummer-tjekket springes over"
               MOVE "N" TO WS-MAALT(3)
           ELSE
               PERFORM UNTIL END-OF-KATALOG = "Y"
                   READ katalog-file-1
                       AT END
                           MOVE "Y" TO END-OF-KATALOG
                       NOT AT END
                           IF WS-KATALOG-COUNT < WS-MAX-KATALOG
                               ADD 1 TO WS-KATALOG-COUNT
                               MOVE PKAT-POSTNR TO
                                   KT-POSTNR(WS-KATALOG-COUNT)
                               MOVE PKAT-BYNAVN TO
                                   KT-BYNAVN(WS-KATALOG-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE katalog-file-1
           END-IF.

       LOAD-KYC.
           OPEN INPUT kyc-file-1
           IF KYC-FILE-1-STATUS NOT = "00"
               DISPLAY "DATAKVALITET: cannot open KYC register, "
                   "status " KYC-FILE-1-STATUS
                   " - KYC-tjekket springes over"
               MOVE "N" TO WS-MAALT(7)
           ELSE
               PERFORM UNTIL END-OF-KYC = "Y"
                   READ kyc-file-1
                       AT END
                           MOVE "Y" TO END-OF-KYC
                       NOT AT END
                           IF WS-KYC-COUNT < WS-MAX-KYC
                               ADD 1 TO WS-KYC-COUNT
                               MOVE KYC-KUNDEID
                                   TO KY-KUNDEID(WS-KYC-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kyc-file-1
           END-IF.

       LOAD-KONTAKT.
           OPEN INPUT kontakt-file-1
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               DISPLAY "DATAKVALITET: cannot open contact details, "
                   "status " KONTAKT-FILE-1-STATUS
                   " - kontakt-tjekket springes over"
               MOVE "N" TO WS-MAALT(8)
           ELSE
               PERFORM UNTIL END-OF-KONTAKT = "Y"
                   READ kontakt-file-1
                       AT END
                           MOVE "Y" TO END-OF-KONTAKT
                       NOT AT END
                           IF WS-KONTAKT-COUNT < WS-MAX-KONTAKT
                               ADD 1 TO WS-KONTAKT-COUNT
                               MOVE KI-KUNDEID
                                   TO KO-KUNDEID(WS-KONTAKT-COUNT)
                               IF KI-MOBIL = SPACES
                                  AND KI-FASTNET = SPACES
                                  AND KI-EMAIL = SPACES
                                  AND KI-UDLANDTLF = SPACES
                                   MOVE "N" TO
                                       KO-HAR-KONTAKT(WS-KONTAKT-COUNT)
                               ELSE
                                   MOVE "J" TO
                                       KO-HAR-KONTAKT(WS-KONTAKT-COUNT)
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kontakt-file-1
           END-IF.

      *> Keeps the twelve months before the scorecard month; this
      *> month's old lines, if any, are replaced by the run.
       LOAD-HISTORIK.
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "DATAKVALITET: ingen historik paa disk - "
                   "trendkolonnerne staar tomme"
           ELSE
               PERFORM UNTIL END-OF-HISTORIK = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-HISTORIK
                       NOT AT END
                           MOVE DQH-MAANED(1:4) TO WS-AAR
                           MOVE DQH-MAANED(5:2) TO WS-MD
                           COMPUTE WS-HIST-NR = WS-AAR * 12 + WS-MD - 1
                           IF WS-HIST-NR < WS-MAANED-NR
                              AND WS-HIST-NR + 12 >= WS-MAANED-NR
                               IF WS-HIST-COUNT < WS-MAX-HIST
                                   ADD 1 TO WS-HIST-COUNT
                                   MOVE historik-record
                                       TO HT-LINJE(WS-HIST-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-TABEL-OVERLOEB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historik-file-1
           END-IF.

      *> Scores one customer in the base and books it on its branch.
       VURDER-KUNDE.
           ADD 1 TO WS-BASE-COUNT
           PERFORM VARYING WS-PR-IX FROM 1 BY 1 UNTIL WS-PR-IX > 9
               MOVE "N" TO WS-PROBLEM(WS-PR-IX)
           END-PERFORM

           IF DATE-OF-BIRTH IN master-record = 0
               MOVE "J" TO WS-PROBLEM(1)
           ELSE
               MOVE DATE-OF-BIRTH IN master-record(1:4) TO WS-FOEDT-AAR
               MOVE DATE-OF-BIRTH IN master-record(5:4)
                   TO WS-FOEDT-MMDD
               COMPUTE WS-BEREGNET-ALDER = WS-TODAY-AAR - WS-FOEDT-AAR
               IF WS-TODAY-MMDD < WS-FOEDT-MMDD
                   SUBTRACT 1 FROM WS-BEREGNET-ALDER
               END-IF
               IF WS-BEREGNET-ALDER < 0
                   MOVE 0 TO WS-BEREGNET-ALDER
               END-IF
               COMPUTE WS-ALDER-DIFF =
                   AGE IN master-record - WS-BEREGNET-ALDER
               IF WS-ALDER-DIFF > 1 OR WS-ALDER-DIFF < -1
                   MOVE "J" TO WS-PROBLEM(2)
               END-IF
           END-IF

           IF WS-MAALT(3) = "J"
              AND (LANDEKODE IN master-record = SPACES
                   OR LANDEKODE IN master-record = "DK")
               PERFORM FIND-POSTNR-I-KATALOG
               IF WS-KATALOG-FUNDET = "N"
                   MOVE "J" TO WS-PROBLEM(3)
               ELSE
                   IF BYx IN master-record NOT = WS-KATALOG-BYNAVN
                       MOVE "J" TO WS-PROBLEM(3)
                   END-IF
               END-IF
           END-IF

           MOVE KontoNummer IN master-record TO WS-IBAN
           CALL "IBANTJEK" USING WS-IBAN WS-IBAN-GYLDIG
           IF WS-IBAN-GYLDIG NOT = "Y"
               MOVE "J" TO WS-PROBLEM(4)
           END-IF

           MOVE Fornavn IN master-record TO WS-NAVN-RENS-IN
           CALL "NAVNRENS" USING WS-NAVN-RENS-IN WS-NAVN-RENS-UD
           IF WS-NAVN-RENS-IN NOT = WS-NAVN-RENS-UD
               MOVE "J" TO WS-PROBLEM(5)
           END-IF
           MOVE Efternavn IN master-record TO WS-NAVN-RENS-IN
           CALL "NAVNRENS" USING WS-NAVN-RENS-IN WS-NAVN-RENS-UD
           IF WS-NAVN-RENS-IN NOT = WS-NAVN-RENS-UD
               MOVE "J" TO WS-PROBLEM(5)
           END-IF

           IF DELIVERY-STATUS IN master-record = "N"
               MOVE "J" TO WS-PROBLEM(6)
           END-IF

           IF WS-MAALT(7) = "J"
               MOVE "N" TO WS-KYC-FUNDET
               PERFORM VARYING WS-KYC-IX FROM 1 BY 1
                       UNTIL WS-KYC-IX > WS-KYC-COUNT
                          OR WS-KYC-FUNDET = "Y"
                   IF KY-KUNDEID(WS-KYC-IX) = KundeID IN master-record
                       MOVE "Y" TO WS-KYC-FUNDET
                   END-IF
               END-PERFORM
               IF WS-KYC-FUNDET = "N"
                   MOVE "J" TO WS-PROBLEM(7)
               END-IF
           END-IF

           IF WS-MAALT(8) = "J"
               MOVE "N" TO WS-KONTAKT-OK
               PERFORM VARYING WS-KONTAKT-IX FROM 1 BY 1
                       UNTIL WS-KONTAKT-IX > WS-KONTAKT-COUNT
                          OR WS-KONTAKT-OK = "Y"
                   IF KO-KUNDEID(WS-KONTAKT-IX)
                          = KundeID IN master-record
                      AND KO-HAR-KONTAKT(WS-KONTAKT-IX) = "J"
                       MOVE "Y" TO WS-KONTAKT-OK
                   END-IF
               END-PERFORM
               IF WS-KONTAKT-OK = "N"
                   MOVE "J" TO WS-PROBLEM(8)
               END-IF
           END-IF

           IF LAST-UPDATED IN master-record < WS-FORAELDET-DATO
               MOVE "J" TO WS-PROBLEM(9)
           END-IF

           IF FILIALKODE IN master-record = SPACES
               MOVE "...." TO WS-SOEG-FIL
           ELSE
               MOVE FILIALKODE IN master-record TO WS-SOEG-FIL
           END-IF
           PERFORM FIND-FILIAL
           IF WS-FIL-IX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FB-KUNDER(WS-FIL-IX)
           MOVE 0 TO WS-PROBLEM-ANTAL
           MOVE SPACES TO WS-PROBLEM-KODER
           MOVE 1 TO WS-KODE-POS
           PERFORM VARYING WS-PR-IX FROM 1 BY 1 UNTIL WS-PR-IX > 9
               IF WS-PROBLEM(WS-PR-IX) = "J"
                   ADD 1 TO FB-ANTAL(WS-FIL-IX, WS-PR-IX)
                   ADD 1 TO WS-PROBLEM-ANTAL
                   MOVE PN-KODE(WS-PR-IX)
                       TO WS-PROBLEM-KODER(WS-KODE-POS:4)
                   ADD 5 TO WS-KODE-POS
               END-IF
           END-PERFORM
           IF WS-PROBLEM-ANTAL > 0
               ADD 1 TO WS-PROBLEM-KUNDER
               PERFORM OPDATER-VAERSTE
           END-IF.

       FIND-POSTNR-I-KATALOG.
           MOVE "N" TO WS-KATALOG-FUNDET
           MOVE SPACES TO WS-KATALOG-BYNAVN
           PERFORM VARYING WS-KATALOG-IX FROM 1 BY 1
                   UNTIL WS-KATALOG-IX > WS-KATALOG-COUNT
                      OR WS-KATALOG-FUNDET = "Y"
               IF KT-POSTNR(WS-KATALOG-IX) = POSTNR IN master-record
                   MOVE "Y" TO WS-KATALOG-FUNDET
                   MOVE KT-BYNAVN(WS-KATALOG-IX)
                       TO WS-KATALOG-BYNAVN
               END-IF
           END-PERFORM.

       FIND-FILIAL.
           MOVE "N" TO WS-FIL-FUNDET
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
                      OR WS-FIL-FUNDET = "Y"
               IF FB-KODE(WS-FIL-IX) = WS-SOEG-FIL
                   MOVE "Y" TO WS-FIL-FUNDET
               END-IF
           END-PERFORM
           IF WS-FIL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-FIL-IX
           ELSE
               IF WS-FILIAL-COUNT < WS-MAX-FILIALER
                   ADD 1 TO WS-FILIAL-COUNT
                   MOVE WS-FILIAL-COUNT TO WS-FIL-IX
                   MOVE WS-SOEG-FIL TO FB-KODE(WS-FIL-IX)
                   MOVE 0 TO FB-KUNDER(WS-FIL-IX)
                   MOVE 0 TO FB-VAERST-COUNT(WS-FIL-IX)
                   PERFORM VARYING WS-PR-IX FROM 1 BY 1
                           UNTIL WS-PR-IX > 9
                       MOVE 0 TO FB-ANTAL(WS-FIL-IX, WS-PR-IX)
                   END-PERFORM
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
                   MOVE 0 TO WS-FIL-IX
               END-IF
           END-IF.

      *> Inserts the customer into the branch's list of 20, behind
      *> any customer with as many problems, so the master's order
      *> decides ties.
       OPDATER-VAERSTE.
           IF FB-VAERST-COUNT(WS-FIL-IX) = 20
              AND WS-PROBLEM-ANTAL NOT > FV-ANTAL(WS-FIL-IX, 20)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAERST-POS = FB-VAERST-COUNT(WS-FIL-IX) + 1
           PERFORM VARYING WS-VAERST-IX FROM 1 BY 1
                   UNTIL WS-VAERST-IX > FB-VAERST-COUNT(WS-FIL-IX)
               IF WS-PROBLEM-ANTAL > FV-ANTAL(WS-FIL-IX, WS-VAERST-IX)
                  AND WS-VAERST-POS > WS-VAERST-IX
                   MOVE WS-VAERST-IX TO WS-VAERST-POS
               END-IF
           END-PERFORM
           IF FB-VAERST-COUNT(WS-FIL-IX) < 20
               ADD 1 TO FB-VAERST-COUNT(WS-FIL-IX)
           END-IF
           PERFORM VARYING WS-VAERST-IX
                   FROM FB-VAERST-COUNT(WS-FIL-IX) BY -1
                   UNTIL WS-VAERST-IX <= WS-VAERST-POS
               MOVE FB-VAERST(WS-FIL-IX, WS-VAERST-IX - 1)
                   TO FB-VAERST(WS-FIL-IX, WS-VAERST-IX)
           END-PERFORM
           MOVE SPACES TO WS-VAERST-NAVN
           STRING Fornavn IN master-record DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Efternavn IN master-record DELIMITED BY "  "
               INTO WS-VAERST-NAVN
           END-STRING
           MOVE KundeID IN master-record
               TO FV-KUNDEID(WS-FIL-IX, WS-VAERST-POS)
           MOVE WS-VAERST-NAVN TO FV-NAVN(WS-FIL-IX, WS-VAERST-POS)
           MOVE WS-PROBLEM-ANTAL TO FV-ANTAL(WS-FIL-IX, WS-VAERST-POS)
           MOVE WS-PROBLEM-KODER TO FV-KODER(WS-FIL-IX, WS-VAERST-POS).

       SKRIV-RAPPORT.
           OPEN OUTPUT rapport-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
               DISPLAY "DATAKVALITET: cannot open report, status "
                   RAPPORT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "DATAKVALITET PR. FILIAL - MAANED " DELIMITED BY SIZE
               WS-MAANED DELIMITED BY SIZE
               "   KOERT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "KUNDER I BASEN (IKKE SLETTET/AFDOED). IKKE "
                   DELIMITED BY SIZE
               "OPDATERET = LAST-UPDATED FOER " DELIMITED BY SIZE
               WS-FORAELDET-DATO DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE

           MOVE 0 TO WS-TOTAL-KUNDER
           PERFORM VARYING WS-PR-IX FROM 1 BY 1 UNTIL WS-PR-IX > 9
               MOVE 0 TO WS-TOTAL-ANTAL(WS-PR-IX)
           END-PERFORM

           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
               MOVE FB-KODE(WS-FIL-IX) TO WS-SOEG-FIL
               MOVE FB-KODE(WS-FIL-IX) TO WS-LINJE-NAVN
               MOVE FB-KUNDER(WS-FIL-IX) TO WS-LINJE-KUNDER
               ADD FB-KUNDER(WS-FIL-IX) TO WS-TOTAL-KUNDER
               PERFORM VARYING WS-PR-IX FROM 1 BY 1
                       UNTIL WS-PR-IX > 9
                   MOVE FB-ANTAL(WS-FIL-IX, WS-PR-IX)
                       TO WS-LINJE-ANTAL(WS-PR-IX)
                   ADD FB-ANTAL(WS-FIL-IX, WS-PR-IX)
                       TO WS-TOTAL-ANTAL(WS-PR-IX)
               END-PERFORM
               PERFORM SKRIV-SCOREKORT
               PERFORM SKRIV-VAERSTE
           END-PERFORM

           MOVE "I ALT" TO WS-LINJE-NAVN
           MOVE "Y" TO WS-ALLE-FILIALER
           MOVE WS-TOTAL-KUNDER TO WS-LINJE-KUNDER
           PERFORM VARYING WS-PR-IX FROM 1 BY 1 UNTIL WS-PR-IX > 9
               MOVE WS-TOTAL-ANTAL(WS-PR-IX) TO WS-LINJE-ANTAL(WS-PR-IX)
           END-PERFORM
           PERFORM SKRIV-SCOREKORT

           CLOSE rapport-file-1.

      *> One branch block ("I ALT" for all branches):
      *> count and share per problem, then the three months before.
       SKRIV-SCOREKORT.
           MOVE SPACES TO rapport-record
           WRITE rapport-record
           MOVE WS-LINJE-KUNDER TO WS-ANTAL-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "FILIAL " DELIMITED BY SIZE
               WS-LINJE-NAVN DELIMITED BY SIZE
               "   KUNDER " DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  KODE PROBLEM                              ANTAL"
                   DELIMITED BY SIZE
               "    PCT   " DELIMITED BY SIZE
               WS-TREND-MD(1) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TREND-MD(2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TREND-MD(3) DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           PERFORM VARYING WS-PR-IX FROM 1 BY 1 UNTIL WS-PR-IX > 9
               PERFORM SKRIV-PROBLEM-LINJE
           END-PERFORM.

       SKRIV-PROBLEM-LINJE.
           MOVE SPACES TO WS-RAPPORT-LINJE
           MOVE PN-KODE(WS-PR-IX) TO WS-RAPPORT-LINJE(3:4)
           MOVE PN-TEKST(WS-PR-IX) TO WS-RAPPORT-LINJE(8:32)
           IF WS-MAALT(WS-PR-IX) = "N"
               MOVE "IKKE MAALT" TO WS-RAPPORT-LINJE(44:10)
           ELSE
               MOVE WS-LINJE-ANTAL(WS-PR-IX) TO WS-ANTAL-EDIT
               MOVE WS-ANTAL-EDIT TO WS-RAPPORT-LINJE(41:9)
               MOVE 0 TO WS-PCT
               IF WS-LINJE-KUNDER > 0
                   COMPUTE WS-PCT ROUNDED =
                       WS-LINJE-ANTAL(WS-PR-IX) * 100 / WS-LINJE-KUNDER
               END-IF
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-RAPPORT-LINJE(51:5)
           END-IF
           MOVE 58 TO WS-POS
           PERFORM VARYING WS-TREND-IX FROM 1 BY 1
                   UNTIL WS-TREND-IX > 3
               PERFORM FIND-TREND
               MOVE WS-TREND-TEKST TO WS-RAPPORT-LINJE(WS-POS:7)
               ADD 8 TO WS-POS
           END-PERFORM
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

      *> The share for problem WS-PR-IX in trend month WS-TREND-IX,
      *> for the branch or, under "I ALT", summed over the branches.
       FIND-TREND.
           MOVE 0 TO WS-TR-KUNDER
           MOVE 0 TO WS-TR-ANTAL
           MOVE "N" TO WS-TR-MAALT
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > WS-HIST-COUNT
               MOVE HT-LINJE(WS-HIST-IX) TO historik-record
               IF DQH-MAANED = WS-TREND-MD(WS-TREND-IX)
                  AND (DQH-FILIAL = WS-SOEG-FIL
                       OR WS-ALLE-FILIALER = "Y")
                  AND DQH-MAALT(WS-PR-IX) = "J"
                   MOVE "J" TO WS-TR-MAALT
                   ADD DQH-KUNDER TO WS-TR-KUNDER
                   ADD DQH-ANTAL(WS-PR-IX) TO WS-TR-ANTAL
               END-IF
           END-PERFORM
           IF WS-TR-MAALT = "N"
               MOVE "     - " TO WS-TREND-TEKST
           ELSE
               MOVE 0 TO WS-PCT
               IF WS-TR-KUNDER > 0
                   COMPUTE WS-PCT ROUNDED =
                       WS-TR-ANTAL * 100 / WS-TR-KUNDER
               END-IF
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE SPACES TO WS-TREND-TEKST
               MOVE WS-PCT-EDIT TO WS-TREND-TEKST(2:5)
           END-IF.

       SKRIV-VAERSTE.
           IF FB-VAERST-COUNT(WS-FIL-IX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "  VAERSTE POSTER AT RETTE" TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           PERFORM VARYING WS-VAERST-IX FROM 1 BY 1
                   UNTIL WS-VAERST-IX > FB-VAERST-COUNT(WS-FIL-IX)
               MOVE SPACES TO WS-RAPPORT-LINJE
               STRING "    " DELIMITED BY SIZE
                   FV-KUNDEID(WS-FIL-IX, WS-VAERST-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FV-NAVN(WS-FIL-IX, WS-VAERST-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FV-ANTAL(WS-FIL-IX, WS-VAERST-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FV-KODER(WS-FIL-IX, WS-VAERST-IX) DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-PERFORM.

       SKRIV-HISTORIK.
           OPEN OUTPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "DATAKVALITET: cannot write history, status "
                   HISTORIK-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > WS-HIST-COUNT
               MOVE HT-LINJE(WS-HIST-IX) TO historik-record
               WRITE historik-record
               ADD 1 TO WS-HIST-SKREVET
           END-PERFORM
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > WS-FILIAL-COUNT
               MOVE SPACES TO historik-record
               MOVE WS-MAANED TO DQH-MAANED
               MOVE FB-KODE(WS-FIL-IX) TO DQH-FILIAL
               MOVE FB-KUNDER(WS-FIL-IX) TO DQH-KUNDER
               PERFORM VARYING WS-PR-IX FROM 1 BY 1
                       UNTIL WS-PR-IX > 9
                   MOVE FB-ANTAL(WS-FIL-IX, WS-PR-IX)
                       TO DQH-ANTAL(WS-PR-IX)
                   MOVE WS-MAALT(WS-PR-IX) TO DQH-MAALT(WS-PR-IX)
               END-PERFORM
               WRITE historik-record
               ADD 1 TO WS-HIST-SKREVET
           END-PERFORM
           CLOSE historik-file-1.
