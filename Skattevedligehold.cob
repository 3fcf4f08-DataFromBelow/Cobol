       identification division.
       program-id. SKATTEVEDLIGEHOLD.

      *> Tax-residency maintenance run, validated the same way
      *> KYCVEDLIGEHOLD validates KYC maintenance. Reads the
      *> self-certification register (Skattehjemsted.txt,
      *> SKATHJEM.cpy) into a table, applies the day's transactions
      *> (SKATTRANS.cpy) - "N" records or replaces a customer's
      *> self-certification, "S" removes it - and rewrites the file.
      *> A transaction is rejected with a reason on the error report
      *> when:
      *>   - the KundeID is unknown in the customer master;
      *>   - no country is given, or the countries are not filled
      *>     from the first;
      *>   - a country is not in the country catalogue
      *>     (Landekoder.txt; without a catalogue any two letters
      *>     pass) or is given twice;
      *>   - a country other than DK has no tax identification
      *>     number, or a number is given without a country;
      *>   - the self-certification date is not a valid date or lies
      *>     in the future;
      *>   - a delete names a customer without a register line.
      *> A recorded line is stamped with the operator (OPERATOR_ID,
      *> BATCH if none), who is also named on each error line.

       environment division.
       input-output section.
       file-control.
           select skat-file-1 assign to dynamic WS-SKAT-FILENAME
               organization is line sequential
               file status is SKAT-FILE-1-STATUS.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select land-file-1 assign to dynamic WS-LAND-FILENAME
               organization is line sequential
               file status is LAND-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.

       data division.
       file section.
       fd  skat-file-1.
       01  skat-record.
           copy "SKATHJEM.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "SKATTRANS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  land-file-1.
       01  land-record.
           copy "LANDEKAT.cpy".
       fd  fejl-file-1.
       01  fejl-record             PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "SKATTEVEDLIGEHOLD".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-SKAT             PIC X VALUE "N".
       01  END-OF-TRANS            PIC X VALUE "N".
       01  END-OF-LAND             PIC X VALUE "N".
       01  SKAT-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  LAND-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".

       01  WS-SKAT-FILENAME        PIC X(100)
                                    VALUE "Skattehjemsted.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "SkatteTransaktioner.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-LAND-FILENAME        PIC X(100)
                                    VALUE "Landekoder.txt".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "SkatteFejl.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(100) VALUE SPACES.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.

       01  WS-MAX-LANDE            PIC 9(3) VALUE 300.
       01  WS-LAND-COUNT           PIC 9(3) VALUE 0.
       01  WS-LA-IX                PIC 9(3) VALUE 0.
       01  WS-LAND-FUNDET          PIC X VALUE "N".
       01  LANDE-TABEL.
           02  LANDE-ENTRY OCCURS 300 TIMES.
               03  LA-KODE         pic x(2).

      *> The countries of one transaction.
       01  WS-HJ-IX                PIC 9(1) VALUE 0.
       01  WS-HJ-IX-2              PIC 9(1) VALUE 0.
       01  WS-HJ-OK                PIC X VALUE "J".
       01  WS-HJ-TOM-SET           PIC X VALUE "N".

       01  WS-MAX-SKAT             PIC 9(5) VALUE 5000.
       01  WS-SKAT-COUNT           PIC 9(5) VALUE 0.
       01  WS-SK-IX                PIC 9(5) VALUE 0.
       01  WS-SK-FUNDET            PIC X VALUE "N".
       01  SKAT-TABEL.
           02  SKAT-ENTRY OCCURS 5000 TIMES.
               03  SR-RECORD       pic x(109).
               03  SR-AKTIV        pic x(1).
       01  WS-SKAT-POST.
           copy "SKATHJEM.cpy".

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-NY-COUNT             PIC 9(7) VALUE 0.
       01  WS-OPDATER-COUNT        PIC 9(7) VALUE 0.
       01  WS-SLET-COUNT           PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-SKAT-FILENAME FROM ENVIRONMENT "SKATTEHJEM_FIL"
               ON EXCEPTION
                   MOVE "Skattehjemsted.txt" TO WS-SKAT-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "SKAT_TRANS_FIL"
               ON EXCEPTION
                   MOVE "SkatteTransaktioner.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-LAND-FILENAME FROM ENVIRONMENT "LANDEKODE_FIL"
               ON EXCEPTION
                   MOVE "Landekoder.txt" TO WS-LAND-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME FROM ENVIRONMENT "SKAT_FEJL_FIL"
               ON EXCEPTION
                   MOVE "SkatteFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-SKAT-REGISTER
           PERFORM LOAD-LANDEKATALOG

      *> The run rewrites the register from the table on the way
      *> out; a table smaller than the file would silently delete
      *> the overflow records, so the run aborts with the file
      *> untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "SKATTEVEDLIGEHOLD: flere poster end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-SKAT-FILENAME) " er uroert"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-FILES

           PERFORM UNTIL END-OF-TRANS = "Y"
               READ trans-file-1 INTO trans-record
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM APPLY-ONE-TRANS
               END-READ
           END-PERFORM

           CLOSE trans-file-1
           CLOSE master-file-1
           CLOSE fejl-file-1

           PERFORM REWRITE-SKAT-REGISTER

           DISPLAY "=========================================="
           DISPLAY "SKATTEVEDLIGEHOLD - skattemaessigt hjemsted"
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Nye registreringer  : " WS-NY-COUNT
           DISPLAY "Opdaterede          : " WS-OPDATER-COUNT
           DISPLAY "Slettede            : " WS-SLET-COUNT
           DISPLAY "Afviste             : " WS-AFVIST-COUNT
           DISPLAY "=========================================="

           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-NY-COUNT + WS-OPDATER-COUNT
               + WS-SLET-COUNT
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

       LOAD-SKAT-REGISTER.
           OPEN INPUT skat-file-1
           IF SKAT-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEVEDLIGEHOLD: no register yet, starting "
                   "empty"
           ELSE
               PERFORM UNTIL END-OF-SKAT = "Y"
                   READ skat-file-1
                       AT END
                           MOVE "Y" TO END-OF-SKAT
                       NOT AT END
                           IF WS-SKAT-COUNT < WS-MAX-SKAT
                               ADD 1 TO WS-SKAT-COUNT
                               MOVE skat-record
                                   TO SR-RECORD(WS-SKAT-COUNT)
                               MOVE "J" TO SR-AKTIV(WS-SKAT-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE skat-file-1
           END-IF.

       LOAD-LANDEKATALOG.
           OPEN INPUT land-file-1
           IF LAND-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEVEDLIGEHOLD: intet landekatalog paa "
                   "disk - landekoder kontrolleres kun for form"
           ELSE
               PERFORM UNTIL END-OF-LAND = "Y"
                   READ land-file-1 INTO land-record
                       AT END
                           MOVE "Y" TO END-OF-LAND
                       NOT AT END
                           IF WS-LAND-COUNT < WS-MAX-LANDE
                               ADD 1 TO WS-LAND-COUNT
                               MOVE LK-KODE TO LA-KODE(WS-LAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE land-file-1
           END-IF.

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEVEDLIGEHOLD: cannot open trans, status "
                   TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEVEDLIGEHOLD: cannot open master, status "
                   MASTER-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEVEDLIGEHOLD: cannot open error report, "
                   "status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM FIND-SKAT-POST
           EVALUATE SHT-KODE
               WHEN "N"
                   PERFORM APPLY-NY-ELLER-OPDATER
               WHEN "S"
                   PERFORM APPLY-SLET
               WHEN OTHER
                   MOVE "ukendt transaktionskode" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
           END-EVALUATE.

       FIND-SKAT-POST.
           MOVE "N" TO WS-SK-FUNDET
           PERFORM VARYING WS-SK-IX FROM 1 BY 1
                   UNTIL WS-SK-IX > WS-SKAT-COUNT
                      OR WS-SK-FUNDET = "Y"
               IF SR-RECORD(WS-SK-IX)(1:10) = SHT-KUNDEID
                  AND SR-AKTIV(WS-SK-IX) = "J"
                   MOVE "Y" TO WS-SK-FUNDET
               END-IF
           END-PERFORM
           IF WS-SK-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SK-IX
           END-IF.

       APPLY-NY-ELLER-OPDATER.
           PERFORM CHECK-MASTER-KUNDE
           PERFORM CHECK-HJEMSTEDER

           IF WS-MASTER-FOUND = "N"
               MOVE "KundeID findes ikke" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF WS-HJ-OK = "N"
               PERFORM REJECT-TRANS
           ELSE
           IF SHT-SELVCERT-DATO IS NOT NUMERIC
               MOVE "ugyldig selvcertificeringsdato" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(SHT-SELVCERT-DATO) NOT = 0
               MOVE "ugyldig selvcertificeringsdato" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF SHT-SELVCERT-DATO > WS-TODAY
               MOVE "selvcertificeringsdato er i fremtiden"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               IF WS-SK-FUNDET = "Y"
                   PERFORM FLYT-TRANS-FELTER
                   ADD 1 TO WS-OPDATER-COUNT
               ELSE
                   PERFORM OPRET-SKAT-POST
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-MASTER-KUNDE.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE SHT-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

      *> WS-FEJL-TEKST carries the first fault found.
       CHECK-HJEMSTEDER.
           MOVE "J" TO WS-HJ-OK
           MOVE "N" TO WS-HJ-TOM-SET
           IF SHT-LAND(1) = SPACES
               MOVE "N" TO WS-HJ-OK
               MOVE "intet skattemaessigt hjemsted angivet"
                   TO WS-FEJL-TEKST
           END-IF
           PERFORM VARYING WS-HJ-IX FROM 1 BY 1
                   UNTIL WS-HJ-IX > 3 OR WS-HJ-OK = "N"
               IF SHT-LAND(WS-HJ-IX) = SPACES
                   MOVE "Y" TO WS-HJ-TOM-SET
                   IF SHT-TIN(WS-HJ-IX) NOT = SPACES
                       MOVE "N" TO WS-HJ-OK
                       MOVE "skattenummer uden land" TO WS-FEJL-TEKST
                   END-IF
               ELSE
                   PERFORM CHECK-ET-HJEMSTED
               END-IF
           END-PERFORM.

       CHECK-ET-HJEMSTED.
           IF WS-HJ-TOM-SET = "Y"
               MOVE "N" TO WS-HJ-OK
               MOVE "lande skal udfyldes forfra" TO WS-FEJL-TEKST
           END-IF
           IF WS-HJ-OK = "J"
               PERFORM FIND-LAND
               IF WS-LAND-FUNDET = "N"
                   MOVE "N" TO WS-HJ-OK
                   MOVE "ukendt landekode" TO WS-FEJL-TEKST
               END-IF
           END-IF
           IF WS-HJ-OK = "J"
              AND SHT-LAND(WS-HJ-IX) NOT = "DK"
              AND SHT-TIN(WS-HJ-IX) = SPACES
               MOVE "N" TO WS-HJ-OK
               MOVE "udenlandsk skattenummer mangler"
                   TO WS-FEJL-TEKST
           END-IF
           IF WS-HJ-OK = "J"
               PERFORM VARYING WS-HJ-IX-2 FROM 1 BY 1
                       UNTIL WS-HJ-IX-2 >= WS-HJ-IX
                   IF SHT-LAND(WS-HJ-IX-2) = SHT-LAND(WS-HJ-IX)
                       MOVE "N" TO WS-HJ-OK
                       MOVE "land angivet to gange" TO WS-FEJL-TEKST
                   END-IF
               END-PERFORM
           END-IF.

      *> DK is always known; without a catalogue a code only has to
      *> be two letters.
       FIND-LAND.
           MOVE "N" TO WS-LAND-FUNDET
           IF SHT-LAND(WS-HJ-IX) = "DK"
               MOVE "Y" TO WS-LAND-FUNDET
           ELSE
           IF WS-LAND-COUNT = 0
               IF SHT-LAND(WS-HJ-IX) IS ALPHABETIC-UPPER
                   MOVE "Y" TO WS-LAND-FUNDET
               END-IF
           ELSE
               PERFORM VARYING WS-LA-IX FROM 1 BY 1
                       UNTIL WS-LA-IX > WS-LAND-COUNT
                          OR WS-LAND-FUNDET = "Y"
                   IF LA-KODE(WS-LA-IX) = SHT-LAND(WS-HJ-IX)
                       MOVE "Y" TO WS-LAND-FUNDET
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       OPRET-SKAT-POST.
           IF WS-SKAT-COUNT < WS-MAX-SKAT
               ADD 1 TO WS-SKAT-COUNT
               MOVE WS-SKAT-COUNT TO WS-SK-IX
               MOVE "J" TO SR-AKTIV(WS-SK-IX)
               PERFORM FLYT-TRANS-FELTER
               ADD 1 TO WS-NY-COUNT
           ELSE
               MOVE "skatteregistret er fuldt" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           END-IF.

       FLYT-TRANS-FELTER.
           MOVE SPACES TO WS-SKAT-POST
           MOVE SHT-KUNDEID TO SH-KUNDEID IN WS-SKAT-POST
           PERFORM VARYING WS-HJ-IX FROM 1 BY 1 UNTIL WS-HJ-IX > 3
               MOVE SHT-LAND(WS-HJ-IX)
                   TO SH-LAND IN WS-SKAT-POST(WS-HJ-IX)
               MOVE SHT-TIN(WS-HJ-IX)
                   TO SH-TIN IN WS-SKAT-POST(WS-HJ-IX)
           END-PERFORM
           MOVE SHT-SELVCERT-DATO TO SH-SELVCERT-DATO IN WS-SKAT-POST
           MOVE WS-TODAY TO SH-AENDRET-DATO IN WS-SKAT-POST
           MOVE WS-BRUGERID TO SH-BRUGERID IN WS-SKAT-POST
           MOVE WS-SKAT-POST TO SR-RECORD(WS-SK-IX).

       APPLY-SLET.
           IF WS-SK-FUNDET = "N"
               MOVE "ingen registrering for KundeID" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               MOVE "N" TO SR-AKTIV(WS-SK-IX)
               ADD 1 TO WS-SLET-COUNT
           END-IF.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               SHT-KODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SHT-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

       REWRITE-SKAT-REGISTER.
           OPEN OUTPUT skat-file-1
           IF SKAT-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEVEDLIGEHOLD: cannot rewrite register, "
                   "status " SKAT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-SK-IX FROM 1 BY 1
                   UNTIL WS-SK-IX > WS-SKAT-COUNT
               IF SR-AKTIV(WS-SK-IX) = "J"
                   WRITE skat-record FROM SR-RECORD(WS-SK-IX)
               END-IF
           END-PERFORM

           CLOSE skat-file-1.
