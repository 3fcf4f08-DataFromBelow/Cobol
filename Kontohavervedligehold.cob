       identification division.
       program-id. KONTOHAVERVEDLIGEHOLD.

      *> Account-holder maintenance run for joint accounts, validated
      *> the same way KONTAKTVEDLIGEHOLD validates contact details.
      *> Reads the account-holder relation (Kontohavere.txt,
      *> KONTOHAVER.cpy) into a table, applies the day's
      *> transactions (KHTRANS.cpy) - "N" adds a holder to an
      *> account or changes an existing holder's role and share,
      *> "S" removes a holder - and rewrites the file. A transaction
      *> is rejected with a reason on the error report when the
      *> account is not on the account master, the KundeID is not on
      *> the customer master, the role is unknown, the owner role
      *> "E" is given to anyone but the account master's owner (or
      *> the medejer role "M" to the owner), the share is not above
      *> zero and at most 100, or a removal names a holder the
      *> account does not have; the owner can only be removed when
      *> no medejer is left. After the run every joint account is
      *> checked for an owner line and shares adding up to 100; an
      *> account that fails is listed on the error report as a
      *> warning and the run ends with return code 4. Every line
      *> written is stamped with the operator (OPERATOR_ID, BATCH if
      *> none), who is also named on each error line.

       environment division.
       input-output section.
       file-control.
           select haver-file-1 assign to dynamic WS-HAVER-FILENAME
               organization is line sequential
               file status is HAVER-FILE-1-STATUS.
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
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.

       data division.
       file section.
       fd  haver-file-1.
       01  haver-record.
           copy "KONTOHAVER.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "KHTRANS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  fejl-file-1.
       01  fejl-record             PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KONTOHAVERVEDLIGEHOL".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-HAVER            PIC X VALUE "N".
       01  END-OF-TRANS            PIC X VALUE "N".
       01  HAVER-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".

       01  WS-HAVER-FILENAME       PIC X(100)
                                    VALUE "Kontohavere.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "KontohaverTrans.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "KontohaverFejl.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-KONTO-FOUND          PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(100) VALUE SPACES.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.

       01  WS-MAX-HAVERE           PIC 9(5) VALUE 5000.
       01  WS-HAVER-COUNT          PIC 9(5) VALUE 0.
       01  WS-KH-IX                PIC 9(5) VALUE 0.
       01  WS-KH-JX                PIC 9(5) VALUE 0.
       01  WS-KH-FUNDET            PIC X VALUE "N".
       01  HAVER-TABEL.
           02  HAVER-ENTRY OCCURS 5000 TIMES.
               03  HC-RECORD       pic x(57).
               03  HC-AKTIV        pic x(1).
       01  WS-HAVER-POST.
           copy "KONTOHAVER.cpy".
       01  WS-SAMME-POST.
           copy "KONTOHAVER.cpy".

      *> End-of-run check of one joint account.
       01  WS-TJEK-KONTO           PIC X(20) VALUE SPACES.
       01  WS-TJEK-TIDLIGERE       PIC X VALUE "N".
       01  WS-TJEK-SUM             PIC 9(5)V99 VALUE ZEROS.
       01  WS-TJEK-EJER            PIC X VALUE "N".
       01  WS-TJEK-MEDEJERE        PIC 9(3) VALUE 0.
       01  WS-SUM-EDIT             PIC ZZZZ9.99.

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-NY-COUNT             PIC 9(7) VALUE 0.
       01  WS-OPDATER-COUNT        PIC 9(7) VALUE 0.
       01  WS-SLET-COUNT           PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-ADVARSEL-COUNT       PIC 9(7) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-HAVER-FILENAME FROM ENVIRONMENT "KONTOHAVER_FIL"
               ON EXCEPTION
                   MOVE "Kontohavere.txt" TO WS-HAVER-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME
                   FROM ENVIRONMENT "KONTOHAVER_TRANS_FIL"
               ON EXCEPTION
                   MOVE "KontohaverTrans.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME
                   FROM ENVIRONMENT "KONTOHAVER_FEJL_FIL"
               ON EXCEPTION
                   MOVE "KontohaverFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-HAVER-REGISTER

      *> The run rewrites the relation from the table on the way
      *> out; a table smaller than the file would silently delete
      *> the overflow records, so the run aborts with the file
      *> untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "KONTOHAVERVEDLIGEHOLD: flere kontohavere end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-HAVER-FILENAME) " er uroert"
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
           CLOSE konto-file-1

           PERFORM TJEK-FAELLESKONTI
           CLOSE fejl-file-1

           PERFORM REWRITE-HAVER-REGISTER

           DISPLAY "=========================================="
           DISPLAY "KONTOHAVERVEDLIGEHOLD - kontohavere"
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Nye kontohavere     : " WS-NY-COUNT
           DISPLAY "Aendrede            : " WS-OPDATER-COUNT
           DISPLAY "Fjernede            : " WS-SLET-COUNT
           DISPLAY "Afviste             : " WS-AFVIST-COUNT
           DISPLAY "Konti med advarsel  : " WS-ADVARSEL-COUNT
           DISPLAY "=========================================="

           IF WS-ADVARSEL-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

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

       LOAD-HAVER-REGISTER.
           OPEN INPUT haver-file-1
           IF HAVER-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOHAVERVEDLIGEHOLD: no holder file yet, "
                   "starting empty"
           ELSE
               PERFORM UNTIL END-OF-HAVER = "Y"
                   READ haver-file-1
                       AT END
                           MOVE "Y" TO END-OF-HAVER
                       NOT AT END
                           IF WS-HAVER-COUNT < WS-MAX-HAVERE
                               ADD 1 TO WS-HAVER-COUNT
                               MOVE haver-record
                                   TO HC-RECORD(WS-HAVER-COUNT)
                               MOVE "J" TO HC-AKTIV(WS-HAVER-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE haver-file-1
           END-IF.

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOHAVERVEDLIGEHOLD: cannot open trans, "
                   "status " TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOHAVERVEDLIGEHOLD: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOHAVERVEDLIGEHOLD: cannot open account "
                   "master, status " KONTO-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOHAVERVEDLIGEHOLD: cannot open error "
                   "report, status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               CLOSE konto-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM FIND-HAVER-POST
           EVALUATE KHT-KODE
               WHEN "N"
                   PERFORM APPLY-NY-ELLER-OPDATER
               WHEN "S"
                   PERFORM APPLY-SLET
               WHEN OTHER
                   MOVE "ukendt transaktionskode" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
           END-EVALUATE.

       FIND-HAVER-POST.
           MOVE "N" TO WS-KH-FUNDET
           PERFORM VARYING WS-KH-IX FROM 1 BY 1
                   UNTIL WS-KH-IX > WS-HAVER-COUNT
                      OR WS-KH-FUNDET = "Y"
               MOVE HC-RECORD(WS-KH-IX) TO WS-HAVER-POST
               IF KH-KONTONUMMER IN WS-HAVER-POST = KHT-KONTONUMMER
                  AND KH-KUNDEID IN WS-HAVER-POST = KHT-KUNDEID
                  AND HC-AKTIV(WS-KH-IX) = "J"
                   MOVE "Y" TO WS-KH-FUNDET
               END-IF
           END-PERFORM
           IF WS-KH-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KH-IX
           END-IF.

       APPLY-NY-ELLER-OPDATER.
           PERFORM CHECK-KONTO
           PERFORM CHECK-MASTER-KUNDE

           IF WS-KONTO-FOUND = "N"
               MOVE "kontoen findes ikke" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF WS-MASTER-FOUND = "N"
               MOVE "KundeID findes ikke" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF KHT-ROLLE NOT = "E" AND KHT-ROLLE NOT = "M"
               MOVE "rolle skal vaere E/M" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF KHT-ROLLE = "E"
              AND KHT-KUNDEID NOT = KONTO-KUNDEID IN konto-record
               MOVE "kun kontoens ejer kan have rolle E"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF KHT-ROLLE = "M"
              AND KHT-KUNDEID = KONTO-KUNDEID IN konto-record
               MOVE "kontoens ejer skal have rolle E"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF KHT-ANDEL IS NOT NUMERIC
              OR KHT-ANDEL = 0 OR KHT-ANDEL > 100
               MOVE "andel skal vaere over 0 og hoejst 100"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               IF WS-KH-FUNDET = "Y"
                   PERFORM FLYT-TRANS-FELTER
                   ADD 1 TO WS-OPDATER-COUNT
               ELSE
                   PERFORM OPRET-HAVER-POST
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-KONTO.
           MOVE "N" TO WS-KONTO-FOUND
           MOVE KHT-KONTONUMMER TO KONTO-NUMMER IN konto-record
           READ konto-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FOUND
           END-READ.

       CHECK-MASTER-KUNDE.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE KHT-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

       OPRET-HAVER-POST.
           IF WS-HAVER-COUNT < WS-MAX-HAVERE
               ADD 1 TO WS-HAVER-COUNT
               MOVE WS-HAVER-COUNT TO WS-KH-IX
               PERFORM FLYT-TRANS-FELTER
               MOVE "J" TO HC-AKTIV(WS-KH-IX)
               ADD 1 TO WS-NY-COUNT
           ELSE
               MOVE "kontohaverregistret er fuldt" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           END-IF.

       FLYT-TRANS-FELTER.
           MOVE SPACES TO WS-HAVER-POST
           MOVE KHT-KONTONUMMER TO KH-KONTONUMMER IN WS-HAVER-POST
           MOVE KHT-KUNDEID TO KH-KUNDEID IN WS-HAVER-POST
           MOVE KHT-ROLLE TO KH-ROLLE IN WS-HAVER-POST
           MOVE KHT-ANDEL TO KH-ANDEL IN WS-HAVER-POST
           MOVE WS-TODAY TO KH-AENDRET-DATO IN WS-HAVER-POST
           MOVE WS-BRUGERID TO KH-BRUGERID IN WS-HAVER-POST
           MOVE WS-HAVER-POST TO HC-RECORD(WS-KH-IX).

      *> The owner line goes last: a joint account keeps its owner
      *> for as long as it has a medejer.
       APPLY-SLET.
           IF WS-KH-FUNDET = "N"
               MOVE "kontohaveren findes ikke paa kontoen"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               MOVE HC-RECORD(WS-KH-IX) TO WS-HAVER-POST
               MOVE 0 TO WS-TJEK-MEDEJERE
               IF KH-ROLLE IN WS-HAVER-POST = "E"
                   PERFORM TAEL-MEDEJERE
               END-IF
               IF WS-TJEK-MEDEJERE > 0
                   MOVE "ejeren kan ikke fjernes foer medejerne"
                       TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
               ELSE
                   MOVE "N" TO HC-AKTIV(WS-KH-IX)
                   ADD 1 TO WS-SLET-COUNT
               END-IF
           END-IF.

       TAEL-MEDEJERE.
           PERFORM VARYING WS-KH-JX FROM 1 BY 1
                   UNTIL WS-KH-JX > WS-HAVER-COUNT
               MOVE HC-RECORD(WS-KH-JX) TO WS-SAMME-POST
               IF HC-AKTIV(WS-KH-JX) = "J"
                  AND KH-KONTONUMMER IN WS-SAMME-POST = KHT-KONTONUMMER
                  AND KH-ROLLE IN WS-SAMME-POST = "M"
                   ADD 1 TO WS-TJEK-MEDEJERE
               END-IF
           END-PERFORM.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               KHT-KODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KHT-KONTONUMMER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KHT-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

      *> Each joint account is checked once, at its first line in
      *> the table.
       TJEK-FAELLESKONTI.
           PERFORM VARYING WS-KH-IX FROM 1 BY 1
                   UNTIL WS-KH-IX > WS-HAVER-COUNT
               IF HC-AKTIV(WS-KH-IX) = "J"
                   MOVE HC-RECORD(WS-KH-IX) TO WS-HAVER-POST
                   MOVE KH-KONTONUMMER IN WS-HAVER-POST
                       TO WS-TJEK-KONTO
                   PERFORM TJEK-EN-FAELLESKONTO
               END-IF
           END-PERFORM.

       TJEK-EN-FAELLESKONTO.
           MOVE "N" TO WS-TJEK-TIDLIGERE
           MOVE ZEROS TO WS-TJEK-SUM
           MOVE "N" TO WS-TJEK-EJER
           PERFORM VARYING WS-KH-JX FROM 1 BY 1
                   UNTIL WS-KH-JX > WS-HAVER-COUNT
               MOVE HC-RECORD(WS-KH-JX) TO WS-SAMME-POST
               IF HC-AKTIV(WS-KH-JX) = "J"
                  AND KH-KONTONUMMER IN WS-SAMME-POST = WS-TJEK-KONTO
                   IF WS-KH-JX < WS-KH-IX
                       MOVE "Y" TO WS-TJEK-TIDLIGERE
                   END-IF
                   ADD KH-ANDEL IN WS-SAMME-POST TO WS-TJEK-SUM
                   IF KH-ROLLE IN WS-SAMME-POST = "E"
                       MOVE "Y" TO WS-TJEK-EJER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TJEK-TIDLIGERE = "N"
               IF WS-TJEK-SUM NOT = 100 OR WS-TJEK-EJER = "N"
                   ADD 1 TO WS-ADVARSEL-COUNT
                   MOVE WS-TJEK-SUM TO WS-SUM-EDIT
                   MOVE SPACES TO WS-FEJL-LINJE
                   STRING "ADVARSEL " DELIMITED BY SIZE
                       WS-TJEK-KONTO DELIMITED BY SIZE
                       " - andele i alt " DELIMITED BY SIZE
                       WS-SUM-EDIT DELIMITED BY SIZE
                       " ejer " DELIMITED BY SIZE
                       WS-TJEK-EJER DELIMITED BY SIZE
                       INTO WS-FEJL-LINJE
                   END-STRING
                   WRITE fejl-record FROM WS-FEJL-LINJE
               END-IF
           END-IF.

       REWRITE-HAVER-REGISTER.
           OPEN OUTPUT haver-file-1
           IF HAVER-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOHAVERVEDLIGEHOLD: cannot rewrite holder "
                   "file, status " HAVER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-KH-IX FROM 1 BY 1
                   UNTIL WS-KH-IX > WS-HAVER-COUNT
               IF HC-AKTIV(WS-KH-IX) = "J"
                   WRITE haver-record FROM HC-RECORD(WS-KH-IX)
               END-IF
           END-PERFORM

           CLOSE haver-file-1.
