      *> strips the customer out of the address audit trail and the
      *> return-mail feed, anonymises the account number on the
      *> customer's rows in the posting history (amounts and dates
      *> stay for the accounting totals), removes the customer's
      *> phone numbers and e-mail from the contact file together
      *> with their before/after images on the contact audit file,
      *> and appends a dated erasure log proving
      *> what was removed and when - that log is what we show the
      *> auditor. Remember to run KUNDEMASTERUDLAES afterwards so the
      *> sequential interchange copy matches the master.
      *> A customer under legal hold (RETSHOLDOPSLAG - investigation,
      *> litigation, open estate) is not erased at all: the request
      *> is set aside and the erasure log names the customer with
      *> the hold's reason and review date, so the request can be
      *> run again once the hold is lifted.

       environment division.
       input-output section.
                   WS-HISTORIK-NY-FILENAME
               organization is line sequential
               file status is HISTORIK-NY-FILE-1-STATUS.
           select kontakt-file-1 assign to dynamic
                   WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.
           select kontakt-ny-file-1 assign to dynamic
                   WS-KONTAKT-NY-FILENAME
               organization is line sequential
               file status is KONTAKT-NY-FILE-1-STATUS.
           select kaudit-file-1 assign to dynamic
                   WS-KAUDIT-FILENAME
               organization is line sequential
               file status is KAUDIT-FILE-1-STATUS.
           select kaudit-ny-file-1 assign to dynamic
                   WS-KAUDIT-NY-FILENAME
               organization is line sequential
               file status is KAUDIT-NY-FILE-1-STATUS.
           select log-file-1 assign to dynamic WS-LOG-FILENAME
               organization is line sequential
               file status is LOG-FILE-1-STATUS.
       fd  historik-ny-file-1.
       01  historik-ny-record.
           copy "POSTTRANS.cpy".
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKTINFO.cpy".
       fd  kontakt-ny-file-1.
       01  kontakt-ny-record.
           copy "KONTAKTINFO.cpy".
       fd  kaudit-file-1.
       01  kaudit-record.
           copy "KINFAUDIT.cpy".
       fd  kaudit-ny-file-1.
       01  kaudit-ny-record.
           copy "KINFAUDIT.cpy".
       fd  log-file-1.
       01  log-record              PIC X(160).

       working-storage section.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.
                                    VALUE "Posteringshistorik.txt".
       01  WS-HISTORIK-NY-FILENAME PIC X(100)
                                    VALUE "PosteringshistorikNY.txt".
       01  KONTAKT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  KONTAKT-NY-FILE-1-STATUS PIC X(2) VALUE "00".
       01  KAUDIT-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KAUDIT-NY-FILE-1-STATUS PIC X(2) VALUE "00".
       01  WS-KONTAKT-FILENAME     PIC X(100)
                                    VALUE "Kontaktoplysninger.txt".
       01  WS-KONTAKT-NY-FILENAME  PIC X(100)
                                    VALUE "KontaktoplysningerNY.txt".
       01  WS-KAUDIT-FILENAME      PIC X(100)
                                    VALUE "KontaktAudit.txt".
       01  WS-KAUDIT-NY-FILENAME   PIC X(100)
                                    VALUE "KontaktAuditNY.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.

               03  AN-AUDIT-ANTAL  pic 9(5).
               03  AN-RETUR-ANTAL  pic 9(5).
               03  AN-HIST-ANTAL   pic 9(5).
               03  AN-KONTAKT-ANTAL pic 9(5).
               03  AN-KAUDIT-ANTAL pic 9(5).

      *> Requests set aside because the customer is under legal
      *> hold.
       01  WS-MAX-HOLD             PIC 9(5) VALUE 1000.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE 0.
       01  WS-HOLD-IX              PIC 9(5) VALUE 0.
       01  HOLD-TABEL.
           02  HOLD-ENTRY OCCURS 1000 TIMES.
               03  HO-KUNDEID      pic x(10).
               03  HO-AARSAG       pic x(1).
               03  HO-AARSAG-TEKST pic x(30).
               03  HO-REVIEW-DATO  pic 9(8).
       01  WS-RH-HOLD              PIC X VALUE "N".
       01  WS-RH-AARSAG            PIC X VALUE SPACES.
       01  WS-RH-AARSAG-TEKST      PIC X(30) VALUE SPACES.
       01  WS-RH-REVIEW-DATO       PIC 9(8) VALUE ZEROS.

       01  WS-FOUND                PIC X VALUE "N".
       01  WS-ANONYM-COUNT         PIC 9(5) VALUE 0.
       01  WS-UKENDT-COUNT         PIC 9(5) VALUE 0.
       01  WS-LOG-LINJE            PIC X(160) VALUE SPACES.

      *> Only the after-image goes to the master journal: a
      *> before-image would preserve, verbatim and indefinitely, the
                   MOVE "ReturMail.txt" TO WS-RETUR-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTAKT-FILENAME FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt"
                       TO WS-KONTAKT-FILENAME
           END-ACCEPT

           ACCEPT WS-KAUDIT-FILENAME
                   FROM ENVIRONMENT "KONTAKT_AUDIT_FIL"
               ON EXCEPTION
                   MOVE "KontaktAudit.txt" TO WS-KAUDIT-FILENAME
           END-ACCEPT

           ACCEPT WS-LOG-FILENAME FROM ENVIRONMENT "SLETTELOG_FIL"
               ON EXCEPTION
                   MOVE "SletteLog.txt" TO WS-LOG-FILENAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-ANMODNINGER
           IF WS-ANMOD-COUNT = 0 AND WS-HOLD-COUNT = 0
               DISPLAY "GDPRSLETNING: ingen sletteanmodninger, "
                   "koerslen afsluttes"
               MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
               STOP RUN
           END-IF

           IF WS-ANMOD-COUNT > 0
               PERFORM ANONYMISER-MASTER
               PERFORM RENS-AUDIT-FIL
               PERFORM RENS-RETUR-FIL
               PERFORM RENS-HISTORIK-FIL
               PERFORM RENS-KONTAKT-FIL
               PERFORM RENS-KAUDIT-FIL
           END-IF
           PERFORM WRITE-SLETTELOG

           DISPLAY "=========================================="
           DISPLAY "Anmodninger laest   : " WS-ANMOD-COUNT
           DISPLAY "Anonymiseret        : " WS-ANONYM-COUNT
           DISPLAY "Ukendte KundeID     : " WS-UKENDT-COUNT
           DISPLAY "Retshold, ikke slet : " WS-HOLD-COUNT
           DISPLAY "=========================================="

           MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       CALL "RETSHOLDOPSLAG" USING ANMOD-KUNDEID
                           WS-TODAY WS-RH-HOLD WS-RH-AARSAG
                           WS-RH-AARSAG-TEKST WS-RH-REVIEW-DATO
                       IF WS-RH-HOLD = "J"
                           PERFORM NOTER-RETSHOLD
                       ELSE
                       IF WS-ANMOD-COUNT < WS-MAX-ANMOD
                           ADD 1 TO WS-ANMOD-COUNT
                           MOVE ANMOD-KUNDEID
                               TO AN-RETUR-ANTAL(WS-ANMOD-COUNT)
                           MOVE ZEROS
                               TO AN-HIST-ANTAL(WS-ANMOD-COUNT)
                           MOVE ZEROS
                               TO AN-KONTAKT-ANTAL(WS-ANMOD-COUNT)
                           MOVE ZEROS
                               TO AN-KAUDIT-ANTAL(WS-ANMOD-COUNT)
                       ELSE
                           DISPLAY "GDPRSLETNING: request table full, "
                               "skipping " ANMOD-KUNDEID
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE anmod-file-1
           MOVE "N" TO END-OF-FILE.

       NOTER-RETSHOLD.
           DISPLAY "GDPRSLETNING: KundeID " ANMOD-KUNDEID
               " er under retshold (" WS-RH-AARSAG " "
               FUNCTION TRIM(WS-RH-AARSAG-TEKST)
               ") - slettes ikke"
           IF WS-HOLD-COUNT < WS-MAX-HOLD
               ADD 1 TO WS-HOLD-COUNT
               MOVE ANMOD-KUNDEID TO HO-KUNDEID(WS-HOLD-COUNT)
               MOVE WS-RH-AARSAG TO HO-AARSAG(WS-HOLD-COUNT)
               MOVE WS-RH-AARSAG-TEKST
                   TO HO-AARSAG-TEKST(WS-HOLD-COUNT)
               MOVE WS-RH-REVIEW-DATO
                   TO HO-REVIEW-DATO(WS-HOLD-COUNT)
           END-IF.

       ANONYMISER-MASTER.
           OPEN I-O master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
           CLOSE historik-file-1
           MOVE "N" TO END-OF-FILE.

       RENS-KONTAKT-FIL.
           OPEN INPUT kontakt-file-1
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               DISPLAY "GDPRSLETNING: no contact file to clean, "
                   "status " KONTAKT-FILE-1-STATUS
           ELSE
               OPEN OUTPUT kontakt-ny-file-1
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ kontakt-file-1 INTO kontakt-record
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM FILTER-KONTAKT-RECORD
                   END-READ
               END-PERFORM
               CLOSE kontakt-file-1
               CLOSE kontakt-ny-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM PROMOTE-KONTAKT-FIL
           END-IF.

       FILTER-KONTAKT-RECORD.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-ANMOD-IX FROM 1 BY 1
                   UNTIL WS-ANMOD-IX > WS-ANMOD-COUNT
               IF AN-KUNDEID(WS-ANMOD-IX) =
                       KI-KUNDEID IN kontakt-record
                   MOVE "Y" TO WS-FOUND
                   ADD 1 TO AN-KONTAKT-ANTAL(WS-ANMOD-IX)
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               WRITE kontakt-ny-record FROM kontakt-record
           END-IF.

       PROMOTE-KONTAKT-FIL.
           OPEN INPUT kontakt-ny-file-1
           OPEN OUTPUT kontakt-file-1
           PERFORM UNTIL END-OF-FILE = "Y"
               READ kontakt-ny-file-1 INTO kontakt-record
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       WRITE kontakt-record
               END-READ
           END-PERFORM
           CLOSE kontakt-ny-file-1
           CLOSE kontakt-file-1
           MOVE "N" TO END-OF-FILE.

      *> The contact audit holds the erased details verbatim in its
      *> before/after images, so the customer's lines go as well.
       RENS-KAUDIT-FIL.
           OPEN INPUT kaudit-file-1
           IF KAUDIT-FILE-1-STATUS NOT = "00"
               DISPLAY "GDPRSLETNING: no contact audit to clean, "
                   "status " KAUDIT-FILE-1-STATUS
           ELSE
               OPEN OUTPUT kaudit-ny-file-1
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ kaudit-file-1 INTO kaudit-record
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM FILTER-KAUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE kaudit-file-1
               CLOSE kaudit-ny-file-1
               MOVE "N" TO END-OF-FILE
               PERFORM PROMOTE-KAUDIT-FIL
           END-IF.

       FILTER-KAUDIT-RECORD.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-ANMOD-IX FROM 1 BY 1
                   UNTIL WS-ANMOD-IX > WS-ANMOD-COUNT
               IF AN-KUNDEID(WS-ANMOD-IX) =
                       KA-KUNDEID IN kaudit-record
                   MOVE "Y" TO WS-FOUND
                   ADD 1 TO AN-KAUDIT-ANTAL(WS-ANMOD-IX)
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               WRITE kaudit-ny-record FROM kaudit-record
           END-IF.

       PROMOTE-KAUDIT-FIL.
           OPEN INPUT kaudit-ny-file-1
           OPEN OUTPUT kaudit-file-1
           PERFORM UNTIL END-OF-FILE = "Y"
               READ kaudit-ny-file-1 INTO kaudit-record
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       WRITE kaudit-record
               END-READ
           END-PERFORM
           CLOSE kaudit-ny-file-1
           CLOSE kaudit-file-1
           MOVE "N" TO END-OF-FILE.

       WRITE-SLETTELOG.
           OPEN EXTEND log-file-1
           IF LOG-FILE-1-STATUS = "35"
                   AN-RETUR-ANTAL(WS-ANMOD-IX) DELIMITED BY SIZE
                   " HIST-ANONYM " DELIMITED BY SIZE
                   AN-HIST-ANTAL(WS-ANMOD-IX) DELIMITED BY SIZE
                   " KONTAKT-FJERNET " DELIMITED BY SIZE
                   AN-KONTAKT-ANTAL(WS-ANMOD-IX) DELIMITED BY SIZE
                   " KTAUDIT-FJERNET " DELIMITED BY SIZE
                   AN-KAUDIT-ANTAL(WS-ANMOD-IX) DELIMITED BY SIZE
                   INTO WS-LOG-LINJE
               END-STRING
               WRITE log-record FROM WS-LOG-LINJE
           END-PERFORM

           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
               MOVE SPACES TO WS-LOG-LINJE
               STRING WS-TODAY DELIMITED BY SIZE
                   " KUNDE " DELIMITED BY SIZE
                   HO-KUNDEID(WS-HOLD-IX) DELIMITED BY SIZE
                   " IKKE-SLETTET RETSHOLD " DELIMITED BY SIZE
                   HO-AARSAG(WS-HOLD-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HO-AARSAG-TEKST(WS-HOLD-IX) DELIMITED BY SIZE
                   " REVIEW " DELIMITED BY SIZE
                   HO-REVIEW-DATO(WS-HOLD-IX) DELIMITED BY SIZE
                   INTO WS-LOG-LINJE
               END-STRING
               WRITE log-record FROM WS-LOG-LINJE
