      *> are perturbed by a per-customer factor that preserves sign
      *> and currency. AdresseTransaktioner.txt and the return-mail
      *> feed are scrambled with the same KundeID mapping so they
      *> still match the scrambled master. The contact file gets the
      *> same KundeID mapping, phone numbers keep their first digit
      *> (so they still pass the Danish number check) with the rest
      *> mapped, and e-mail addresses are replaced by a fake address
      *> built from the scrambled KundeID. The production files are
      *> left untouched; the test copies get an ANON suffix.

       environment division.
                   WS-RETUR-ANON-FILENAME
               organization is line sequential
               file status is RETUR-ANON-FILE-1-STATUS.
           select kontakt-file-1 assign to dynamic
                   WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.
           select kontakt-anon-file-1 assign to dynamic
                   WS-KONTAKT-ANON-FILENAME
               organization is line sequential
               file status is KONTAKT-ANON-FILE-1-STATUS.

       data division.
       file section.
       fd  retur-anon-file-1.
       01  retur-anon-record.
           copy "RETURMAIL.cpy".
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKTINFO.cpy".
       fd  kontakt-anon-file-1.
       01  kontakt-anon-record.
           copy "KONTAKTINFO.cpy".

       working-storage section.
       01  END-OF-FILE             PIC X VALUE "N".
       01  TRANS-ANON-FILE-1-STATUS PIC X(2) VALUE "00".
       01  RETUR-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  RETUR-ANON-FILE-1-STATUS PIC X(2) VALUE "00".
       01  KONTAKT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  KONTAKT-ANON-FILE-1-STATUS PIC X(2) VALUE "00".

       01  WS-INPUT-FILENAME       PIC X(100)
                                    VALUE "Kundeoplysninger.txt".
                                    VALUE "ReturMail.txt".
       01  WS-RETUR-ANON-FILENAME  PIC X(100)
                                    VALUE "ReturMailANON.txt".
       01  WS-KONTAKT-FILENAME     PIC X(100)
                                    VALUE "Kontaktoplysninger.txt".
       01  WS-KONTAKT-ANON-FILENAME PIC X(100)
                                VALUE "KontaktoplysningerANON.txt".

       01  WS-MAP-IN               PIC X(20) VALUE SPACES.
       01  WS-MAP-UD               PIC X(20) VALUE SPACES.
       01  WS-MASTER-COUNT         PIC 9(7) VALUE 0.
       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-RETUR-COUNT          PIC 9(7) VALUE 0.
       01  WS-KONTAKT-COUNT        PIC 9(7) VALUE 0.

       01  WS-FORNAVN-TABEL.
           02  FILLER PIC X(20) VALUE "LARS".

           PERFORM SCRAMBLE-MASTER
           PERFORM SCRAMBLE-TRANS
           ACCEPT WS-KONTAKT-FILENAME FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt"
                       TO WS-KONTAKT-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTAKT-ANON-FILENAME
                   FROM ENVIRONMENT "KONTAKTINFO_ANON_FIL"
               ON EXCEPTION
                   MOVE "KontaktoplysningerANON.txt"
                       TO WS-KONTAKT-ANON-FILENAME
           END-ACCEPT

           PERFORM SCRAMBLE-RETUR
           PERFORM SCRAMBLE-KONTAKT

           DISPLAY "=========================================="
           DISPLAY "TESTANONYMISERING - anonymiseret testkopi"
           DISPLAY "Kunderecords       : " WS-MASTER-COUNT
           DISPLAY "Adressetransakt.   : " WS-TRANS-COUNT
           DISPLAY "Returmail-poster   : " WS-RETUR-COUNT
           DISPLAY "Kontaktoplysninger : " WS-KONTAKT-COUNT
           DISPLAY "=========================================="

       stop run.
           MOVE WS-MAP-UD(1:10) TO RETUR-KUNDEID IN retur-record
           MOVE retur-record TO retur-anon-record
           WRITE retur-anon-record.

       SCRAMBLE-KONTAKT.
           OPEN INPUT kontakt-file-1
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               DISPLAY "TESTANONYMISERING: no contact file, "
                   "status " KONTAKT-FILE-1-STATUS ", skipped"
           ELSE
               OPEN OUTPUT kontakt-anon-file-1
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ kontakt-file-1 INTO kontakt-record
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-KONTAKT-COUNT
                           PERFORM SCRAMBLE-KONTAKT-RECORD
                   END-READ
               END-PERFORM
               CLOSE kontakt-file-1
               CLOSE kontakt-anon-file-1
               MOVE "N" TO END-OF-FILE
           END-IF.

      *> The first digit of a phone number stays, so the test number
      *> is still a valid Danish subscriber number; the other seven
      *> go through the digit substitution. A foreign number keeps
      *> its "+" and first two digits, so it still points to the
      *> same country; the rest is substituted.
       SCRAMBLE-KONTAKT-RECORD.
           MOVE KI-KUNDEID IN kontakt-record TO WS-MAP-IN
           PERFORM MAP-CIFRE
           MOVE WS-MAP-UD(1:10) TO KI-KUNDEID IN kontakt-record

           IF KI-MOBIL IN kontakt-record NOT = SPACES
               MOVE KI-MOBIL IN kontakt-record(2:7) TO WS-MAP-IN
               PERFORM MAP-CIFRE
               MOVE WS-MAP-UD(1:7) TO KI-MOBIL IN kontakt-record(2:7)
           END-IF

           IF KI-FASTNET IN kontakt-record NOT = SPACES
               MOVE KI-FASTNET IN kontakt-record(2:7) TO WS-MAP-IN
               PERFORM MAP-CIFRE
               MOVE WS-MAP-UD(1:7)
                   TO KI-FASTNET IN kontakt-record(2:7)
           END-IF

           IF KI-UDLANDTLF IN kontakt-record NOT = SPACES
               MOVE KI-UDLANDTLF IN kontakt-record(4:13) TO WS-MAP-IN
               PERFORM MAP-CIFRE
               MOVE WS-MAP-UD(1:13)
                   TO KI-UDLANDTLF IN kontakt-record(4:13)
           END-IF

           IF KI-EMAIL IN kontakt-record NOT = SPACES
               MOVE SPACES TO KI-EMAIL IN kontakt-record
               STRING "kunde" DELIMITED BY SIZE
                      KI-KUNDEID IN kontakt-record DELIMITED BY SPACE
                      "@test.invalid" DELIMITED BY SIZE
                   INTO KI-EMAIL IN kontakt-record
               END-STRING
           END-IF

           MOVE kontakt-record TO kontakt-anon-record
           WRITE kontakt-anon-record.
