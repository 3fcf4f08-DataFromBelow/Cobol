       identification division.
       program-id. KONTAKTVEDLIGEHOLD.

      *> Contact-details maintenance run, validated the same way
      *> KYCVEDLIGEHOLD validates KYC maintenance. Reads the contact
      *> file (Kontaktoplysninger.txt, KONTAKTINFO.cpy) into a
      *> table, applies the day's transactions (KINFTRANS.cpy) -
      *> "N" creates or replaces a customer's details, "S" removes
      *> them - and rewrites the file. A transaction is rejected with
      *> a reason on the error report when the KundeID is unknown in
      *> the customer master, a phone number is not a Danish
      *> eight-digit number, a foreign phone number is not "+", a
      *> country code other than 45 and digits, the e-mail address
      *> is not of the form navn@domaene.tld, no contact detail at
      *> all is given, the verified flag or the contact time holds
      *> an unknown code, or a delete names a customer without
      *> details. Every applied change appends the before and after
      *> image to the contact audit file (KontaktAudit.txt,
      *> KINFAUDIT.cpy) stamped with the operator (OPERATOR_ID, BATCH
      *> if none), who is also named on each error line.

       environment division.
       input-output section.
       file-control.
           select kontakt-file-1 assign to dynamic WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.
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
           select fejl-file-1 assign to dynamic WS-FEJL-FILENAME
               organization is line sequential
               file status is FEJL-FILE-1-STATUS.
           select kaudit-file-1 assign to dynamic WS-KAUDIT-FILENAME
               organization is line sequential
               file status is KAUDIT-FILE-1-STATUS.

       data division.
       file section.
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKTINFO.cpy".
       fd  trans-file-1.
       01  trans-record.
           copy "KINFTRANS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  fejl-file-1.
       01  fejl-record             PIC X(100).
       fd  kaudit-file-1.
       01  kaudit-record.
           copy "KINFAUDIT.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KONTAKTVEDLIGEHOLD".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-KONTAKT          PIC X VALUE "N".
       01  END-OF-TRANS            PIC X VALUE "N".
       01  KONTAKT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  FEJL-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  KAUDIT-FILE-1-STATUS    PIC X(2) VALUE "00".

       01  WS-KONTAKT-FILENAME     PIC X(100)
                                    VALUE "Kontaktoplysninger.txt".
       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "KontaktTransaktioner.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-FEJL-FILENAME        PIC X(100)
                                    VALUE "KontaktFejl.txt".
       01  WS-KAUDIT-FILENAME      PIC X(100)
                                    VALUE "KontaktAudit.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-NU-TID               PIC 9(6) VALUE ZEROS.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(40) VALUE SPACES.
       01  WS-FEJL-LINJE           PIC X(100) VALUE SPACES.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.

      *> Danish phone number: eight digits, never starting with 0
      *> or 1.
       01  WS-TLF-NUMMER           PIC X(8) VALUE SPACES.
       01  WS-TLF-OK               PIC X VALUE "J".

      *> Foreign phone number: "+", then 8 to 15 digits not starting
      *> with 0 or with the Danish country code 45.
       01  WS-UTLF-OK              PIC X VALUE "J".
       01  WS-UTLF-IX              PIC 9(2) VALUE 0.
       01  WS-UTLF-CIFRE           PIC 9(2) VALUE 0.

      *> E-mail syntax: exactly one "@" with something in front of
      *> it, a domain holding a dot that is neither first nor last,
      *> no two dots together, no blanks inside and only letters,
      *> digits and . _ % + - as other characters.
       01  WS-EMAIL-OK             PIC X VALUE "J".
       01  WS-EM-LAENGDE           PIC 9(2) VALUE 0.
       01  WS-EM-IX                PIC 9(2) VALUE 0.
       01  WS-EM-AT-ANTAL          PIC 9(2) VALUE 0.
       01  WS-EM-AT-POS            PIC 9(2) VALUE 0.
       01  WS-EM-PUNKT-POS         PIC 9(2) VALUE 0.
       01  WS-EM-TEGN              PIC X VALUE SPACE.
       01  WS-EM-FORRIGE           PIC X VALUE SPACE.

       01  WS-MAX-KONTAKT          PIC 9(5) VALUE 5000.
       01  WS-KONTAKT-COUNT        PIC 9(5) VALUE 0.
       01  WS-KI-IX                PIC 9(5) VALUE 0.
       01  WS-KI-FUNDET            PIC X VALUE "N".
       01  KONTAKT-TABEL.
           02  KONTAKT-ENTRY OCCURS 5000 TIMES.
               03  KC-RECORD       pic x(128).
               03  KC-AKTIV        pic x(1).
       01  WS-KONTAKT-POST.
           copy "KONTAKTINFO.cpy".
       01  WS-FOER-BILLEDE         PIC X(128) VALUE SPACES.

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-NY-COUNT             PIC 9(7) VALUE 0.
       01  WS-OPDATER-COUNT        PIC 9(7) VALUE 0.
       01  WS-SLET-COUNT           PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-KONTAKT-FILENAME FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt"
                       TO WS-KONTAKT-FILENAME
           END-ACCEPT

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "KONTAKT_TRANS_FIL"
               ON EXCEPTION
                   MOVE "KontaktTransaktioner.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-FEJL-FILENAME FROM ENVIRONMENT "KONTAKT_FEJL_FIL"
               ON EXCEPTION
                   MOVE "KontaktFejl.txt" TO WS-FEJL-FILENAME
           END-ACCEPT

           ACCEPT WS-KAUDIT-FILENAME
                   FROM ENVIRONMENT "KONTAKT_AUDIT_FIL"
               ON EXCEPTION
                   MOVE "KontaktAudit.txt" TO WS-KAUDIT-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NU-TID

           PERFORM LOAD-KONTAKT-REGISTER

      *> The run rewrites the contact file from the table on the way
      *> out; a table smaller than the file would silently delete
      *> the overflow records, so the run aborts with the file
      *> untouched instead.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "KONTAKTVEDLIGEHOLD: flere kontaktposter end "
                   "tabellen kan rumme - koerslen afbrydes, "
                   FUNCTION TRIM(WS-KONTAKT-FILENAME) " er uroert"
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
           CLOSE kaudit-file-1

           PERFORM REWRITE-KONTAKT-REGISTER

           DISPLAY "=========================================="
           DISPLAY "KONTAKTVEDLIGEHOLD - kontaktoplysninger"
           DISPLAY "Transaktioner laest : " WS-TRANS-COUNT
           DISPLAY "Nye kontaktposter   : " WS-NY-COUNT
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

       LOAD-KONTAKT-REGISTER.
           OPEN INPUT kontakt-file-1
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTAKTVEDLIGEHOLD: no contact file yet, "
                   "starting empty"
           ELSE
               PERFORM UNTIL END-OF-KONTAKT = "Y"
                   READ kontakt-file-1
                       AT END
                           MOVE "Y" TO END-OF-KONTAKT
                       NOT AT END
                           IF WS-KONTAKT-COUNT < WS-MAX-KONTAKT
                               ADD 1 TO WS-KONTAKT-COUNT
                               MOVE kontakt-record
                                   TO KC-RECORD(WS-KONTAKT-COUNT)
                               MOVE "J" TO KC-AKTIV(WS-KONTAKT-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kontakt-file-1
           END-IF.

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTAKTVEDLIGEHOLD: cannot open trans, status "
                   TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTAKTVEDLIGEHOLD: cannot open master, status "
                   MASTER-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT fejl-file-1
           IF FEJL-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTAKTVEDLIGEHOLD: cannot open error report, "
                   "status " FEJL-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND kaudit-file-1
           IF KAUDIT-FILE-1-STATUS = "35"
               OPEN OUTPUT kaudit-file-1
           END-IF
           IF KAUDIT-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTAKTVEDLIGEHOLD: cannot open audit file, "
                   "status " KAUDIT-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               CLOSE fejl-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-ONE-TRANS.
           PERFORM FIND-KONTAKT-POST
           EVALUATE KIT-KODE
               WHEN "N"
                   PERFORM APPLY-NY-ELLER-OPDATER
               WHEN "S"
                   PERFORM APPLY-SLET
               WHEN OTHER
                   MOVE "ukendt transaktionskode" TO WS-FEJL-TEKST
                   PERFORM REJECT-TRANS
           END-EVALUATE.

       FIND-KONTAKT-POST.
           MOVE "N" TO WS-KI-FUNDET
           PERFORM VARYING WS-KI-IX FROM 1 BY 1
                   UNTIL WS-KI-IX > WS-KONTAKT-COUNT
                      OR WS-KI-FUNDET = "Y"
               IF KC-RECORD(WS-KI-IX)(1:10) = KIT-KUNDEID
                  AND KC-AKTIV(WS-KI-IX) = "J"
                   MOVE "Y" TO WS-KI-FUNDET
               END-IF
           END-PERFORM
           IF WS-KI-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KI-IX
           END-IF.

       APPLY-NY-ELLER-OPDATER.
           MOVE KIT-MOBIL TO WS-TLF-NUMMER
           PERFORM CHECK-TELEFON
           IF WS-TLF-OK = "J"
               MOVE KIT-FASTNET TO WS-TLF-NUMMER
               PERFORM CHECK-TELEFON
               IF WS-TLF-OK = "N"
                   MOVE "fastnetnummer er ikke et dansk nummer"
                       TO WS-FEJL-TEKST
               END-IF
           ELSE
               MOVE "mobilnummer er ikke et dansk nummer"
                   TO WS-FEJL-TEKST
           END-IF
           PERFORM CHECK-UDLANDSTELEFON
           PERFORM CHECK-EMAIL
           PERFORM CHECK-MASTER-KUNDE

           IF WS-MASTER-FOUND = "N"
               MOVE "KundeID findes ikke" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF WS-TLF-OK = "N"
               PERFORM REJECT-TRANS
           ELSE
           IF WS-UTLF-OK = "N"
               MOVE "udenlandsk nummer skal vaere +landekode"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF WS-EMAIL-OK = "N"
               MOVE "e-mailadressen er ugyldig" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF KIT-MOBIL = SPACES AND KIT-FASTNET = SPACES
              AND KIT-EMAIL = SPACES AND KIT-UDLANDTLF = SPACES
               MOVE "ingen kontaktoplysninger - brug S"
                   TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF KIT-VERIFICERET NOT = "J" AND KIT-VERIFICERET NOT = "N"
              AND KIT-VERIFICERET NOT = SPACE
               MOVE "verificeret skal vaere J/N" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
           IF KIT-KONTAKTTID NOT = "F" AND KIT-KONTAKTTID NOT = "E"
              AND KIT-KONTAKTTID NOT = "A"
              AND KIT-KONTAKTTID NOT = SPACE
               MOVE "kontakttid skal vaere F/E/A" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               IF WS-KI-FUNDET = "Y"
                   PERFORM OPDATER-KONTAKT-POST
               ELSE
                   PERFORM OPRET-KONTAKT-POST
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-MASTER-KUNDE.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE KIT-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

       CHECK-TELEFON.
           MOVE "J" TO WS-TLF-OK
           IF WS-TLF-NUMMER NOT = SPACES
               IF WS-TLF-NUMMER IS NOT NUMERIC
                   MOVE "N" TO WS-TLF-OK
               ELSE
               IF WS-TLF-NUMMER(1:1) = "0"
                  OR WS-TLF-NUMMER(1:1) = "1"
                   MOVE "N" TO WS-TLF-OK
               END-IF
               END-IF
           END-IF.

       CHECK-UDLANDSTELEFON.
           MOVE "J" TO WS-UTLF-OK
           IF KIT-UDLANDTLF NOT = SPACES
               MOVE 0 TO WS-UTLF-CIFRE
               PERFORM VARYING WS-UTLF-IX FROM 2 BY 1
                       UNTIL WS-UTLF-IX > 16
                   IF KIT-UDLANDTLF(WS-UTLF-IX:1) IS NUMERIC
                      AND WS-UTLF-CIFRE = WS-UTLF-IX - 2
                       ADD 1 TO WS-UTLF-CIFRE
                   ELSE
                   IF KIT-UDLANDTLF(WS-UTLF-IX:1) NOT = SPACE
                       MOVE "N" TO WS-UTLF-OK
                   END-IF
                   END-IF
               END-PERFORM
               IF KIT-UDLANDTLF(1:1) NOT = "+"
                  OR WS-UTLF-CIFRE < 8
                  OR KIT-UDLANDTLF(2:1) = "0"
                  OR KIT-UDLANDTLF(2:2) = "45"
                   MOVE "N" TO WS-UTLF-OK
               END-IF
           END-IF.

       CHECK-EMAIL.
           MOVE "J" TO WS-EMAIL-OK
           IF KIT-EMAIL NOT = SPACES
               MOVE 0 TO WS-EM-LAENGDE
               MOVE 0 TO WS-EM-AT-ANTAL
               MOVE 0 TO WS-EM-AT-POS
               MOVE 0 TO WS-EM-PUNKT-POS
               MOVE SPACE TO WS-EM-FORRIGE
               PERFORM VARYING WS-EM-IX FROM 60 BY -1
                       UNTIL WS-EM-IX < 1 OR WS-EM-LAENGDE > 0
                   IF KIT-EMAIL(WS-EM-IX:1) NOT = SPACE
                       MOVE WS-EM-IX TO WS-EM-LAENGDE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-EM-IX FROM 1 BY 1
                       UNTIL WS-EM-IX > WS-EM-LAENGDE
                   MOVE KIT-EMAIL(WS-EM-IX:1) TO WS-EM-TEGN
                   PERFORM CHECK-EMAIL-TEGN
                   MOVE WS-EM-TEGN TO WS-EM-FORRIGE
               END-PERFORM
               IF WS-EM-AT-ANTAL NOT = 1 OR WS-EM-AT-POS < 2
                   MOVE "N" TO WS-EMAIL-OK
               END-IF
               IF WS-EM-PUNKT-POS < WS-EM-AT-POS + 2
                  OR WS-EM-PUNKT-POS = WS-EM-LAENGDE
                   MOVE "N" TO WS-EMAIL-OK
               END-IF
           END-IF.

      *> WS-EM-PUNKT-POS ends as the last dot after the "@".
       CHECK-EMAIL-TEGN.
           IF WS-EM-TEGN = "@"
               ADD 1 TO WS-EM-AT-ANTAL
               MOVE WS-EM-IX TO WS-EM-AT-POS
               IF WS-EM-FORRIGE = "."
                   MOVE "N" TO WS-EMAIL-OK
               END-IF
           ELSE
           IF WS-EM-TEGN = "."
               IF WS-EM-IX = 1 OR WS-EM-FORRIGE = "."
                  OR WS-EM-FORRIGE = "@"
                   MOVE "N" TO WS-EMAIL-OK
               END-IF
               IF WS-EM-AT-POS > 0
                   MOVE WS-EM-IX TO WS-EM-PUNKT-POS
               END-IF
           ELSE
           IF (WS-EM-TEGN >= "a" AND WS-EM-TEGN <= "z")
              OR (WS-EM-TEGN >= "A" AND WS-EM-TEGN <= "Z")
              OR (WS-EM-TEGN >= "0" AND WS-EM-TEGN <= "9")
              OR WS-EM-TEGN = "_" OR WS-EM-TEGN = "%"
              OR WS-EM-TEGN = "+" OR WS-EM-TEGN = "-"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EMAIL-OK
           END-IF
           END-IF
           END-IF.

       OPRET-KONTAKT-POST.
           IF WS-KONTAKT-COUNT < WS-MAX-KONTAKT
               ADD 1 TO WS-KONTAKT-COUNT
               MOVE WS-KONTAKT-COUNT TO WS-KI-IX
               MOVE SPACES TO WS-FOER-BILLEDE
               PERFORM FLYT-TRANS-FELTER
               MOVE "J" TO KC-AKTIV(WS-KI-IX)
               MOVE "O" TO KA-KODE
               PERFORM SKRIV-KONTAKT-AUDIT
               ADD 1 TO WS-NY-COUNT
           ELSE
               MOVE "kontaktregistret er fuldt" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           END-IF.

       OPDATER-KONTAKT-POST.
           MOVE KC-RECORD(WS-KI-IX) TO WS-FOER-BILLEDE
           PERFORM FLYT-TRANS-FELTER
           MOVE "A" TO KA-KODE
           PERFORM SKRIV-KONTAKT-AUDIT
           ADD 1 TO WS-OPDATER-COUNT.

       FLYT-TRANS-FELTER.
           MOVE SPACES TO WS-KONTAKT-POST
           MOVE KIT-KUNDEID TO KI-KUNDEID IN WS-KONTAKT-POST
           MOVE KIT-MOBIL TO KI-MOBIL IN WS-KONTAKT-POST
           MOVE KIT-FASTNET TO KI-FASTNET IN WS-KONTAKT-POST
           MOVE KIT-EMAIL TO KI-EMAIL IN WS-KONTAKT-POST
           MOVE KIT-UDLANDTLF TO KI-UDLANDTLF IN WS-KONTAKT-POST
           IF KIT-VERIFICERET = "J"
               MOVE "J" TO KI-VERIFICERET IN WS-KONTAKT-POST
           ELSE
               MOVE "N" TO KI-VERIFICERET IN WS-KONTAKT-POST
           END-IF
           MOVE KIT-KONTAKTTID TO KI-KONTAKTTID IN WS-KONTAKT-POST
           MOVE WS-TODAY TO KI-AENDRET-DATO IN WS-KONTAKT-POST
           MOVE WS-BRUGERID TO KI-BRUGERID IN WS-KONTAKT-POST
           MOVE WS-KONTAKT-POST TO KC-RECORD(WS-KI-IX).

       APPLY-SLET.
           IF WS-KI-FUNDET = "N"
               MOVE "ingen kontaktpost for KundeID" TO WS-FEJL-TEKST
               PERFORM REJECT-TRANS
           ELSE
               MOVE KC-RECORD(WS-KI-IX) TO WS-FOER-BILLEDE
               MOVE "N" TO KC-AKTIV(WS-KI-IX)
               MOVE "S" TO KA-KODE
               PERFORM SKRIV-KONTAKT-AUDIT
               ADD 1 TO WS-SLET-COUNT
           END-IF.

      *> KA-KODE is set by the caller; a deleted entry has no
      *> after-image.
       SKRIV-KONTAKT-AUDIT.
           MOVE WS-TODAY TO KA-DATO
           MOVE WS-NU-TID TO KA-TID
           MOVE KIT-KUNDEID TO KA-KUNDEID
           MOVE WS-BRUGERID TO KA-BRUGERID
           MOVE WS-FOER-BILLEDE TO KA-FOER
           IF KA-KODE = "S"
               MOVE SPACES TO KA-EFTER
           ELSE
               MOVE KC-RECORD(WS-KI-IX) TO KA-EFTER
           END-IF
           WRITE kaudit-record.

       REJECT-TRANS.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-FEJL-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               KIT-KODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KIT-KUNDEID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-FEJL-LINJE
           END-STRING
           WRITE fejl-record FROM WS-FEJL-LINJE.

       REWRITE-KONTAKT-REGISTER.
           OPEN OUTPUT kontakt-file-1
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTAKTVEDLIGEHOLD: cannot rewrite contact "
                   "file, status " KONTAKT-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-KI-IX FROM 1 BY 1
                   UNTIL WS-KI-IX > WS-KONTAKT-COUNT
               IF KC-AKTIV(WS-KI-IX) = "J"
                   WRITE kontakt-record FROM KC-RECORD(WS-KI-IX)
               END-IF
           END-PERFORM

           CLOSE kontakt-file-1.
