       identification division.
       program-id. RESERVATIONINDLAES.

      *> Nightly load of card authorisation holds. Reads the bare
      *> body of the authorisation-hold feed FEEDPORT published
      *> (Reservationsfeed.txt) and adds each new authorisation to
      *> the indexed reservations file (Reservationer.dat, keyed on
      *> the account number plus the authorisation id) as an active
      *> hold expiring RESERVATION_DAGE days (default 7) after the
      *> authorisation date. An authorisation already on file is left
      *> as it is, so a feed delivered twice reserves nothing twice;
      *> a line without account, id, amount or a valid date is
      *> counted as rejected. KONTOPOSTERING releases the hold when
      *> the clearing KORT posting arrives and RESERVATIONUDLOEB
      *> expires the rest. Runs on the DAGLIG line of the schedule
      *> plan after FEEDPORT and before KONTOPOSTERING.

       environment division.
       input-output section.
       file-control.
           select feed-file-1 assign to dynamic WS-FEED-FILENAME
               organization is line sequential
               file status is FEED-FILE-1-STATUS.
           select resv-file-1 assign to dynamic WS-RESV-FILENAME
               organization is indexed
               access mode is dynamic
               record key is RSV-NOEGLE
               file status is RESV-FILE-1-STATUS.

       data division.
       file section.
       fd  feed-file-1.
       01  feed-record.
           copy "RESVFEED.cpy".
       fd  resv-file-1.
       01  resv-record.
           copy "RESERVATION.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "RESERVATIONINDLAES".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-FEED             PIC X VALUE "N".
       01  FEED-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  RESV-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  WS-FEED-FILENAME        PIC X(100)
                                    VALUE "Reservationsfeed.txt".
       01  WS-RESV-FILENAME        PIC X(100)
                                    VALUE "Reservationer.dat".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-RESV-DAGE            PIC 9(3) VALUE 7.
       01  WS-RESV-DAGE-X          PIC X(3) VALUE SPACES.
       01  WS-UDLOEB-INT           PIC S9(9) VALUE 0.
       01  WS-LINJE-OK             PIC X VALUE "Y".

       01  WS-LAEST-COUNT          PIC 9(7) VALUE 0.
       01  WS-NY-COUNT             PIC 9(7) VALUE 0.
       01  WS-KENDT-COUNT          PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-NY-BELOEB            PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-FEED-FILENAME
                   FROM ENVIRONMENT "RESERVATION_FEED_FIL"
               ON EXCEPTION
                   MOVE "Reservationsfeed.txt" TO WS-FEED-FILENAME
           END-ACCEPT

           ACCEPT WS-RESV-FILENAME FROM ENVIRONMENT "RESERVATION_FIL"
               ON EXCEPTION
                   MOVE "Reservationer.dat" TO WS-RESV-FILENAME
           END-ACCEPT

           ACCEPT WS-RESV-DAGE-X FROM ENVIRONMENT "RESERVATION_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-RESV-DAGE-X
           END-ACCEPT
           IF WS-RESV-DAGE-X NOT = SPACES
               COMPUTE WS-RESV-DAGE =
                   FUNCTION NUMVAL(WS-RESV-DAGE-X)
           END-IF
           IF WS-RESV-DAGE = 0
               MOVE 7 TO WS-RESV-DAGE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT feed-file-1
           IF FEED-FILE-1-STATUS NOT = "00"
               DISPLAY "RESERVATIONINDLAES: intet reservationsfeed "
                   "paa disk (status " FEED-FILE-1-STATUS
                   ") - ingen nye reservationer"
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN I-O resv-file-1
           IF RESV-FILE-1-STATUS = "35"
               OPEN OUTPUT resv-file-1
               CLOSE resv-file-1
               OPEN I-O resv-file-1
           END-IF
           IF RESV-FILE-1-STATUS NOT = "00"
               DISPLAY "RESERVATIONINDLAES: cannot open reservations "
                   "file, status " RESV-FILE-1-STATUS
               CLOSE feed-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-FEED = "Y"
               READ feed-file-1
                   AT END
                       MOVE "Y" TO END-OF-FEED
                   NOT AT END
                       ADD 1 TO WS-LAEST-COUNT
                       PERFORM INDLAES-ONE-RESERVATION
               END-READ
               IF FEED-FILE-1-STATUS NOT = "00"
                  AND FEED-FILE-1-STATUS NOT = "10"
                   DISPLAY "RESERVATIONINDLAES: read error, status "
                       FEED-FILE-1-STATUS
                   MOVE "Y" TO END-OF-FEED
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-PERFORM

           CLOSE feed-file-1
           CLOSE resv-file-1

           DISPLAY "=========================================="
           DISPLAY "RESERVATIONINDLAES - kortreservationer " WS-TODAY
           DISPLAY "Feed-linjer laest    : " WS-LAEST-COUNT
           DISPLAY "Nye reservationer    : " WS-NY-COUNT
           DISPLAY "Allerede paa fil     : " WS-KENDT-COUNT
           DISPLAY "Afvist               : " WS-AFVIST-COUNT
           MOVE WS-NY-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Nyt reserveret beloeb: " WS-BELOEB-EDIT
           DISPLAY "Udloeb efter (dage)  : " WS-RESV-DAGE
           DISPLAY "=========================================="

           PERFORM SKRIV-KOERSELLOG

       goback.

       SKRIV-KOERSELLOG.
           MOVE WS-LAEST-COUNT TO WS-KLOG-LAEST
           MOVE WS-NY-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE WS-NY-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE.

       INDLAES-ONE-RESERVATION.
           MOVE "Y" TO WS-LINJE-OK
           IF RFEED-KONTONUMMER = SPACES
              OR RFEED-AUTH-ID = SPACES
              OR RFEED-BELOEB IS NOT NUMERIC
              OR RFEED-DATO IS NOT NUMERIC
               MOVE "N" TO WS-LINJE-OK
           ELSE
               IF RFEED-BELOEB = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(RFEED-DATO) NOT = 0
                   MOVE "N" TO WS-LINJE-OK
               END-IF
           END-IF

           IF WS-LINJE-OK = "N"
               ADD 1 TO WS-AFVIST-COUNT
               DISPLAY "RESERVATIONINDLAES: ugyldig feed-linje for "
                   "konto " RFEED-KONTONUMMER " auth "
                   RFEED-AUTH-ID
           ELSE
               MOVE SPACES TO resv-record
               MOVE RFEED-KONTONUMMER TO RSV-KONTONUMMER
               MOVE RFEED-AUTH-ID TO RSV-AUTH-ID
               MOVE RFEED-BELOEB TO RSV-BELOEB
               MOVE RFEED-DATO TO RSV-DATO
               COMPUTE WS-UDLOEB-INT =
                   FUNCTION INTEGER-OF-DATE(RFEED-DATO)
                   + WS-RESV-DAGE
               COMPUTE RSV-UDLOEB-DATO =
                   FUNCTION DATE-OF-INTEGER(WS-UDLOEB-INT)
               MOVE RFEED-TEKST TO RSV-TEKST
               MOVE "A" TO RSV-STATUS
               MOVE ZEROS TO RSV-AFSLUT-DATO
               WRITE resv-record
                   INVALID KEY
                       ADD 1 TO WS-KENDT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-NY-COUNT
                       ADD RSV-BELOEB TO WS-NY-BELOEB
               END-WRITE
           END-IF.
