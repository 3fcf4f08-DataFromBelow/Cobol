       identification division.
       program-id. RESERVATIONUDLOEB.

      *> Daily expiry of card authorisation holds. Walks the indexed
      *> reservations file and marks every hold still active after
      *> its expiry date as expired ("U"), so it no longer reduces
      *> the available balance, and lists those holds - the
      *> authorisations that never cleared - on the daily list
      *> (ReservationUdloebsListe.txt) with the owning KundeID from
      *> the account master when it is on disk, for the card desk
      *> to follow up with the card system. Runs on the DAGLIG line
      *> of the schedule plan after KONTOPOSTERING, so a hold cleared
      *> by tonight's KORT posting is released before it can expire.

       environment division.
       input-output section.
       file-control.
           select resv-file-1 assign to dynamic WS-RESV-FILENAME
               organization is indexed
               access mode is dynamic
               record key is RSV-NOEGLE
               file status is RESV-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is random
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select liste-file-1 assign to dynamic WS-LISTE-FILENAME
               organization is line sequential
               file status is LISTE-FILE-1-STATUS.

       data division.
       file section.
       fd  resv-file-1.
       01  resv-record.
           copy "RESERVATION.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  liste-file-1.
       01  liste-record            PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "RESERVATIONUDLOEB".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-RESV             PIC X VALUE "N".
       01  RESV-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  LISTE-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-RESV-FILENAME        PIC X(100)
                                    VALUE "Reservationer.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-LISTE-FILENAME       PIC X(100)
                                    VALUE "ReservationUdloebsListe.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-KONTO-AKTIV          PIC X VALUE "N".

       01  WS-LISTE-LINJE.
           02  LL-KONTONUMMER      PIC X(20).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  LL-KUNDEID          PIC X(10).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  LL-AUTH-ID          PIC X(12).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  LL-BELOEB           PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(1) VALUE SPACE.
           02  LL-DATO             PIC 9(8).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  LL-UDLOEB           PIC 9(8).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  LL-TEKST            PIC X(20).
       01  WS-OVERSKRIFT           PIC X(100) VALUE SPACES.

       01  WS-RESV-COUNT           PIC 9(7) VALUE 0.
       01  WS-AKTIV-COUNT          PIC 9(7) VALUE 0.
       01  WS-UDLOEBET-COUNT       PIC 9(7) VALUE 0.
       01  WS-UDLOEBET-BELOEB      PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-RESV-FILENAME FROM ENVIRONMENT "RESERVATION_FIL"
               ON EXCEPTION
                   MOVE "Reservationer.dat" TO WS-RESV-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-LISTE-FILENAME
                   FROM ENVIRONMENT "RESERVATION_UDLOEB_FIL"
               ON EXCEPTION
                   MOVE "ReservationUdloebsListe.txt"
                       TO WS-LISTE-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN I-O resv-file-1
           IF RESV-FILE-1-STATUS NOT = "00"
               DISPLAY "RESERVATIONUDLOEB: ingen reservationsfil "
                   "paa disk (status " RESV-FILE-1-STATUS
                   ") - intet at udloebe"
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN OUTPUT liste-file-1
           IF LISTE-FILE-1-STATUS NOT = "00"
               DISPLAY "RESERVATIONUDLOEB: cannot open expiry list, "
                   "status " LISTE-FILE-1-STATUS
               CLOSE resv-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM SKRIV-KOERSELLOG
               GOBACK
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           END-IF

           MOVE SPACES TO WS-OVERSKRIFT
           STRING "UDLOEBNE KORTRESERVATIONER UDEN CLEARING "
                   DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-OVERSKRIFT
           END-STRING
           WRITE liste-record FROM WS-OVERSKRIFT

           PERFORM UNTIL END-OF-RESV = "Y"
               READ resv-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESV
                   NOT AT END
                       ADD 1 TO WS-RESV-COUNT
                       PERFORM VURDER-ONE-RESERVATION
               END-READ
               IF RESV-FILE-1-STATUS NOT = "00"
                  AND RESV-FILE-1-STATUS NOT = "10"
                   DISPLAY "RESERVATIONUDLOEB: read error, status "
                       RESV-FILE-1-STATUS
                   MOVE "Y" TO END-OF-RESV
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-PERFORM

           CLOSE resv-file-1
           CLOSE liste-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF

           DISPLAY "=========================================="
           DISPLAY "RESERVATIONUDLOEB - udloebne reservationer "
               WS-TODAY
           DISPLAY "Reservationer laest  : " WS-RESV-COUNT
           DISPLAY "Fortsat aktive       : " WS-AKTIV-COUNT
           DISPLAY "Udloebet i dag       : " WS-UDLOEBET-COUNT
           MOVE WS-UDLOEBET-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Udloebet beloeb      : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           PERFORM SKRIV-KOERSELLOG

       goback.

       SKRIV-KOERSELLOG.
           MOVE WS-RESV-COUNT TO WS-KLOG-LAEST
           MOVE WS-UDLOEBET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-UDLOEBET-BELOEB TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE.

      *> A hold is valid through its expiry date; it expires on the
      *> first run after that day.
       VURDER-ONE-RESERVATION.
           IF RSV-STATUS = "A"
               IF RSV-UDLOEB-DATO < WS-TODAY
                   MOVE "U" TO RSV-STATUS
                   MOVE WS-TODAY TO RSV-AFSLUT-DATO
                   REWRITE resv-record
                       INVALID KEY
                           DISPLAY "RESERVATIONUDLOEB: rewrite "
                               "failed for " RSV-KONTONUMMER " "
                               RSV-AUTH-ID ", status "
                               RESV-FILE-1-STATUS
                           MOVE 20 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-UDLOEBET-COUNT
                           ADD RSV-BELOEB TO WS-UDLOEBET-BELOEB
                           PERFORM SKRIV-LISTE-POST
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-AKTIV-COUNT
               END-IF
           END-IF.

       SKRIV-LISTE-POST.
           MOVE RSV-KONTONUMMER TO LL-KONTONUMMER
           MOVE SPACES TO LL-KUNDEID
           IF WS-KONTO-AKTIV = "Y"
               MOVE RSV-KONTONUMMER TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   INVALID KEY
                       MOVE "??????????" TO LL-KUNDEID
                   NOT INVALID KEY
                       MOVE KONTO-KUNDEID IN konto-record
                           TO LL-KUNDEID
               END-READ
           END-IF
           MOVE RSV-AUTH-ID TO LL-AUTH-ID
           MOVE RSV-BELOEB TO LL-BELOEB
           MOVE RSV-DATO TO LL-DATO
           MOVE RSV-UDLOEB-DATO TO LL-UDLOEB
           MOVE RSV-TEKST TO LL-TEKST
           WRITE liste-record FROM WS-LISTE-LINJE.
