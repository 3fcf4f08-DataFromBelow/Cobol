       identification division.
       program-id. RESERVATIONSOPSLAG.

      *> Shared card-hold lookup, a callable in the style of
      *> KREDITOPSLAG. Given an account number and a date the routine
      *> returns whether the reservations file is on disk at all, the
      *> number of holds active on that date and their total. A hold
      *> counts while it has status "A" and the date is on or before
      *> its expiry date. The file is read afresh on every call, so
      *> the inquiry always sees the holds the night's run has just
      *> released or expired.

       environment division.
       input-output section.
       file-control.
           select resv-file-1 assign to dynamic WS-RESV-FILENAME
               organization is indexed
               access mode is dynamic
               record key is RSV-NOEGLE
               file status is RESV-FILE-1-STATUS.

       data division.
       file section.
       fd  resv-file-1.
       01  resv-record.
           copy "RESERVATION.cpy".

       working-storage section.
       01  END-OF-RESV             PIC X VALUE "N".
       01  RESV-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  WS-RESV-FILENAME        PIC X(100)
                                    VALUE "Reservationer.dat".

       linkage section.
       01  LS-KONTONUMMER          pic x(20).
       01  LS-DATO                 pic 9(8).
       01  LS-AKTIV                pic x(1).
       01  LS-ANTAL                pic 9(5).
       01  LS-RESERVERET           pic 9(9)v99.

       procedure division using LS-KONTONUMMER LS-DATO LS-AKTIV
               LS-ANTAL LS-RESERVERET.
       MAIN-PROCEDURE.
           ACCEPT WS-RESV-FILENAME FROM ENVIRONMENT "RESERVATION_FIL"
               ON EXCEPTION
                   MOVE "Reservationer.dat" TO WS-RESV-FILENAME
           END-ACCEPT

           MOVE "N" TO LS-AKTIV
           MOVE ZEROS TO LS-ANTAL
           MOVE ZEROS TO LS-RESERVERET

           OPEN INPUT resv-file-1
           IF RESV-FILE-1-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE "Y" TO LS-AKTIV

           MOVE "N" TO END-OF-RESV
           MOVE LS-KONTONUMMER TO RSV-KONTONUMMER
           MOVE LOW-VALUES TO RSV-AUTH-ID
           START resv-file-1 KEY NOT < RSV-NOEGLE
               INVALID KEY
                   MOVE "Y" TO END-OF-RESV
           END-START
           PERFORM UNTIL END-OF-RESV = "Y"
               READ resv-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-RESV
                   NOT AT END
                       IF RSV-KONTONUMMER NOT = LS-KONTONUMMER
                           MOVE "Y" TO END-OF-RESV
                       ELSE
                           IF RSV-STATUS = "A"
                              AND RSV-UDLOEB-DATO >= LS-DATO
                               ADD 1 TO LS-ANTAL
                               ADD RSV-BELOEB TO LS-RESERVERET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE resv-file-1

       goback.
