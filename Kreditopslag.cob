       identification division.
       program-id. KREDITOPSLAG.

      *> Shared credit-limit lookup, a callable in the style of
      *> VAERGEOPSLAG. The first call loads the credit-limit register
      *> into a table; every call after that answers from the table.
      *> Given an account number and a date the routine returns
      *> whether the register is on disk at all, whether a limit
      *> valid on that date exists for the account, the limit amount
      *> and its expiry date. An expired limit counts as no limit.

       environment division.
       input-output section.
       file-control.
           select ramme-file-1 assign to dynamic WS-RAMME-FILENAME
               organization is line sequential
               file status is RAMME-FILE-1-STATUS.

       data division.
       file section.
       fd  ramme-file-1.
       01  ramme-record.
           copy "KREDITRAMME.cpy".

       working-storage section.
       01  END-OF-RAMME            PIC X VALUE "N".
       01  RAMME-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  WS-RAMME-FILENAME       PIC X(100)
                                    VALUE "Kreditrammer.txt".

       01  WS-LOADED               PIC X VALUE "N".
       01  WS-REGISTER-AKTIV       PIC X VALUE "N".

       01  WS-MAX-RAMMER           PIC 9(5) VALUE 5000.
       01  WS-RAMME-COUNT          PIC 9(5) VALUE 0.
       01  WS-RM-IX                PIC 9(5) VALUE 0.
       01  RAMME-TABEL.
           02  RAMME-ENTRY OCCURS 5000 TIMES.
               03  RT-KONTONUMMER  pic x(20).
               03  RT-BELOEB       pic 9(7)v99.
               03  RT-UDLOEB       pic 9(8).

       linkage section.
       01  LS-KONTONUMMER          pic x(20).
       01  LS-DATO                 pic 9(8).
       01  LS-AKTIV                pic x(1).
       01  LS-FUNDET               pic x(1).
       01  LS-RAMME                pic 9(7)v99.
       01  LS-UDLOEB               pic 9(8).

       procedure division using LS-KONTONUMMER LS-DATO LS-AKTIV
               LS-FUNDET LS-RAMME LS-UDLOEB.
       MAIN-PROCEDURE.
           IF WS-LOADED = "N"
               PERFORM LOAD-RAMME-REGISTER
               MOVE "Y" TO WS-LOADED
           END-IF

           MOVE WS-REGISTER-AKTIV TO LS-AKTIV
           MOVE "N" TO LS-FUNDET
           MOVE ZEROS TO LS-RAMME
           MOVE ZEROS TO LS-UDLOEB
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
                   UNTIL WS-RM-IX > WS-RAMME-COUNT
                      OR LS-FUNDET = "Y"
               IF RT-KONTONUMMER(WS-RM-IX) = LS-KONTONUMMER
                  AND (RT-UDLOEB(WS-RM-IX) = 0
                       OR RT-UDLOEB(WS-RM-IX) >= LS-DATO)
                   MOVE "Y" TO LS-FUNDET
                   MOVE RT-BELOEB(WS-RM-IX) TO LS-RAMME
                   MOVE RT-UDLOEB(WS-RM-IX) TO LS-UDLOEB
               END-IF
           END-PERFORM

       goback.

       LOAD-RAMME-REGISTER.
           ACCEPT WS-RAMME-FILENAME FROM ENVIRONMENT "KREDITRAMME_FIL"
               ON EXCEPTION
                   MOVE "Kreditrammer.txt" TO WS-RAMME-FILENAME
           END-ACCEPT

           OPEN INPUT ramme-file-1
           IF RAMME-FILE-1-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "Y" TO WS-REGISTER-AKTIV
               PERFORM UNTIL END-OF-RAMME = "Y"
                   READ ramme-file-1 INTO ramme-record
                       AT END
                           MOVE "Y" TO END-OF-RAMME
                       NOT AT END
                           IF WS-RAMME-COUNT < WS-MAX-RAMMER
                               ADD 1 TO WS-RAMME-COUNT
                               MOVE KRR-KONTONUMMER
                                   TO RT-KONTONUMMER(WS-RAMME-COUNT)
                               MOVE KRR-BELOEB
                                   TO RT-BELOEB(WS-RAMME-COUNT)
                               MOVE KRR-UDLOEB-DATO
                                   TO RT-UDLOEB(WS-RAMME-COUNT)
                           ELSE
                               DISPLAY "KREDITOPSLAG: limit table "
                                   "full, entry dropped"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ramme-file-1
           END-IF.
