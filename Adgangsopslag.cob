       identification division.
       program-id. ADGANGSOPSLAG.

      *> Read-access inquiry over Adgangslog.txt (ADGANGLOG.cpy).
      *> The operator is prompted for a KundeID and gets every
      *> recorded look at that customer - date, time, program and
      *> the user ID with the name and branch from the operator
      *> register (OPERATORTJEK) - in the order they happened, so
      *> a customer's question "who has looked at me" can be
      *> answered from the console.

       environment division.
       input-output section.
       file-control.
           select adgang-file-1 assign to dynamic WS-ADGANG-FILENAME
               organization is line sequential
               file status is ADGANG-FILE-1-STATUS.

       data division.
       file section.
       fd  adgang-file-1.
       01  adgang-record.
           copy "ADGANGLOG.cpy".

       working-storage section.
       01  END-OF-FILE           PIC X VALUE "N".
       01  ADGANG-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  WS-ADGANG-FILENAME    PIC X(100)
                                  VALUE "Adgangslog.txt".

       01  WS-SEARCH-KUNDEID     PIC X(10) VALUE SPACES.
       01  WS-VIST-COUNT         PIC 9(7) VALUE 0.

       01  WS-OP-FUNDET          PIC X VALUE "N".
       01  WS-OP-NAVN            PIC X(30) VALUE SPACES.
       01  WS-OP-FILIAL          PIC X(4) VALUE SPACES.
       01  WS-OP-ROLLE           PIC X(8) VALUE SPACES.
       01  WS-OP-SPAERRET        PIC X VALUE "N".

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-ADGANG-FILENAME FROM ENVIRONMENT "ADGANGSLOG_FIL"
               ON EXCEPTION
                   MOVE "Adgangslog.txt" TO WS-ADGANG-FILENAME
           END-ACCEPT

           DISPLAY "ADGANGSOPSLAG - indtast KundeID: "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-KUNDEID

           OPEN INPUT adgang-file-1
           IF ADGANG-FILE-1-STATUS NOT = "00"
               DISPLAY "ADGANGSOPSLAG: ingen adgangslog paa disk "
                   "(status " ADGANG-FILE-1-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "=========================================="
           DISPLAY "ADGANGSOPSLAG - opslag paa KundeID "
               WS-SEARCH-KUNDEID
           DISPLAY "=========================================="

           PERFORM UNTIL END-OF-FILE = "Y"
               READ adgang-file-1
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AG-KUNDEID = WS-SEARCH-KUNDEID
                           PERFORM SHOW-ADGANG-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE adgang-file-1

           DISPLAY "--------------------------------------------"
           DISPLAY "Opslag vist : " WS-VIST-COUNT
           IF WS-VIST-COUNT = 0
               DISPLAY "Ingen opslag registreret for KundeID "
                   WS-SEARCH-KUNDEID
           END-IF
           DISPLAY "=========================================="

       goback.

       SHOW-ADGANG-RECORD.
           ADD 1 TO WS-VIST-COUNT
           CALL "OPERATORTJEK" USING AG-BRUGERID WS-OP-FUNDET
               WS-OP-NAVN WS-OP-FILIAL WS-OP-ROLLE WS-OP-SPAERRET
           IF WS-OP-FUNDET NOT = "Y"
               MOVE "(ikke i operatoerregistret)" TO WS-OP-NAVN
               MOVE SPACES TO WS-OP-FILIAL
           END-IF
           DISPLAY AG-DATO " " AG-TID " " AG-PROGRAM " "
               AG-BRUGERID
           DISPLAY "  " WS-OP-NAVN " " WS-OP-FILIAL.
