      *> the nightly window so the delta extract and the movement
      *> reports always have the generations they need without the
      *> disk filling up.
      *> A generation due for deletion is read first: while a line in
      *> it belongs to a customer under legal hold (RETSHOLDOPSLAG)
      *> the generation is kept, whatever its age, and the run names
      *> the file, the customer and the hold's reason. The customer
      *> master copies and the posting history both lead with the
      *> KundeID, which is where the check looks.

       environment division.
       input-output section.
                   WS-KATALOG-NY-FILENAME
               organization is line sequential
               file status is KATALOG-NY-FILE-1-STATUS.
           select gen-file-1 assign to dynamic WS-GEN-FILENAME
               organization is line sequential
               file status is GEN-FILE-1-STATUS.

       data division.
       file section.
       fd  katalog-ny-file-1.
       01  katalog-ny-record.
           copy "GENKAT.cpy".
       fd  gen-file-1.
       01  gen-record              PIC X(400).

       working-storage section.
       01  END-OF-FILE             PIC X VALUE "N".
                                    VALUE "Generationskatalog.txt".
       01  WS-KATALOG-NY-FILENAME  PIC X(100)
                                    VALUE "GenerationskatalogNY.txt".
       01  END-OF-GEN              PIC X VALUE "N".
       01  GEN-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  WS-GEN-FILENAME         PIC X(130) VALUE SPACES.

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-RH-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-RH-HOLD              PIC X VALUE "N".
       01  WS-RH-AARSAG            PIC X VALUE SPACES.
       01  WS-RH-AARSAG-TEKST      PIC X(30) VALUE SPACES.
       01  WS-RH-REVIEW-DATO       PIC 9(8) VALUE ZEROS.

       01  WS-RETENTION-X          PIC X(3) VALUE SPACES.
       01  WS-RETENTION            PIC 9(3) VALUE 3.

       01  WS-SLETTET-COUNT        PIC 9(3) VALUE 0.
       01  WS-BEHOLDT-COUNT        PIC 9(3) VALUE 0.
       01  WS-RETSHOLD-COUNT       PIC 9(3) VALUE 0.
       01  WS-SLET-FILNAVN         PIC X(130) VALUE SPACES.

       procedure division.
               MOVE 3 TO WS-RETENTION
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-KATALOG
           PERFORM MARK-GENERATIONS
           PERFORM DELETE-OLD-GENERATIONS
           DISPLAY "Retention (pr. fil) : " WS-RETENTION
           DISPLAY "Generationer beholdt: " WS-BEHOLDT-COUNT
           DISPLAY "Generationer slettet: " WS-SLETTET-COUNT
           DISPLAY "Beholdt, retshold   : " WS-RETSHOLD-COUNT
           DISPLAY "=========================================="

       stop run.
       DELETE-OLD-GENERATIONS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ENTRY-COUNT
               IF KA-BEHOLD(WS-IX) = "N"
                   PERFORM CHECK-GEN-RETSHOLD
               END-IF
               IF KA-BEHOLD(WS-IX) = "N"
                   MOVE KA-GENFIL(WS-IX) TO WS-SLET-FILNAVN
                   CALL "CBL_DELETE_FILE" USING WS-SLET-FILNAVN
               END-IF
           END-PERFORM.

      *> A generation that cannot be opened is left to the delete
      *> below, which reports it.
       CHECK-GEN-RETSHOLD.
           MOVE "N" TO WS-RH-HOLD
           MOVE KA-GENFIL(WS-IX) TO WS-GEN-FILENAME
           OPEN INPUT gen-file-1
           IF GEN-FILE-1-STATUS = "00"
               MOVE "N" TO END-OF-GEN
               PERFORM UNTIL END-OF-GEN = "Y" OR WS-RH-HOLD = "J"
                   READ gen-file-1
                       AT END
                           MOVE "Y" TO END-OF-GEN
                       NOT AT END
                           MOVE gen-record(1:10) TO WS-RH-KUNDEID
                           IF WS-RH-KUNDEID NOT = SPACES
                               CALL "RETSHOLDOPSLAG" USING
                                   WS-RH-KUNDEID WS-TODAY WS-RH-HOLD
                                   WS-RH-AARSAG WS-RH-AARSAG-TEKST
                                   WS-RH-REVIEW-DATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gen-file-1
           END-IF
           IF WS-RH-HOLD = "J"
               MOVE "J" TO KA-BEHOLD(WS-IX)
               ADD 1 TO WS-RETSHOLD-COUNT
               DISPLAY "GENOPRYDNING: beholdt "
                   FUNCTION TRIM(WS-GEN-FILENAME)
                   " - KundeID " WS-RH-KUNDEID " under retshold "
                   WS-RH-AARSAG " " FUNCTION TRIM(WS-RH-AARSAG-TEKST)
                   " review " WS-RH-REVIEW-DATO
           END-IF.

       REWRITE-KATALOG.
           OPEN OUTPUT katalog-ny-file-1
           PERFORM VARYING WS-IX FROM 1 BY 1
