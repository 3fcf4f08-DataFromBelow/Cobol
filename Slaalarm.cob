      *>   AFVPCT  - KR-AFVIST above a percentage of KR-LAEST,
      *>   RETKODE - nonzero KR-RETKODE on a must-succeed step,
      *>   AFSTAND - more than the allowed minutes between two
      *>             consecutive run-log entries,
      *>   MELLEM  - posting suspense items (Mellemregning.txt) open
      *>             for more than 10 days total more than the set
      *>             amount.
      *> Breached rules are appended to the operator alert file with
      *> their severity; OPERATORKONSOL shows the pending alerts on
      *> next entry. Breaches end the run with the warning code 4,
           select alarm-file-1 assign to dynamic WS-ALARM-FILENAME
               organization is line sequential
               file status is ALARM-FILE-1-STATUS.
           select mellem-file-1 assign to dynamic WS-MELLEM-FILENAME
               organization is line sequential
               file status is MELLEM-FILE-1-STATUS.

       data division.
       file section.
           copy "KOERSEL.cpy".
       fd  alarm-file-1.
       01  alarm-record            PIC X(120).
       fd  mellem-file-1.
       01  mellem-record.
           copy "MELLEMREG.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "SLAALARM".
       01  REGEL-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  LOG-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  ALARM-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MELLEM-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  END-OF-MELLEM           PIC X VALUE "N".

       01  WS-REGEL-FILENAME       PIC X(100)
                                    VALUE "SlaRegler.txt".
                                    VALUE "Koerselsresultater.txt".
       01  WS-ALARM-FILENAME       PIC X(100)
                                    VALUE "OperatorAlarmer.txt".
       01  WS-MELLEM-FILENAME      PIC X(100)
                                    VALUE "Mellemregning.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-NU-TID               PIC 9(6) VALUE ZEROS.
       01  WS-MIN-B                PIC 9(5) VALUE 0.
       01  WS-MIN-GAB              PIC S9(5) VALUE 0.

      *> Suspense ageing: items booked on or before WS-MR-GRAENSE-DATO
      *> are more than 10 days old.
       01  WS-MR-GRAENSE-DATO      PIC 9(8) VALUE ZEROS.
       01  WS-DATO-INT             PIC S9(9) VALUE 0.
       01  WS-MR-GAMMEL-BELOEB     PIC S9(11)V99 VALUE ZEROS.
       01  WS-MR-GAMMEL-COUNT      PIC 9(7) VALUE 0.
       01  WS-MR-BELOEB-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-MR-POSTERING.
           copy "POSTTRANS.cpy".

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-REGEL-FILENAME FROM ENVIRONMENT "SLA_REGEL_FIL"
                   MOVE "OperatorAlarmer.txt" TO WS-ALARM-FILENAME
           END-ACCEPT

           ACCEPT WS-MELLEM-FILENAME
                   FROM ENVIRONMENT "MELLEMREGNING_FIL"
               ON EXCEPTION
                   MOVE "Mellemregning.txt" TO WS-MELLEM-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NU-TID
           COMPUTE WS-DATO-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 11
           COMPUTE WS-MR-GRAENSE-DATO =
               FUNCTION DATE-OF-INTEGER(WS-DATO-INT)

           PERFORM LOAD-REGLER
           PERFORM LOAD-DAGENS-LOG
                   PERFORM CHECK-RETKODE
               WHEN "AFSTAND"
                   PERFORM CHECK-AFSTAND
               WHEN "MELLEM"
                   PERFORM CHECK-MELLEM
               WHEN OTHER
                   DISPLAY "SLAALARM: ukendt regeltype "
                       RE-TYPE(WS-RE-IX) " - reglen springes over"
               END-IF
           END-PERFORM.

      *> Gross amount of the old open items; a missing suspense
      *> file is an empty one.
       CHECK-MELLEM.
           MOVE ZEROS TO WS-MR-GAMMEL-BELOEB
           MOVE 0 TO WS-MR-GAMMEL-COUNT
           MOVE "N" TO END-OF-MELLEM
           OPEN INPUT mellem-file-1
           IF MELLEM-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-MELLEM = "Y"
                   READ mellem-file-1
                       AT END
                           MOVE "Y" TO END-OF-MELLEM
                       NOT AT END
                           IF MR-STATUS = "A"
                              AND MR-NR-DATO <= WS-MR-GRAENSE-DATO
                              AND (RE-PROGRAM(WS-RE-IX) = SPACES
                                   OR RE-PROGRAM(WS-RE-IX)(1:3)
                                       = MR-VALUTA)
                               MOVE MR-POSTDATA TO WS-MR-POSTERING
                               ADD POST-BELOEB IN WS-MR-POSTERING
                                   TO WS-MR-GAMMEL-BELOEB
                               ADD 1 TO WS-MR-GAMMEL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mellem-file-1
           END-IF
           IF WS-MR-GAMMEL-BELOEB > RE-VAERDI(WS-RE-IX)
               MOVE WS-MR-GAMMEL-BELOEB TO WS-MR-BELOEB-EDIT
               MOVE SPACES TO WS-BRUD-TEKST
               STRING "mellemregning over 10 dage: "
                       DELIMITED BY SIZE
                   WS-MR-GAMMEL-COUNT DELIMITED BY SIZE
                   " poster, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MR-BELOEB-EDIT) DELIMITED BY SIZE
                   INTO WS-BRUD-TEKST
               END-STRING
               PERFORM SKRIV-BRUD
           END-IF.

       SKRIV-BRUD.
           ADD 1 TO WS-BRUD-COUNT
           MOVE SPACES TO WS-ALARM-LINJE
