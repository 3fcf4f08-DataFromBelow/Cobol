       identification division.
       program-id. KONTOHAVEROPSLAG.

      *> Shared account-holder lookup, a callable in the style of
      *> VAERGEOPSLAG. The first call loads the account-holder
      *> relation (Kontohavere.txt, KONTOHAVER.cpy) into a table;
      *> every call after that answers from the table. Given an
      *> account number and a holder number n the routine returns
      *> the number of holders on the account, the sum of their
      *> shares, and the n-th holder's KundeID, role and share. An
      *> account that is not in the relation answers zero holders -
      *> the owner on the account master is then the only holder.
      *> A caller loops n from 1 up to the holder count.

       environment division.
       input-output section.
       file-control.
           select haver-file-1 assign to dynamic WS-HAVER-FILENAME
               organization is line sequential
               file status is HAVER-FILE-1-STATUS.

       data division.
       file section.
       fd  haver-file-1.
       01  haver-record.
           copy "KONTOHAVER.cpy".

       working-storage section.
       01  END-OF-HAVER            PIC X VALUE "N".
       01  HAVER-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  WS-HAVER-FILENAME       PIC X(100)
                                    VALUE "Kontohavere.txt".

       01  WS-LOADED               PIC X VALUE "N".

       01  WS-MAX-HAVERE           PIC 9(5) VALUE 5000.
       01  WS-HAVER-COUNT          PIC 9(5) VALUE 0.
       01  WS-KH-IX                PIC 9(5) VALUE 0.
       01  HAVER-TABEL.
           02  HAVER-ENTRY OCCURS 5000 TIMES.
               03  HT-KONTONUMMER  pic x(20).
               03  HT-KUNDEID      pic x(10).
               03  HT-ROLLE        pic x(1).
               03  HT-ANDEL        pic 9(3)v99.

       linkage section.
       01  LS-KONTONUMMER          pic x(20).
       01  LS-NR                   pic 9(2).
       01  LS-ANTAL                pic 9(2).
       01  LS-ANDEL-SUM            pic 9(5)v99.
       01  LS-KUNDEID              pic x(10).
       01  LS-ROLLE                pic x(1).
       01  LS-ANDEL                pic 9(3)v99.

       procedure division using LS-KONTONUMMER LS-NR LS-ANTAL
               LS-ANDEL-SUM LS-KUNDEID LS-ROLLE LS-ANDEL.
       MAIN-PROCEDURE.
           IF WS-LOADED = "N"
               PERFORM LOAD-HAVER-REGISTER
               MOVE "Y" TO WS-LOADED
           END-IF

           MOVE 0 TO LS-ANTAL
           MOVE ZEROS TO LS-ANDEL-SUM
           MOVE SPACES TO LS-KUNDEID
           MOVE SPACES TO LS-ROLLE
           MOVE ZEROS TO LS-ANDEL
           PERFORM VARYING WS-KH-IX FROM 1 BY 1
                   UNTIL WS-KH-IX > WS-HAVER-COUNT
               IF HT-KONTONUMMER(WS-KH-IX) = LS-KONTONUMMER
                   ADD 1 TO LS-ANTAL
                   ADD HT-ANDEL(WS-KH-IX) TO LS-ANDEL-SUM
                   IF LS-ANTAL = LS-NR
                       MOVE HT-KUNDEID(WS-KH-IX) TO LS-KUNDEID
                       MOVE HT-ROLLE(WS-KH-IX) TO LS-ROLLE
                       MOVE HT-ANDEL(WS-KH-IX) TO LS-ANDEL
                   END-IF
               END-IF
           END-PERFORM

       goback.

       LOAD-HAVER-REGISTER.
           ACCEPT WS-HAVER-FILENAME FROM ENVIRONMENT "KONTOHAVER_FIL"
               ON EXCEPTION
                   MOVE "Kontohavere.txt" TO WS-HAVER-FILENAME
           END-ACCEPT

           OPEN INPUT haver-file-1
           IF HAVER-FILE-1-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-HAVER = "Y"
                   READ haver-file-1
                       AT END
                           MOVE "Y" TO END-OF-HAVER
                       NOT AT END
                           PERFORM LOAD-ONE-HAVER
                   END-READ
               END-PERFORM
               CLOSE haver-file-1
           END-IF.

       LOAD-ONE-HAVER.
           IF WS-HAVER-COUNT < WS-MAX-HAVERE
               ADD 1 TO WS-HAVER-COUNT
               MOVE KH-KONTONUMMER TO HT-KONTONUMMER(WS-HAVER-COUNT)
               MOVE KH-KUNDEID TO HT-KUNDEID(WS-HAVER-COUNT)
               MOVE KH-ROLLE TO HT-ROLLE(WS-HAVER-COUNT)
               MOVE KH-ANDEL TO HT-ANDEL(WS-HAVER-COUNT)
           ELSE
               DISPLAY "KONTOHAVEROPSLAG: holder table full, "
                   "entry dropped"
           END-IF.
