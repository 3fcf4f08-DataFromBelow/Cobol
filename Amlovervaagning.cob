      *> the indexed master, and the worklist is ranked by score
      *> (highest first) the same way PERSONDUBLETKONTROL ranks its
      *> candidate pairs.
      *> A reversal (type STOR) is not new money: it takes its
      *> original back out of the rolling totals when the original
      *> falls inside the same window, and it is never scored.
      *> Every case carries the source of the posting that raised it:
      *> EKST IND for an incoming transfer from another bank (INDB),
      *> EKST UD for an outbound transfer (EKST), EGEN OVF for a
      *> transfer between our own accounts, KONTANT for cash paid
      *> in or out at a branch till (KONT), blank otherwise.
      *> A case on a joint account (account-holder relation,
      *> KONTOHAVEROPSLAG) names every holder: each holder other
      *> than the customer the posting was looked up under gets a
      *> line of their own under the same case number, with the
      *> full amount, since the whole balance is at the disposal of
      *> each of them.

       environment division.
       input-output section.
           02  KAND-FLAG           PIC X(18).
           02  FILLER              PIC X(1).
           02  KAND-BELOEB         PIC 9(9)V99.
           02  FILLER              PIC X(1).
           02  KAND-KILDE          PIC X(8).
       sd  sort-file-1.
       01  sort-record-1.
           02  SRT-SCORE           PIC 9(3).
           02  FILLER              PIC X(109).
       fd  rangeret-file-1.
       01  rangeret-record         PIC X(112).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "AMLOVERVAAGNING".
               03  KT-DEBET7       pic 9(11)v99.
               03  KT-MARKERET     pic x(1).

      *> Reversal being netted out of the account aggregates.
       01  WS-STORNO-BELOEB        PIC 9(7)V99 VALUE ZEROS.
       01  WS-STORNO-DK            PIC X(1) VALUE SPACES.
       01  WS-STORNO-ORG-DATO      PIC 9(8) VALUE ZEROS.
       01  WS-ORG-DAGE-SIDEN       PIC S9(9) VALUE 0.

       01  WS-ENKELT-GRAENSE       PIC 9(9)V99 VALUE ZEROS.
       01  WS-RULLENDE-GRAENSE     PIC 9(9)V99 VALUE ZEROS.
       01  WS-SCORE                PIC 9(3) VALUE 0.
       01  WS-SAG-COUNT            PIC 9(7) VALUE 0.
       01  WS-UKENDT-COUNT         PIC 9(7) VALUE 0.

       01  WS-KAND-GEM             PIC X(112) VALUE SPACES.
       01  WS-SAG-KUNDEID          PIC X(10) VALUE SPACES.
       01  WS-KH-KONTO             PIC X(20) VALUE SPACES.
       01  WS-KH-NR                PIC 9(2) VALUE 0.
       01  WS-KH-ANTAL             PIC 9(2) VALUE 0.
       01  WS-KH-ANDEL-SUM         PIC 9(5)V99 VALUE ZEROS.
       01  WS-KH-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-KH-ROLLE             PIC X(1) VALUE SPACES.
       01  WS-KH-ANDEL             PIC 9(3)V99 VALUE ZEROS.
       01  WS-MEDHAVER-COUNT       PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-GRAENSE-FILENAME FROM ENVIRONMENT "AML_GRAENSE_FIL"
           DISPLAY "AMLOVERVAAGNING - overvaagning " WS-TODAY
           DISPLAY "Posteringer vurderet  : " WS-TRANS-COUNT
           DISPLAY "Sager rejst           : " WS-SAG-COUNT
           DISPLAY "Medhavere tilfoejet   : " WS-MEDHAVER-COUNT
           DISPLAY "Ukendte konti         : " WS-UKENDT-COUNT
           DISPLAY "Rangeret sagsliste    : "
               FUNCTION TRIM(WS-RANGERET-FILENAME)
                       TO KT-KONTONUMMER(WS-MAX-KONTI)
                   PERFORM FIND-KONTO-ENTRY
                   IF WS-KT-IX > 0
                   IF POST-TYPEKODE IN historik-record = "STOR"
                       MOVE POST-BELOEB IN historik-record
                           TO WS-STORNO-BELOEB
                       MOVE POST-DK IN historik-record
                           TO WS-STORNO-DK
                       MOVE POST-ORG-DATO IN historik-record
                           TO WS-STORNO-ORG-DATO
                       PERFORM TREK-STORNO-FRA
                   ELSE
                       ADD POST-BELOEB IN historik-record
                           TO KT-SUM30(WS-KT-IX)
                       IF WS-DAGE-SIDEN <= 7
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *> The reversal takes its original back out of the windows the
      *> original was counted in; a debit reversal undoes a credit.
       TREK-STORNO-FRA.
           IF WS-STORNO-ORG-DATO IS NUMERIC
              AND WS-STORNO-ORG-DATO > 0
               COMPUTE WS-DATO-INT = FUNCTION INTEGER-OF-DATE(
                   WS-STORNO-ORG-DATO)
               COMPUTE WS-ORG-DAGE-SIDEN = WS-TODAY-INT - WS-DATO-INT
               IF WS-ORG-DAGE-SIDEN >= 0 AND WS-ORG-DAGE-SIDEN <= 30
                   IF KT-SUM30(WS-KT-IX) > WS-STORNO-BELOEB
                       SUBTRACT WS-STORNO-BELOEB
                           FROM KT-SUM30(WS-KT-IX)
                   ELSE
                       MOVE ZEROS TO KT-SUM30(WS-KT-IX)
                   END-IF
               END-IF
               IF WS-ORG-DAGE-SIDEN >= 0 AND WS-ORG-DAGE-SIDEN <= 7
                   IF WS-STORNO-DK = "D"
                       IF KT-KREDIT7(WS-KT-IX) > WS-STORNO-BELOEB
                           SUBTRACT WS-STORNO-BELOEB
                               FROM KT-KREDIT7(WS-KT-IX)
                       ELSE
                           MOVE ZEROS TO KT-KREDIT7(WS-KT-IX)
                       END-IF
                   ELSE
                       IF KT-DEBET7(WS-KT-IX) > WS-STORNO-BELOEB
                           SUBTRACT WS-STORNO-BELOEB
                               FROM KT-DEBET7(WS-KT-IX)
                       ELSE
                           MOVE ZEROS TO KT-DEBET7(WS-KT-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CLOSE kandidat-file-1.

       VURDER-ONE-POSTERING.
           IF POST-TYPEKODE IN trans-record = "STOR"
               MOVE POST-KONTONUMMER IN trans-record
                   TO KT-KONTONUMMER(WS-MAX-KONTI)
               PERFORM FIND-KONTO-ENTRY
               IF WS-KT-IX > 0
                   MOVE POST-BELOEB IN trans-record
                       TO WS-STORNO-BELOEB
                   MOVE POST-DK IN trans-record TO WS-STORNO-DK
                   MOVE POST-ORG-DATO IN trans-record
                       TO WS-STORNO-ORG-DATO
                   PERFORM TREK-STORNO-FRA
               END-IF
           ELSE
           PERFORM FIND-MASTER-RECORD
           IF WS-GR-FUNDET = "N"
               CONTINUE
               IF WS-SCORE > 0
                   PERFORM WRITE-SAG
               END-IF
           END-IF
           END-IF.

       FIND-MASTER-RECORD.
               TO KAND-KONTONUMMER
           MOVE WS-FLAG TO KAND-FLAG
           MOVE POST-BELOEB IN trans-record TO KAND-BELOEB
           IF POST-TYPEKODE IN trans-record = "INDB"
               MOVE "EKST IND" TO KAND-KILDE
           ELSE
           IF POST-TYPEKODE IN trans-record = "EKST"
               MOVE "EKST UD" TO KAND-KILDE
           ELSE
           IF POST-TYPEKODE IN trans-record = "KONT"
               MOVE "KONTANT" TO KAND-KILDE
           ELSE
           IF POST-DK IN trans-record = "T"
              OR POST-TYPEKODE IN trans-record = "OVF"
               MOVE "EGEN OVF" TO KAND-KILDE
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE kandidat-record TO WS-KAND-GEM
           WRITE kandidat-record
           PERFORM WRITE-SAG-MEDHAVERE.

       WRITE-SAG-MEDHAVERE.
           MOVE KundeID IN master-record TO WS-SAG-KUNDEID
           MOVE POST-KONTONUMMER IN trans-record TO WS-KH-KONTO
           MOVE 1 TO WS-KH-NR
           CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
               WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID WS-KH-ROLLE
               WS-KH-ANDEL
           PERFORM VARYING WS-KH-NR FROM 1 BY 1
                   UNTIL WS-KH-NR > WS-KH-ANTAL
               CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
                   WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
                   WS-KH-ROLLE WS-KH-ANDEL
               IF WS-KH-KUNDEID NOT = WS-SAG-KUNDEID
                   PERFORM WRITE-SAG-MEDHAVER
               END-IF
           END-PERFORM.

       WRITE-SAG-MEDHAVER.
           MOVE WS-KAND-GEM TO kandidat-record
           MOVE WS-KH-KUNDEID TO KAND-KUNDEID
           MOVE SPACES TO KAND-EFTERNAVN
           MOVE WS-KH-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   ADD 1 TO WS-UKENDT-COUNT
               NOT INVALID KEY
                   MOVE Efternavn IN master-record TO KAND-EFTERNAVN
           END-READ
           WRITE kandidat-record
           ADD 1 TO WS-MEDHAVER-COUNT.

       RANGER-SAGER.
           SORT sort-file-1
