      *> live history is secured as a generation through GENKATALOG
      *> before it is replaced, the same protection MASTERGENDAN
      *> gives the sequential master copy.
      *> When the account master is on disk every account gets its
      *> own carry-forward: the primary account's record rolls the
      *> master balance back by the postings booked to it, and each
      *> further account of the customer gets a record rolling its
      *> KONTO-SALDO back by its own postings - the opening figure
      *> SALDOBEVIS proves each account's ledger from.

       environment division.
       input-output section.
           select primo-file-1 assign to dynamic WS-PRIMO-FILENAME
               organization is line sequential
               file status is PRIMO-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.

       data division.
       file section.
       fd  primo-file-1.
       01  primo-record.
           copy "PRIMOSALDO.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".

       working-storage section.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  ARKIV-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  PRIMO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
                                    VALUE "PosteringsArkiv.txt".
       01  WS-PRIMO-FILENAME       PIC X(100)
                                    VALUE "PrimoSaldi.txt".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".

       01  WS-CUTOFF-DATO          PIC 9(8) VALUE ZEROS.
       01  WS-CUTOFF-DATO-X        PIC X(8) VALUE SPACES.
       01  WS-CURRENT-KUNDEID      PIC X(10) VALUE SPACES.
       01  WS-NET-EFTER-CUTOFF     PIC S9(9)V99 VALUE ZEROS.
       01  WS-POST-NETTO           PIC S9(9)V99 VALUE ZEROS.
       01  WS-PRIMAER-NETTO        PIC S9(9)V99 VALUE ZEROS.

      *> Net of the kept postings per KontoNummer within the current
      *> customer group; a blank KontoNummer books to the primary.
       01  WS-MAX-KONTI            PIC 9(3) VALUE 50.
       01  WS-KN-COUNT             PIC 9(3) VALUE 0.
       01  WS-KN-IX                PIC 9(3) VALUE 0.
       01  WS-KN-FUNDET            PIC X VALUE "N".
       01  KONTONETTO-TABEL.
           02  KONTONETTO-ENTRY OCCURS 50 TIMES.
               03  KN-KONTO        pic x(20).
               03  KN-NETTO        pic s9(9)v99.

       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-ARKIV-COUNT          PIC 9(7) VALUE 0.
                   MOVE "PrimoSaldi.txt" TO WS-PRIMO-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-CUTOFF-DATO-X FROM ENVIRONMENT "AARSAFSLUT_DATO"
                   WS-LAAS-PROGRAM WS-LAAS-RESULTAT
               MOVE WS-LAAS-GEMT-RC TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           ELSE
               DISPLAY "AARSAFSLUTNING: ingen kontomaster paa disk "
                   "(status " KONTO-FILE-1-STATUS ") - primosaldo "
                   "skrives alene for kundemasterens konto"
           END-IF.

       BEHANDL-ONE-POSTING.
               MOVE POST-KUNDEID IN historik-record
                   TO WS-CURRENT-KUNDEID
               MOVE ZEROS TO WS-NET-EFTER-CUTOFF
               MOVE 0 TO WS-KN-COUNT
           ELSE
               IF POST-KUNDEID IN historik-record
                       NOT = WS-CURRENT-KUNDEID
                   MOVE POST-KUNDEID IN historik-record
                       TO WS-CURRENT-KUNDEID
                   MOVE ZEROS TO WS-NET-EFTER-CUTOFF
                   MOVE 0 TO WS-KN-COUNT
               END-IF
           END-IF

                       TO WS-POST-NETTO
               END-IF
               ADD WS-POST-NETTO TO WS-NET-EFTER-CUTOFF
               PERFORM NOTER-KONTO-NETTO
           ELSE
               WRITE arkiv-record FROM historik-record
               ADD 1 TO WS-ARKIV-COUNT
           END-IF.

       NOTER-KONTO-NETTO.
           MOVE "N" TO WS-KN-FUNDET
           PERFORM VARYING WS-KN-IX FROM 1 BY 1
                   UNTIL WS-KN-IX > WS-KN-COUNT
                      OR WS-KN-FUNDET = "Y"
               IF KN-KONTO(WS-KN-IX) =
                       POST-KONTONUMMER IN historik-record
                   MOVE "Y" TO WS-KN-FUNDET
                   ADD WS-POST-NETTO TO KN-NETTO(WS-KN-IX)
               END-IF
           END-PERFORM
           IF WS-KN-FUNDET = "N"
               IF WS-KN-COUNT < WS-MAX-KONTI
                   ADD 1 TO WS-KN-COUNT
                   MOVE POST-KONTONUMMER IN historik-record
                       TO KN-KONTO(WS-KN-COUNT)
                   MOVE WS-POST-NETTO TO KN-NETTO(WS-KN-COUNT)
               ELSE
                   DISPLAY "AARSAFSLUTNING: account table full for "
                       "KundeID " WS-CURRENT-KUNDEID
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *> The carry-forward is the master balance rolled back by the
      *> postings that stay on file - exactly the opening balance
      *> KONTOUDTOG would have derived from the full history. A
      *> posting counts against a further account when that account
      *> is on the account master and is not the customer's primary
      *> KontoNummer - the same rule KONTOPOSTERING books by.
       WRITE-CARRY-FORWARD.
           MOVE WS-NET-EFTER-CUTOFF TO WS-PRIMAER-NETTO
           MOVE WS-CURRENT-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                       WS-CURRENT-KUNDEID " findes ikke i "
                       "kundemasteren - ingen primosaldo skrevet"
               NOT INVALID KEY
                   IF WS-KONTO-AKTIV = "Y"
                       PERFORM MARKER-SEKUNDAERE-KONTI
                   END-IF
                   MOVE SPACES TO primo-record
                   MOVE WS-CURRENT-KUNDEID TO PS-KUNDEID
                   MOVE KontoNummer IN master-record
                       TO PS-KONTONUMMER
                   MOVE WS-CUTOFF-DATO TO PS-DATO
                   COMPUTE PS-SALDO = Balance IN master-record
                       - WS-PRIMAER-NETTO
                   ADD PS-SALDO TO WS-PRIMO-TOTAL
                   WRITE primo-record
                   ADD 1 TO WS-PRIMO-COUNT
                   IF WS-KONTO-AKTIV = "Y"
                       PERFORM WRITE-KONTO-CARRY-FORWARD
                   END-IF
           END-READ.

       MARKER-SEKUNDAERE-KONTI.
           PERFORM VARYING WS-KN-IX FROM 1 BY 1
                   UNTIL WS-KN-IX > WS-KN-COUNT
               IF KN-KONTO(WS-KN-IX) NOT = SPACES
                  AND KN-KONTO(WS-KN-IX) NOT =
                      KontoNummer IN master-record
                   MOVE KN-KONTO(WS-KN-IX)
                       TO KONTO-NUMMER IN konto-record
                   READ konto-file-1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT KN-NETTO(WS-KN-IX)
                               FROM WS-PRIMAER-NETTO
                   END-READ
               END-IF
           END-PERFORM.

      *> One record per further account of the customer, read along
      *> the KONTO-KUNDEID alternate key; an account without postings
      *> after the cutoff carries its KONTO-SALDO forward unchanged.
       WRITE-KONTO-CARRY-FORWARD.
           MOVE WS-CURRENT-KUNDEID TO KONTO-KUNDEID IN konto-record
           START konto-file-1
               KEY NOT < KONTO-KUNDEID IN konto-record
               INVALID KEY
                   MOVE "Y" TO END-OF-KONTO
           END-START
           PERFORM UNTIL END-OF-KONTO = "Y"
               READ konto-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KONTO
                   NOT AT END
                       IF KONTO-KUNDEID IN konto-record
                               NOT = WS-CURRENT-KUNDEID
                           MOVE "Y" TO END-OF-KONTO
                       ELSE
                           IF KONTO-NUMMER IN konto-record NOT =
                                   KontoNummer IN master-record
                               PERFORM WRITE-ONE-KONTO-PRIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO END-OF-KONTO.

       WRITE-ONE-KONTO-PRIMO.
           MOVE SPACES TO primo-record
           MOVE WS-CURRENT-KUNDEID TO PS-KUNDEID
           MOVE KONTO-NUMMER IN konto-record TO PS-KONTONUMMER
           MOVE WS-CUTOFF-DATO TO PS-DATO
           MOVE KONTO-SALDO IN konto-record TO PS-SALDO
           PERFORM VARYING WS-KN-IX FROM 1 BY 1
                   UNTIL WS-KN-IX > WS-KN-COUNT
               IF KN-KONTO(WS-KN-IX) = KONTO-NUMMER IN konto-record
                   SUBTRACT KN-NETTO(WS-KN-IX) FROM PS-SALDO
               END-IF
           END-PERFORM
           ADD PS-SALDO TO WS-PRIMO-TOTAL
           WRITE primo-record
           ADD 1 TO WS-PRIMO-COUNT.

       CLOSE-FILES.
           CLOSE sorted-file-1
           CLOSE master-file-1
           CLOSE arkiv-file-1
           CLOSE primo-file-1
           CLOSE historik-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF.
