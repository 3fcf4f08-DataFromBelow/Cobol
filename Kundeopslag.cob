
      *> Single-customer inquiry. Reads the indexed customer master
      *> (Kundemaster.dat) directly on KundeID instead of scanning
      *> the sequential file front to back. Under the booked
      *> balance the primary account's active card holds and the
      *> available balance (booked less reserved plus any approved
      *> credit limit) are shown. Every customer shown is written to
      *> the read-access log (ADGANGSLOG) with the operator's ID.
      *> "S" at the prompt searches by name and address instead
      *> (KUNDESOEG) and opens the customer picked from the list.

       environment division.
       input-output section.
                                  VALUE "KundemasterSnap.tid".
       01  WS-BRUG-SNAPSHOT      PIC X VALUE "N".

      *> Available balance: RESERVATIONSOPSLAG answers the active
      *> card holds, KREDITOPSLAG the approved limit.
       01  WS-TODAY              PIC 9(8) VALUE ZEROS.
       01  WS-RESV-AKTIV         PIC X VALUE "N".
       01  WS-RESV-ANTAL         PIC 9(5) VALUE 0.
       01  WS-RESV-RESERVERET    PIC 9(9)V99 VALUE ZEROS.
       01  WS-RAMME-AKTIV        PIC X VALUE "N".
       01  WS-RAMME-FUNDET       PIC X VALUE "N".
       01  WS-RAMME-BELOEB       PIC 9(7)V99 VALUE ZEROS.
       01  WS-RAMME-UDLOEB       PIC 9(8) VALUE ZEROS.
       01  WS-DISPONIBEL         PIC S9(9)V99 VALUE ZEROS.

       01  WS-ADGANG-PROGRAM     PIC X(20) VALUE "KUNDEOPSLAG".

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-MASK-DISPLAY FROM ENVIRONMENT "MASK_DISPLAY"
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY "KUNDEOPSLAG - indtast KundeID (S = soeg paa navn/"
               "adresse): " WITH NO ADVANCING
           ACCEPT WS-SEARCH-KUNDEID

      *> A customer without the number is found by name/address;
      *> the search holds the lock only for its own scan.
           IF WS-SEARCH-KUNDEID = "S" OR WS-SEARCH-KUNDEID = "s"
               CALL "KUNDESOEG" USING WS-MASTER-FILENAME
                   WS-MASK-DISPLAY WS-SEARCH-KUNDEID
               IF WS-SEARCH-KUNDEID = SPACES
                   GOBACK
               END-IF
           END-IF

      *> The lock is claimed after the prompt, so an operator idling
      *> at the prompt does not hold the nightly window hostage.
           MOVE "TAG " TO WS-LAAS-AKTION
                   DISPLAY "KUNDEOPSLAG: no customer found for KundeID "
                       WS-SEARCH-KUNDEID
               NOT INVALID KEY
                   CALL "ADGANGSLOG" USING WS-ADGANG-PROGRAM
                       WS-SEARCH-KUNDEID
                   PERFORM DISPLAY-CUSTOMER-RECORD
           END-READ

           DISPLAY "Adresse: " VEJNAVN " " HUSNR " " ETAGE " " SIDE
           DISPLAY "Postnr/By: " POSTNR " " BYx
           MOVE Balance TO WS-BALANCE-EDIT
           DISPLAY "Balance: " WS-BALANCE-EDIT " " Valutakode
           PERFORM DISPLAY-DISPONIBEL.

       DISPLAY-DISPONIBEL.
           CALL "RESERVATIONSOPSLAG" USING KontoNummer WS-TODAY
               WS-RESV-AKTIV WS-RESV-ANTAL WS-RESV-RESERVERET
           CALL "KREDITOPSLAG" USING KontoNummer WS-TODAY
               WS-RAMME-AKTIV WS-RAMME-FUNDET WS-RAMME-BELOEB
               WS-RAMME-UDLOEB
           IF WS-RAMME-FUNDET = "N"
               MOVE ZEROS TO WS-RAMME-BELOEB
           END-IF
           COMPUTE WS-DISPONIBEL = Balance - WS-RESV-RESERVERET
               + WS-RAMME-BELOEB
           MOVE WS-RESV-RESERVERET TO WS-BALANCE-EDIT
           DISPLAY "Reserveret: " WS-BALANCE-EDIT
               " (" WS-RESV-ANTAL " kortreservationer)"
           IF WS-RAMME-FUNDET = "Y"
               MOVE WS-RAMME-BELOEB TO WS-BALANCE-EDIT
               DISPLAY "Kreditramme: " WS-BALANCE-EDIT
                   " udloeb " WS-RAMME-UDLOEB
           END-IF
           MOVE WS-DISPONIBEL TO WS-BALANCE-EDIT
           DISPLAY "Disponibel: " WS-BALANCE-EDIT " " Valutakode.
