      *> the KONTOSTATUS feed, any return-mail events with dates and
      *> reasons, and the address changes from the audit file - so
      *> the operator no longer greps three files by hand while the
      *> customer waits on the phone. Every account shows its booked
      *> balance, the active card holds and the available balance
      *> (booked less reserved plus any approved credit limit).
      *> The future-dated one-off payments still waiting in the
      *> payment warehouse are listed per account. Every customer
      *> shown is written to the read-access log (ADGANGSLOG) with
      *> the operator's ID. The customer's phone numbers, e-mail
      *> and preferred contact time are shown from the contact file
      *> (Kontaktoplysninger.txt) so the branch can call back.
      *> A joint account shows its other holders with their role
      *> and share (KONTOHAVEROPSLAG), and the joint accounts the
      *> customer holds as medejer on someone else's account are
      *> listed from the account-holder relation (Kontohavere.txt)
      *> under the customer's own. A closed account is marked
      *> LUKKET with its closing date. Open complaints from the
      *> complaint register (Klager.txt) are shown with category,
      *> received date, response deadline and status.
      *> "S" at the prompt searches by name and address instead
      *> (KUNDESOEG) and opens the customer picked from the list.

       environment division.
       input-output section.
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select betaling-file-1 assign to dynamic
                   WS-BETALING-FILENAME
               organization is line sequential
               file status is BETALING-FILE-1-STATUS.
           select kontakt-file-1 assign to dynamic
                   WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.
           select haver-file-1 assign to dynamic WS-HAVER-FILENAME
               organization is line sequential
               file status is HAVER-FILE-1-STATUS.
           select klage-file-1 assign to dynamic WS-KLAGE-FILENAME
               organization is line sequential
               file status is KLAGE-FILE-1-STATUS.

       data division.
       file section.
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  betaling-file-1.
       01  betaling-record.
           copy "BETALING.cpy".
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKTINFO.cpy".
       fd  haver-file-1.
       01  haver-record.
           copy "KONTOHAVER.cpy".
       fd  klage-file-1.
       01  klage-record.
           copy "KLAGE.cpy".

       working-storage section.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.
       01  WS-KONTOSTATUS         PIC X(10) VALUE SPACES.
       01  WS-RETUR-VIST          PIC 9(3) VALUE 0.
       01  WS-AUDIT-VIST          PIC 9(3) VALUE 0.
       01  WS-ADGANG-PROGRAM      PIC X(20) VALUE "KUNDE360".

      *> Available balance: RESERVATIONSOPSLAG answers the active
      *> card holds, KREDITOPSLAG the approved limit.
       01  WS-TODAY               PIC 9(8) VALUE ZEROS.
       01  WS-DISP-KONTO          PIC X(20) VALUE SPACES.
       01  WS-DISP-SALDO          PIC S9(9)V99 VALUE ZEROS.
       01  WS-RESV-AKTIV          PIC X VALUE "N".
       01  WS-RESV-ANTAL          PIC 9(5) VALUE 0.
       01  WS-RESV-RESERVERET     PIC 9(9)V99 VALUE ZEROS.
       01  WS-RAMME-AKTIV         PIC X VALUE "N".
       01  WS-RAMME-FUNDET        PIC X VALUE "N".
       01  WS-RAMME-BELOEB        PIC 9(7)V99 VALUE ZEROS.
       01  WS-RAMME-UDLOEB        PIC 9(8) VALUE ZEROS.
       01  WS-DISPONIBEL          PIC S9(9)V99 VALUE ZEROS.
       01  WS-RESV-EDIT           PIC -ZZZ,ZZZ,ZZ9.99.

       01  BETALING-FILE-1-STATUS PIC X(2) VALUE "00".
       01  WS-BETALING-FILENAME   PIC X(100)
                                   VALUE "Betalingsoversigt.txt".
       01  WS-BETALING-VIST       PIC 9(3) VALUE 0.
       01  WS-BETALING-EDIT       PIC ZZZ,ZZZ,ZZ9.99.

       01  KONTAKT-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  WS-KONTAKT-FILENAME    PIC X(100)
                                   VALUE "Kontaktoplysninger.txt".
       01  WS-KONTAKT-VIST        PIC 9(3) VALUE 0.

       01  HAVER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  WS-HAVER-FILENAME      PIC X(100)
                                   VALUE "Kontohavere.txt".
       01  WS-MEDEJER-VIST        PIC 9(3) VALUE 0.
       01  WS-KH-KONTO            PIC X(20) VALUE SPACES.
       01  WS-KH-NR               PIC 9(2) VALUE 0.
       01  WS-KH-ANTAL            PIC 9(2) VALUE 0.
       01  WS-KH-ANDEL-SUM        PIC 9(5)V99 VALUE ZEROS.
       01  WS-KH-KUNDEID          PIC X(10) VALUE SPACES.
       01  WS-KH-ROLLE            PIC X(1) VALUE SPACES.
       01  WS-KH-ANDEL            PIC 9(3)V99 VALUE ZEROS.
       01  WS-KH-ANDEL-EDIT       PIC ZZ9.99.

       01  KLAGE-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  WS-KLAGE-FILENAME      PIC X(100)
                                   VALUE "Klager.txt".
       01  WS-KLAGE-VIST          PIC 9(3) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
                   MOVE "AdresseAudit.txt" TO WS-AUDIT-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY "KUNDE360 - indtast KundeID (S = soeg paa navn/"
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
                   PERFORM FRIGIV-LAAS
                   GOBACK
               NOT INVALID KEY
                   CALL "ADGANGSLOG" USING WS-ADGANG-PROGRAM
                       WS-SEARCH-KUNDEID
           END-READ

           DISPLAY "=================================================="
           PERFORM SHOW-MASTER-RECORD
           CLOSE master-file-1

           DISPLAY "--------------------------------------------------"
           PERFORM SHOW-KONTAKTOPLYSNINGER
           DISPLAY "--------------------------------------------------"
           PERFORM SHOW-AABNE-KLAGER

           DISPLAY "--------------------------------------------------"
           PERFORM SHOW-KONTI
           DISPLAY "--------------------------------------------------"
           PERFORM SHOW-KOMMENDE-BETALINGER
           DISPLAY "--------------------------------------------------"
           PERFORM SHOW-KONTOSTATUS
           DISPLAY "--------------------------------------------------"
           PERFORM SHOW-RETUR-EVENTS
           MOVE Balance IN master-record TO WS-BALANCE-EDIT
           DISPLAY "Balance: " WS-BALANCE-EDIT " "
               Valutakode IN master-record
           MOVE KontoNummer IN master-record TO WS-DISP-KONTO
           MOVE Balance IN master-record TO WS-DISP-SALDO
           PERFORM BEREGN-DISPONIBEL
           MOVE WS-RESV-RESERVERET TO WS-BALANCE-EDIT
           MOVE WS-DISPONIBEL TO WS-RESV-EDIT
           DISPLAY "Reserveret: " WS-BALANCE-EDIT
               "  Disponibel: " WS-RESV-EDIT
           DISPLAY "Leveringsstatus: "
               DELIVERY-STATUS IN master-record
               "  Filial: " FILIALKODE IN master-record
               DISPLAY "BEMAERK: kunden er anonymiseret (GDPR)"
           END-IF.

       SHOW-KONTAKTOPLYSNINGER.
           DISPLAY "Kontaktoplysninger:"
           ACCEPT WS-KONTAKT-FILENAME FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt"
                       TO WS-KONTAKT-FILENAME
           END-ACCEPT
           OPEN INPUT kontakt-file-1
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               DISPLAY "  (ingen kontaktfil paa disk)"
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ kontakt-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KI-KUNDEID = WS-SEARCH-KUNDEID
                               ADD 1 TO WS-KONTAKT-VIST
                               DISPLAY "  Mobil: " KI-MOBIL
                                   "  Fastnet: " KI-FASTNET
                                   "  Kontakttid: " KI-KONTAKTTID
                               DISPLAY "  E-mail: " KI-EMAIL
                               IF KI-UDLANDTLF NOT = SPACES
                                   DISPLAY "  Udenlandsk telefon: "
                                       KI-UDLANDTLF
                               END-IF
                               DISPLAY "  Verificeret: "
                                   KI-VERIFICERET
                                   "  Aendret: " KI-AENDRET-DATO
                                   " af " KI-BRUGERID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kontakt-file-1
               MOVE "N" TO END-OF-FILE
               IF WS-KONTAKT-VIST = 0
                   DISPLAY "  (ingen)"
               END-IF
           END-IF.

      *> Complaint cases not yet closed; a case past its response
      *> deadline is marked.
       SHOW-AABNE-KLAGER.
           DISPLAY "Aabne klager:"
           ACCEPT WS-KLAGE-FILENAME FROM ENVIRONMENT "KLAGE_FIL"
               ON EXCEPTION
                   MOVE "Klager.txt" TO WS-KLAGE-FILENAME
           END-ACCEPT
           OPEN INPUT klage-file-1
           IF KLAGE-FILE-1-STATUS NOT = "00"
               DISPLAY "  (intet klageregister paa disk)"
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ klage-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KL-KUNDEID = WS-SEARCH-KUNDEID
                              AND KL-STATUS NOT = "L"
                               ADD 1 TO WS-KLAGE-VIST
                               DISPLAY "  Sag " KL-SAGSNR
                                   " " KL-KATEGORI
                                   " modtaget " KL-MODTAGET-DATO
                                   " frist " KL-FRIST-DATO
                                   " status " KL-STATUS
                               IF KL-FRIST-DATO < WS-TODAY
                                   DISPLAY "    FRISTEN ER OVERSKREDET"
                               END-IF
                               IF KL-BESKRIVELSE NOT = SPACES
                                   DISPLAY "    " KL-BESKRIVELSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE klage-file-1
               MOVE "N" TO END-OF-FILE
               IF WS-KLAGE-VIST = 0
                   DISPLAY "  (ingen)"
               END-IF
           END-IF.

      *> All of the customer's accounts from the account master, so
      *> the savings account no longer needs its own artificial
      *> KundeID to be visible.
                                   " saldo " WS-KONTO-SALDO-EDIT
                                   " "
                                   KONTO-VALUTAKODE IN konto-record
                               IF KONTO-STATUS IN konto-record = "L"
                                   DISPLAY "    LUKKET "
                                       KONTO-LUKKET-DATO IN konto-record
                               END-IF
                               PERFORM SHOW-KONTO-DISPONIBEL
                               PERFORM SHOW-MEDHAVERE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO END-OF-KONTO
               IF WS-KONTO-VIST = 0
                   DISPLAY "  (ingen konti paa kontomasteren)"
               END-IF
               PERFORM SHOW-FAELLESKONTI
               CLOSE konto-file-1
           END-IF.

      *> The other holders of a joint account; the customer's own
      *> line is left out.
       SHOW-MEDHAVERE.
           MOVE KONTO-NUMMER IN konto-record TO WS-KH-KONTO
           MOVE 1 TO WS-KH-NR
           CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
               WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID WS-KH-ROLLE
               WS-KH-ANDEL
           PERFORM VARYING WS-KH-NR FROM 1 BY 1
                   UNTIL WS-KH-NR > WS-KH-ANTAL
               CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
                   WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
                   WS-KH-ROLLE WS-KH-ANDEL
               IF WS-KH-KUNDEID NOT = WS-SEARCH-KUNDEID
                   MOVE WS-KH-ANDEL TO WS-KH-ANDEL-EDIT
                   DISPLAY "      medhaver " WS-KH-KUNDEID
                       " rolle " WS-KH-ROLLE
                       " andel " WS-KH-ANDEL-EDIT "%"
               END-IF
           END-PERFORM.

      *> Accounts owned by another customer where this customer is
      *> registered as medejer, read from the account master by key.
       SHOW-FAELLESKONTI.
           DISPLAY "Faelleskonti som medejer:"
           ACCEPT WS-HAVER-FILENAME FROM ENVIRONMENT "KONTOHAVER_FIL"
               ON EXCEPTION
                   MOVE "Kontohavere.txt" TO WS-HAVER-FILENAME
           END-ACCEPT
           OPEN INPUT haver-file-1
           IF HAVER-FILE-1-STATUS NOT = "00"
               DISPLAY "  (ingen kontohaverfil paa disk)"
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ haver-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KH-KUNDEID = WS-SEARCH-KUNDEID
                              AND KH-ROLLE = "M"
                               PERFORM SHOW-EN-FAELLESKONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE haver-file-1
               MOVE "N" TO END-OF-FILE
               IF WS-MEDEJER-VIST = 0
                   DISPLAY "  (ingen)"
               END-IF
           END-IF.

       SHOW-EN-FAELLESKONTO.
           ADD 1 TO WS-MEDEJER-VIST
           MOVE KH-ANDEL TO WS-KH-ANDEL-EDIT
           MOVE KH-KONTONUMMER TO KONTO-NUMMER IN konto-record
           READ konto-file-1 KEY IS KONTO-NUMMER IN konto-record
               INVALID KEY
                   DISPLAY "  " KH-KONTONUMMER
                       " andel " WS-KH-ANDEL-EDIT "%"
                       " (findes ikke paa kontomasteren)"
               NOT INVALID KEY
                   MOVE KONTO-SALDO IN konto-record
                       TO WS-KONTO-SALDO-EDIT
                   DISPLAY "  "
                       KONTO-NUMMER IN konto-record
                       " type "
                       KONTO-TYPE IN konto-record
                       " saldo " WS-KONTO-SALDO-EDIT
                       " "
                       KONTO-VALUTAKODE IN konto-record
                   DISPLAY "      ejer "
                       KONTO-KUNDEID IN konto-record
                       " - kundens andel " WS-KH-ANDEL-EDIT "%"
                   PERFORM SHOW-KONTO-DISPONIBEL
           END-READ.

      *> Waiting ("V") and released but not yet settled ("F")
      *> one-off payments, by account and due date as keyed.
       SHOW-KOMMENDE-BETALINGER.
           DISPLAY "Kommende betalinger:"
           ACCEPT WS-BETALING-FILENAME FROM ENVIRONMENT "BETALING_FIL"
               ON EXCEPTION
                   MOVE "Betalingsoversigt.txt"
                       TO WS-BETALING-FILENAME
           END-ACCEPT
           OPEN INPUT betaling-file-1
           IF BETALING-FILE-1-STATUS NOT = "00"
               DISPLAY "  (ingen betalingsoversigt paa disk)"
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ betaling-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF BET-KUNDEID = WS-SEARCH-KUNDEID
                              AND (BET-STATUS = "V"
                                   OR BET-STATUS = "F")
                               ADD 1 TO WS-BETALING-VIST
                               MOVE BET-BELOEB TO WS-BETALING-EDIT
                               DISPLAY "  " BET-KONTONUMMER " "
                                   BET-FORFALD-DATO " "
                                   WS-BETALING-EDIT " " BET-TEKST
                                   " " BET-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE betaling-file-1
               MOVE "N" TO END-OF-FILE
               IF WS-BETALING-VIST = 0
                   DISPLAY "  (ingen)"
               END-IF
           END-IF.

       SHOW-KONTO-DISPONIBEL.
           MOVE KONTO-NUMMER IN konto-record TO WS-DISP-KONTO
           MOVE KONTO-SALDO IN konto-record TO WS-DISP-SALDO
           PERFORM BEREGN-DISPONIBEL
           MOVE WS-RESV-RESERVERET TO WS-KONTO-SALDO-EDIT
           MOVE WS-DISPONIBEL TO WS-RESV-EDIT
           DISPLAY "      reserveret " WS-KONTO-SALDO-EDIT
               " (" WS-RESV-ANTAL ") disponibel " WS-RESV-EDIT.

       BEREGN-DISPONIBEL.
           CALL "RESERVATIONSOPSLAG" USING WS-DISP-KONTO WS-TODAY
               WS-RESV-AKTIV WS-RESV-ANTAL WS-RESV-RESERVERET
           CALL "KREDITOPSLAG" USING WS-DISP-KONTO WS-TODAY
               WS-RAMME-AKTIV WS-RAMME-FUNDET WS-RAMME-BELOEB
               WS-RAMME-UDLOEB
           IF WS-RAMME-FUNDET = "N"
               MOVE ZEROS TO WS-RAMME-BELOEB
           END-IF
           COMPUTE WS-DISPONIBEL = WS-DISP-SALDO
               - WS-RESV-RESERVERET + WS-RAMME-BELOEB.

       SHOW-KONTOSTATUS.
           MOVE SPACES TO WS-KONTOSTATUS
           OPEN INPUT status-file-1
