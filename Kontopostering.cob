      *> cumulative posting history, and writes a posting journal with
      *> opening balance, movements and closing balance per account so
      *> the day's run can be balanced.
      *>
      *> Every reject carries a reason code on the error file
      *> (POSTFEJL.cpy). When the credit-limit register is on disk a
      *> customer debit that would take the account below minus its
      *> approved limit plus the tolerance (KREDIT_TOLERANCE, whole
      *> units) is refused: KREDIT_POLITIK "AFVIS" (default) rejects
      *> it, "PARKER" holds it on PosteringsParkeret.txt so the
      *> branch can feed it again once the account has cover. Bank
      *> charges (RENT, GEBY) are never stopped by the limit. A
      *> future-dated payment (BETL) is never parked: the payment
      *> warehouse retries it itself on the following bank days.
      *>
      *> Every history row gets the next loebenummer. A reversal
      *> (type STOR) must name an original on the same account that
      *> is in the posting history with the opposite D/K and the
      *> same amount, and has not been reversed before; otherwise it
      *> is rejected. Both checks are resolved in one pass over the
      *> history before the day's postings are applied. Transfer
      *> legs (OVF) are not reversed one at a time - the branch
      *> enters a transfer the other way. A reversal is not stopped
      *> by the limit.
      *>
      *> A posting without a value date is value-dated on its
      *> booking date; a value date that is not a valid calendar
      *> date is rejected.
      *>
      *> Card authorisation holds (Reservationer.dat) count against
      *> the limit: a debit may use the booked balance less the
      *> active holds on the account plus the limit. A KORT debit
      *> clears its own hold - the hold whose authorisation id opens
      *> the posting text, else the first active hold of the same
      *> amount - which is released once the posting is applied and
      *> is not counted against the posting that clears it.
      *>
      *> An external transfer (type EKST) is a debit paid away to an
      *> account at another bank. It must name the beneficiary -
      *> reg.nr. and ten-digit account number, or an IBAN passing
      *> the mod-97 check (IBANTJEK) - and the beneficiary's name,
      *> or it is rejected. Once the debit is applied a payment
      *> order goes to the outbound clearing file
      *> (ClearingUdgaaende.txt, CLEARING.cpy) between a batch
      *> header and a trailer with order count, amount total and
      *> hash total; GLEKSPORT books the debits on the clearing
      *> contra. An EKST debit is not reversed with STOR - money
      *> that comes back arrives as an incoming payment. A restart
      *> continues the abended run's clearing batch.
      *>
      *> A rejected debit or credit is booked to the suspense
      *> position (Mellemregning.txt, MELLEMREG.cpy) of the
      *> customer's Valutakode - DKK when the customer is unknown -
      *> with its reject reason, so the money shows in the ledger
      *> (GLEKSPORT) until the branch clears it with
      *> MELLEMKLARERING. Left out are the rejects some other
      *> workflow already holds or where no money has moved: parked
      *> postings (P007), payments from the warehouse (BETL), which
      *> BETALINGSFRIGIVELSE retries, external transfers (EKST),
      *> which are only sent once applied, reversals (STOR) and
      *> postings without a valid D/K code. Items are numbered by
      *> booking date and a running number within the day; a
      *> restart continues the numbering.
      *>
      *> No posting is booked into a closed accounting period
      *> (PERIODETJEK, Perioder.txt). PERIODE_POLITIK "AFVIS"
      *> (default) rejects a posting dated in a closed month with
      *> P012; "OMDATER" re-dates it to the first day of the next
      *> open month. The value date is stamped before the check, so
      *> a re-dated posting keeps its original value date.
      *>
      *> A closed account (KONTO-STATUS "L", KONTOLUKNING) takes
      *> the closing postings dated up to its closing date and
      *> nothing after: a later debit, credit or transfer leg is
      *> rejected with P013, and money sent to it goes to suspense.
      *>
      *> A customer debit - a transfer's debit leg included - must
      *> also keep the product rules of its account's KONTO-TYPE
      *> (Produktregler.txt, PRODREGEL.cpy): a posting type the
      *> product does not take is rejected with P014, a debit on an
      *> account locked by the owner's age or by date with P015, a
      *> debit on a notice account without a withdrawal notice
      *> (HaeveVarsler.txt) given early enough and covering the
      *> amount with P016, and a debit that would overdraw a product
      *> without overdraft with P017. The notice is stamped used.
      *> Interest, fees and reversals are exempt, as for the limit.
      *> Withdrawals above the product's free count per month are
      *> booked; GEBYRKOERSEL charges them.
      *>
      *> An account on a confirmed account-takeover case
      *> (Svindelsager.txt, SVINDELSAG.cpy, status "B" - set by the
      *> fraud desk through SVINDELVEDLIGEHOLD) lets no customer
      *> debit out - an external transfer or a transfer's debit leg
      *> included - until the block is lifted: the debit is
      *> rejected with P018. Interest, fees and reversals are
      *> exempt, and credits still reach the account.
      *>
      *> An active term deposit (Tidsindskud.txt, TIDSINDSKUD.cpy,
      *> status "A" - kept by TIDSINDSKUD) is fixed until it
      *> matures: a debit dated before the maturity date, or a
      *> credit dated other than the start date, is rejected with
      *> P019 - a transfer's legs included. Interest, fees and
      *> reversals are exempt; TIDSINDSKUD settles the deposit
      *> itself on maturity or on a break.

       environment division.
       input-output section.
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select parkeret-file-1 assign to dynamic
                   WS-PARKERET-FILENAME
               organization is line sequential
               file status is PARKERET-FILE-1-STATUS.
           select resv-file-1 assign to dynamic WS-RESV-FILENAME
               organization is indexed
               access mode is dynamic
               record key is RSV-NOEGLE
               file status is RESV-FILE-1-STATUS.
           select clearing-file-1 assign to dynamic
                   WS-CLEARING-FILENAME
               organization is line sequential
               file status is CLEARING-FILE-1-STATUS.
           select mellem-file-1 assign to dynamic WS-MELLEM-FILENAME
               organization is line sequential
               file status is MELLEM-FILE-1-STATUS.
           select prodregel-file-1 assign to dynamic
                   WS-PRODREGEL-FILENAME
               organization is line sequential
               file status is PRODREGEL-FILE-1-STATUS.
           select haevvarsel-file-1 assign to dynamic
                   WS-HAEVVARSEL-FILENAME
               organization is line sequential
               file status is HAEVVARSEL-FILE-1-STATUS.
           select svindel-file-1 assign to dynamic
                   WS-SVINDEL-FILENAME
               organization is line sequential
               file status is SVINDEL-FILE-1-STATUS.
           select tids-file-1 assign to dynamic WS-TIDS-FILENAME
               organization is line sequential
               file status is TIDS-FILE-1-STATUS.

       data division.
       file section.
           copy "KONTO.cpy".
       fd  fejl-file-1.
       01  fejl-record.
           copy "POSTFEJL.cpy".
       fd  ptype-file-1.
       01  ptype-record.
           copy "PTYPE.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  parkeret-file-1.
       01  parkeret-record.
           copy "POSTTRANS.cpy".
       fd  resv-file-1.
       01  resv-record.
           copy "RESERVATION.cpy".
       fd  clearing-file-1.
       01  clearing-record.
           copy "CLEARING.cpy".
       fd  mellem-file-1.
       01  mellem-record.
           copy "MELLEMREG.cpy".
       fd  prodregel-file-1.
       01  prodregel-record.
           copy "PRODREGEL.cpy".
       fd  haevvarsel-file-1.
       01  haevvarsel-record.
           copy "HAEVVARSEL.cpy".
       fd  svindel-file-1.
       01  svindel-record.
           copy "SVINDELSAG.cpy".
       fd  tids-file-1.
       01  tids-record.
           copy "TIDSINDSKUD.cpy".

       working-storage section.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.
               03  PT-TAB-KODE     pic x(4).
               03  PT-TAB-TEKST    pic x(30).

      *> Product rules per KONTO-TYPE and the withdrawal notices
      *> the notice accounts draw on. Without the rule table on disk
      *> no product rule is enforced, as before.
       01  PRODREGEL-FILE-1-STATUS PIC X(2) VALUE "00".
       01  WS-PRODREGEL-FILENAME   PIC X(100)
                                    VALUE "Produktregler.txt".
       01  END-OF-PRODREGEL        PIC X VALUE "N".
       01  WS-MAX-REGLER           PIC 9(2) VALUE 20.
       01  WS-REGEL-COUNT          PIC 9(2) VALUE 0.
       01  WS-RG-IX                PIC 9(2) VALUE 0.
       01  WS-RG-TYPE-IX           PIC 9(2) VALUE 0.
       01  WS-REGEL-FUNDET         PIC X VALUE "N".
       01  WS-PRODUKT-OK           PIC X VALUE "Y".
       01  WS-PRODUKT-AARSAG       PIC X(4) VALUE SPACES.
       01  WS-PRODUKT-AFVIST-COUNT PIC 9(7) VALUE 0.
       01  WS-EJER-ALDER           PIC 9(4) VALUE 0.
       01  REGEL-TABEL.
           02  REGEL-ENTRY OCCURS 20 TIMES.
               03  RG-TYPE         pic x(1).
               03  RG-DEBET-TYPER  pic x(40).
               03  RG-DEBET-LISTE REDEFINES RG-DEBET-TYPER.
                   04  RG-DEBET-TYPE pic x(4) OCCURS 10 TIMES.
               03  RG-LAAS-ALDER   pic 9(2).
               03  RG-LAAS-DATO    pic 9(8).
               03  RG-VARSEL-DAGE  pic 9(3).
               03  RG-OVERTRAEK    pic x(1).

       01  HAEVVARSEL-FILE-1-STATUS PIC X(2) VALUE "00".
       01  WS-HAEVVARSEL-FILENAME  PIC X(100)
                                    VALUE "HaeveVarsler.txt".
       01  END-OF-HAEVVARSEL       PIC X VALUE "N".
       01  WS-VARSEL-SENEST        PIC 9(8) VALUE ZEROS.
       01  WS-VARSEL-INT           PIC S9(9) VALUE 0.
       01  WS-MAX-VARSLER          PIC 9(4) VALUE 2000.
       01  WS-HV-COUNT             PIC 9(4) VALUE 0.
       01  WS-HV-IX                PIC 9(4) VALUE 0.
       01  WS-HV-FUNDET-IX         PIC 9(4) VALUE 0.
       01  WS-HV-BRUGT-COUNT       PIC 9(7) VALUE 0.
       01  VARSEL-TABEL.
           02  VARSEL-ENTRY OCCURS 2000 TIMES.
               03  HT-KONTO        pic x(20).
               03  HT-VARSLET      pic 9(8).
               03  HT-BELOEB       pic 9(7)v99.
               03  HT-BRUGT        pic 9(8).

      *> Accounts blocked by a confirmed account-takeover case.
       01  SVINDEL-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  WS-SVINDEL-FILENAME     PIC X(100)
                                    VALUE "Svindelsager.txt".
       01  END-OF-SVINDEL          PIC X VALUE "N".
       01  WS-MAX-SPAERREDE        PIC 9(4) VALUE 500.
       01  WS-SPAERRET-COUNT       PIC 9(4) VALUE 0.
       01  WS-SP-IX                PIC 9(4) VALUE 0.
       01  WS-SPAERRET             PIC X VALUE "N".
       01  WS-SPAERRET-AFVIST-COUNT PIC 9(7) VALUE 0.
       01  SPAERRET-TABEL.
           02  SPAERRET-ENTRY OCCURS 500 TIMES.
               03  SP-KONTO        pic x(20).

      *> Active term deposits, fixed until maturity.
       01  TIDS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  WS-TIDS-FILENAME        PIC X(100)
                                    VALUE "Tidsindskud.txt".
       01  END-OF-TIDS             PIC X VALUE "N".
       01  WS-MAX-TIDSINDSKUD      PIC 9(5) VALUE 5000.
       01  WS-TIDS-COUNT           PIC 9(5) VALUE 0.
       01  WS-TB-IX                PIC 9(5) VALUE 0.
       01  WS-TIDS-KONTO           PIC X(20) VALUE SPACES.
       01  WS-TIDS-DK              PIC X(1) VALUE SPACES.
       01  WS-TIDSLAAST            PIC X VALUE "N".
       01  WS-TIDS-AFVIST-COUNT    PIC 9(7) VALUE 0.
       01  TIDSINDSKUD-TABEL.
           02  TIDSINDSKUD-ENTRY OCCURS 5000 TIMES.
               03  TB-KONTO        pic x(20).
               03  TB-START        pic 9(8).
               03  TB-FORFALD      pic 9(8).

      *> Transfer legs: work fields for the two sides of an
      *> inter-account transfer (POST-DK "T").
       01  WS-BEN-KONTO            PIC X(20) VALUE SPACES.
       01  WS-BEN-DK               PIC X(1) VALUE SPACES.
       01  WS-BEN-FUNDET           PIC X VALUE "N".
       01  WS-FRA-FUNDET           PIC X VALUE "N".
       01  WS-BEN-LUKKET           PIC X VALUE "N".
       01  WS-FRA-LUKKET           PIC X VALUE "N".
       01  WS-BEN-PAA-KONTO        PIC X VALUE "N".
      *> Resolved owners of the two legs, so each history row is
      *> recorded under the KundeID whose balance actually moved.
       01  WS-FRA-KUNDEID          PIC X(10) VALUE SPACES.
       01  WS-TIL-KUNDEID          PIC X(10) VALUE SPACES.

      *> Credit-limit check on customer debits (KREDITOPSLAG answers
      *> from the register). Without a register on disk no debit is
      *> stopped, as before.
       01  PARKERET-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  WS-PARKERET-FILENAME    PIC X(100)
                                    VALUE "PosteringsParkeret.txt".
       01  WS-PARKERET-AABEN       PIC X VALUE "N".
       01  WS-KREDIT-POLITIK       PIC X(6) VALUE "AFVIS".
       01  WS-TOLERANCE-X          PIC X(9) VALUE SPACES.
       01  WS-RAMME-TOLERANCE      PIC 9(7) VALUE 0.
       01  WS-RAMME-KONTO          PIC X(20) VALUE SPACES.
       01  WS-RAMME-SALDO          PIC S9(9)V99 VALUE ZEROS.
       01  WS-RAMME-NY-SALDO       PIC S9(9)V99 VALUE ZEROS.
       01  WS-RAMME-GRAENSE        PIC S9(9)V99 VALUE ZEROS.
       01  WS-RAMME-AKTIV          PIC X VALUE "N".
       01  WS-RAMME-FUNDET         PIC X VALUE "N".
       01  WS-RAMME-BELOEB         PIC 9(7)V99 VALUE ZEROS.
       01  WS-RAMME-UDLOEB         PIC 9(8) VALUE ZEROS.
       01  WS-RAMME-OK             PIC X VALUE "Y".
       01  WS-RAMME-AFVIST-COUNT   PIC 9(7) VALUE 0.
       01  WS-PARKERET-COUNT       PIC 9(7) VALUE 0.
       01  WS-AFVIS-AARSAG         PIC X(4) VALUE SPACES.

      *> Card holds on the account being debited. Without a
      *> reservations file on disk nothing is reserved.
       01  RESV-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  WS-RESV-FILENAME        PIC X(100)
                                    VALUE "Reservationer.dat".
       01  WS-RESV-AKTIV           PIC X VALUE "N".
       01  END-OF-RESV             PIC X VALUE "N".
       01  WS-RESV-RESERVERET      PIC S9(9)V99 VALUE ZEROS.
       01  WS-RESV-MATCH-FUNDET    PIC X VALUE "N".
       01  WS-RESV-MATCH-NOEGLE    PIC X(32) VALUE SPACES.
       01  WS-RESV-MATCH-BELOEB    PIC 9(7)V99 VALUE ZEROS.
       01  WS-RESV-FRIGIVET-COUNT  PIC 9(7) VALUE 0.
       01  WS-RAMME-DISPONIBEL     PIC S9(9)V99 VALUE ZEROS.

      *> External transfers and the outbound clearing batch. The
      *> batch number is the run's time of day; a restart keeps the
      *> abended run's header and counts its orders into the
      *> trailer.
       01  CLEARING-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  WS-CLEARING-FILENAME    PIC X(100)
                                    VALUE "ClearingUdgaaende.txt".
       01  WS-CLEARING-AABEN       PIC X VALUE "N".
       01  WS-CLEARING-GENSTART    PIC X VALUE "N".
       01  END-OF-GML-CLEARING     PIC X VALUE "N".
       01  WS-CLEARING-BATCHNR     PIC 9(6) VALUE 0.
       01  WS-CLEARING-ANTAL       PIC 9(7) VALUE 0.
       01  WS-CLEARING-BELOEB      PIC S9(11)V99 VALUE ZEROS.
       01  WS-CLEARING-HASH        PIC 9(15) VALUE 0.
       01  WS-MODT-OK              PIC X VALUE "Y".
       01  WS-IBAN-GYLDIG          PIC X VALUE "N".
       01  WS-EKST-AFVIST-COUNT    PIC 9(7) VALUE 0.

      *> Period lock: the booking date's month must be open.
       01  WS-PERIODE-POLITIK      PIC X(7) VALUE "AFVIS".
       01  WS-PERIODE-DATO         PIC 9(8) VALUE ZEROS.
       01  WS-PERIODE-AABEN        PIC X VALUE "Y".
       01  WS-PERIODE-NY-DATO      PIC 9(8) VALUE ZEROS.
       01  WS-PERIODE-AFVIST-COUNT PIC 9(7) VALUE 0.
       01  WS-LUKKET-AFVIST-COUNT  PIC 9(7) VALUE 0.
       01  WS-OMDATERET-COUNT      PIC 9(7) VALUE 0.

      *> Suspense position: rejected postings booked for the branch
      *> to clear. WS-MELLEM-SEQ carries the highest running number
      *> already used today.
       01  MELLEM-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  WS-MELLEM-FILENAME      PIC X(100)
                                    VALUE "Mellemregning.txt".
       01  END-OF-GML-MELLEM       PIC X VALUE "N".
       01  WS-MELLEM-SEQ           PIC 9(5) VALUE 0.
       01  WS-MELLEM-COUNT         PIC 9(7) VALUE 0.
       01  WS-MELLEM-BELOEB        PIC S9(11)V99 VALUE ZEROS.

      *> Reversals: the references named by the day's STOR postings,
      *> resolved against the posting history before the run starts.
      *> WS-HIST-LOEBENR carries the highest loebenummer on file.
       01  END-OF-HIST-SCAN        PIC X VALUE "N".
       01  END-OF-STORNO-SCAN      PIC X VALUE "N".
       01  WS-HIST-LOEBENR         PIC 9(9) VALUE 0.
       01  WS-STORNO-OK            PIC X VALUE "Y".
       01  WS-VALOER-OK            PIC X VALUE "Y".
       01  WS-SR-FUNDET            PIC X VALUE "N".
       01  WS-STORNO-IX            PIC 9(4) VALUE 0.
       01  WS-STORNO-COUNT         PIC 9(7) VALUE 0.
       01  WS-STORNO-AFVIST-COUNT  PIC 9(7) VALUE 0.
       01  WS-MAX-STORNO           PIC 9(4) VALUE 1000.
       01  WS-SR-COUNT             PIC 9(4) VALUE 0.
       01  WS-SR-IX                PIC 9(4) VALUE 0.
       01  STORNO-TABEL.
           02  STORNO-ENTRY OCCURS 1000 TIMES.
               03  SR-KONTO        pic x(20).
               03  SR-DATO         pic 9(8).
               03  SR-BELOEB       pic 9(7)v99.
               03  SR-LOEBENR      pic 9(9).
               03  SR-ORG-DK       pic x(1).
               03  SR-ORG-TYPE     pic x(4).
               03  SR-FUNDET       pic x(1).
               03  SR-STORNERET    pic x(1).

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-FIRST-IN-GROUP       PIC X VALUE "Y".
       01  WS-CURRENT-KUNDEID      PIC X(10) VALUE SPACES.
                   MOVE "N" TO WS-RESTART-MODE
           END-ACCEPT

           ACCEPT WS-PARKERET-FILENAME
                   FROM ENVIRONMENT "POSTERING_PARKERET_FIL"
               ON EXCEPTION
                   MOVE "PosteringsParkeret.txt"
                       TO WS-PARKERET-FILENAME
           END-ACCEPT

           ACCEPT WS-RESV-FILENAME FROM ENVIRONMENT "RESERVATION_FIL"
               ON EXCEPTION
                   MOVE "Reservationer.dat" TO WS-RESV-FILENAME
           END-ACCEPT

           ACCEPT WS-CLEARING-FILENAME
                   FROM ENVIRONMENT "CLEARING_UDGAAENDE_FIL"
               ON EXCEPTION
                   MOVE "ClearingUdgaaende.txt"
                       TO WS-CLEARING-FILENAME
           END-ACCEPT

           ACCEPT WS-MELLEM-FILENAME
                   FROM ENVIRONMENT "MELLEMREGNING_FIL"
               ON EXCEPTION
                   MOVE "Mellemregning.txt" TO WS-MELLEM-FILENAME
           END-ACCEPT

           ACCEPT WS-KREDIT-POLITIK FROM ENVIRONMENT "KREDIT_POLITIK"
               ON EXCEPTION
                   MOVE "AFVIS" TO WS-KREDIT-POLITIK
           END-ACCEPT
           IF WS-KREDIT-POLITIK NOT = "PARKER"
               MOVE "AFVIS" TO WS-KREDIT-POLITIK
           END-IF

           ACCEPT WS-PERIODE-POLITIK FROM ENVIRONMENT "PERIODE_POLITIK"
               ON EXCEPTION
                   MOVE "AFVIS" TO WS-PERIODE-POLITIK
           END-ACCEPT
           IF WS-PERIODE-POLITIK NOT = "OMDATER"
               MOVE "AFVIS" TO WS-PERIODE-POLITIK
           END-IF

           ACCEPT WS-TOLERANCE-X FROM ENVIRONMENT "KREDIT_TOLERANCE"
               ON EXCEPTION
                   MOVE SPACES TO WS-TOLERANCE-X
           END-ACCEPT
           IF WS-TOLERANCE-X NOT = SPACES
               COMPUTE WS-RAMME-TOLERANCE =
                   FUNCTION NUMVAL(WS-TOLERANCE-X)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CLEARING-BATCHNR

           IF WS-RESTART-MODE = "Y"
               PERFORM LAES-GAMMEL-JOURNAL
      *> double-posting this checkpointing exists to prevent.
           IF WS-RESUME-SEQ > 0
               PERFORM VERIFICER-GENSTART
               PERFORM LAES-GAMMEL-CLEARING
           END-IF

           PERFORM LOAD-PTYPE-TABEL
           PERFORM LOAD-PRODUKTREGLER
           PERFORM LOAD-SPAERREDE-KONTI
           PERFORM LOAD-TIDSINDSKUD
           PERFORM LOAD-STORNO-REFERENCER
           PERFORM SCAN-HISTORIK
           PERFORM LAES-MELLEMREGNING

           SORT sort-file-1
               ON ASCENDING KEY POST-KUNDEID OF sort-record

           PERFORM WRITE-JOURNAL-TRAILER
           PERFORM CLOSE-FILES
           IF WS-HV-BRUGT-COUNT > 0
               PERFORM SKRIV-HAEVEVARSLER
           END-IF

           DISPLAY "=========================================="
           DISPLAY "KONTOPOSTERING - daglig posteringskoersel"
           IF WS-PTYPE-COUNT > 0
               DISPLAY "  heraf ukendt type: " WS-TYPE-AFVIST-COUNT
           END-IF
           IF WS-RAMME-AKTIV = "Y"
               DISPLAY "  heraf over ramme : " WS-RAMME-AFVIST-COUNT
               DISPLAY "Parkeret (ramme)   : " WS-PARKERET-COUNT
           END-IF
           IF WS-SR-COUNT > 0
               DISPLAY "  heraf storno     : " WS-STORNO-AFVIST-COUNT
               DISPLAY "Storno anvendt     : " WS-STORNO-COUNT
           END-IF
           IF WS-RESV-AKTIV = "Y"
               DISPLAY "Reservationer frigivet: "
                   WS-RESV-FRIGIVET-COUNT
           END-IF
           DISPLAY "Ekstern overfoersel afvist: " WS-EKST-AFVIST-COUNT
           DISPLAY "Lukket periode afvist: " WS-PERIODE-AFVIST-COUNT
           DISPLAY "Lukket konto afvist: " WS-LUKKET-AFVIST-COUNT
           IF WS-REGEL-COUNT > 0
               DISPLAY "Produktregel afvist: " WS-PRODUKT-AFVIST-COUNT
               DISPLAY "Haevevarsler brugt : " WS-HV-BRUGT-COUNT
           END-IF
           IF WS-SPAERRET-COUNT > 0
               DISPLAY "Spaerret konto afvist: "
                   WS-SPAERRET-AFVIST-COUNT
           END-IF
           IF WS-TIDS-COUNT > 0
               DISPLAY "Tidsindskud afvist : " WS-TIDS-AFVIST-COUNT
           END-IF
           DISPLAY "Omdateret (periode): " WS-OMDATERET-COUNT
           DISPLAY "Clearingordrer     : " WS-CLEARING-ANTAL
           MOVE WS-CLEARING-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Clearing i alt     : " WS-BELOEB-EDIT
           DISPLAY "Til mellemregning  : " WS-MELLEM-COUNT
           MOVE WS-MELLEM-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "Mellemregning i alt: " WS-BELOEB-EDIT
           MOVE WS-DEBET-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Debet i alt        : " WS-BELOEB-EDIT
           MOVE WS-KREDIT-TOTAL TO WS-BELOEB-EDIT
                   "foeres alene paa kundemasterens saldo"
           END-IF

           OPEN I-O resv-file-1
           IF RESV-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-RESV-AKTIV
           END-IF

           OPEN INPUT sorted-file-1
           IF SORTED-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOPOSTERING: cannot open sorted postings, "
                   WS-LAAS-PROGRAM WS-LAAS-RESULTAT
               MOVE WS-LAAS-GEMT-RC TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND mellem-file-1
           IF MELLEM-FILE-1-STATUS = "35"
               OPEN OUTPUT mellem-file-1
           END-IF
           IF MELLEM-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOPOSTERING: cannot open suspense file, "
                   "status " MELLEM-FILE-1-STATUS
               CLOSE master-file-1
               CLOSE sorted-file-1
               CLOSE fejl-file-1
               CLOSE journal-file-1
               CLOSE historik-file-1
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
               MOVE "FRI " TO WS-LAAS-AKTION
               CALL "LAASSTYRING" USING WS-LAAS-AKTION
                   WS-LAAS-PROGRAM WS-LAAS-RESULTAT
               MOVE WS-LAAS-GEMT-RC TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLEARING-GENSTART = "Y"
               OPEN EXTEND clearing-file-1
           ELSE
               OPEN OUTPUT clearing-file-1
           END-IF
           IF CLEARING-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOPOSTERING: cannot open clearing file, "
                   "status " CLEARING-FILE-1-STATUS
               CLOSE master-file-1
               CLOSE sorted-file-1
               CLOSE fejl-file-1
               CLOSE journal-file-1
               CLOSE historik-file-1
               CLOSE mellem-file-1
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
               MOVE "FRI " TO WS-LAAS-AKTION
               CALL "LAASSTYRING" USING WS-LAAS-AKTION
                   WS-LAAS-PROGRAM WS-LAAS-RESULTAT
               MOVE WS-LAAS-GEMT-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Y" TO WS-CLEARING-AABEN
           IF WS-CLEARING-GENSTART = "N"
               MOVE SPACES TO clearing-record
               MOVE "HDR" TO CL-TAG
               MOVE WS-TODAY TO CL-HDR-DATO
               MOVE WS-CLEARING-BATCHNR TO CL-HDR-BATCHNR
               WRITE clearing-record
           END-IF.

      *> Postings for GDPR-anonymised records are rejected - the
      *> movements.
       APPLY-ONE-POSTING.
           PERFORM CHECK-TYPEKODE
           PERFORM CHECK-VALOERDATO
           PERFORM CHECK-PERIODE
           PERFORM CHECK-MODTAGER
           IF WS-TYPE-OK = "N"
               ADD 1 TO WS-TYPE-AFVIST-COUNT
               MOVE "P001" TO WS-AFVIS-AARSAG
               PERFORM REJECT-POSTING
           ELSE
           IF WS-VALOER-OK = "N"
               MOVE "P010" TO WS-AFVIS-AARSAG
               PERFORM REJECT-POSTING
           ELSE
           IF WS-PERIODE-AABEN = "N"
               ADD 1 TO WS-PERIODE-AFVIST-COUNT
               MOVE "P012" TO WS-AFVIS-AARSAG
               PERFORM REJECT-POSTING
           ELSE
           IF POST-TYPEKODE IN trans-record = "EKST"
              AND POST-DK IN trans-record NOT = "D"
               ADD 1 TO WS-EKST-AFVIST-COUNT
               MOVE "P002" TO WS-AFVIS-AARSAG
               PERFORM REJECT-POSTING
           ELSE
           IF WS-MODT-OK = "N"
               ADD 1 TO WS-EKST-AFVIST-COUNT
               MOVE "P011" TO WS-AFVIS-AARSAG
               PERFORM REJECT-POSTING
           ELSE
           IF POST-DK IN trans-record = "T"
           ELSE
           IF POST-DK IN trans-record NOT = "D"
              AND POST-DK IN trans-record NOT = "K"
               MOVE "P002" TO WS-AFVIS-AARSAG
               PERFORM REJECT-POSTING
           ELSE
               PERFORM FIND-MASTER-RECORD
               IF WS-MASTER-FOUND = "N"
                   MOVE "P003" TO WS-AFVIS-AARSAG
                   PERFORM REJECT-POSTING
               ELSE
               IF SLETTET-MARKERING IN master-record = "J"
                   MOVE "P004" TO WS-AFVIS-AARSAG
                   PERFORM REJECT-POSTING
               ELSE
                   PERFORM CHECK-STORNO
                   IF WS-STORNO-OK = "N"
                       ADD 1 TO WS-STORNO-AFVIST-COUNT
                       PERFORM REJECT-POSTING
                   ELSE
                       PERFORM CHECK-GROUP-BREAK
                       PERFORM APPLY-AND-REWRITE
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LOAD-PTYPE-TABEL.
               END-IF
           END-IF.

      *> The product rules, and the withdrawal notices when there
      *> are rules. The notice file is rewritten from the table at
      *> the end of the run, so a table smaller than the file stops
      *> the run before anything is posted.
       LOAD-PRODUKTREGLER.
           ACCEPT WS-PRODREGEL-FILENAME
                   FROM ENVIRONMENT "PRODUKTREGEL_FIL"
               ON EXCEPTION
                   MOVE "Produktregler.txt" TO WS-PRODREGEL-FILENAME
           END-ACCEPT
           ACCEPT WS-HAEVVARSEL-FILENAME
                   FROM ENVIRONMENT "HAEVEVARSEL_FIL"
               ON EXCEPTION
                   MOVE "HaeveVarsler.txt" TO WS-HAEVVARSEL-FILENAME
           END-ACCEPT
           OPEN INPUT prodregel-file-1
           IF PRODREGEL-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOPOSTERING: ingen produktregler paa "
                   "disk - produktkontrol springes over"
           ELSE
               PERFORM UNTIL END-OF-PRODREGEL = "Y"
                   READ prodregel-file-1
                       AT END
                           MOVE "Y" TO END-OF-PRODREGEL
                       NOT AT END
                           IF WS-REGEL-COUNT < WS-MAX-REGLER
                               ADD 1 TO WS-REGEL-COUNT
                               PERFORM NOTER-PRODUKTREGEL
                           ELSE
                               DISPLAY "KONTOPOSTERING: rule table "
                                   "full, skipping type " PR-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prodregel-file-1
           END-IF
           IF WS-REGEL-COUNT > 0
               PERFORM LOAD-HAEVEVARSLER
           END-IF.

       NOTER-PRODUKTREGEL.
           MOVE PR-TYPE TO RG-TYPE(WS-REGEL-COUNT)
           MOVE PR-DEBET-TYPER TO RG-DEBET-TYPER(WS-REGEL-COUNT)
           IF PR-LAAS-ALDER IS NOT NUMERIC
               MOVE ZEROS TO PR-LAAS-ALDER
           END-IF
           IF PR-LAAS-DATO IS NOT NUMERIC
               MOVE ZEROS TO PR-LAAS-DATO
           END-IF
           IF PR-VARSEL-DAGE IS NOT NUMERIC
               MOVE ZEROS TO PR-VARSEL-DAGE
           END-IF
           MOVE PR-LAAS-ALDER TO RG-LAAS-ALDER(WS-REGEL-COUNT)
           MOVE PR-LAAS-DATO TO RG-LAAS-DATO(WS-REGEL-COUNT)
           MOVE PR-VARSEL-DAGE TO RG-VARSEL-DAGE(WS-REGEL-COUNT)
           MOVE PR-OVERTRAEK TO RG-OVERTRAEK(WS-REGEL-COUNT).

       LOAD-HAEVEVARSLER.
           OPEN INPUT haevvarsel-file-1
           IF HAEVVARSEL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-HAEVVARSEL = "Y"
                   READ haevvarsel-file-1
                       AT END
                           MOVE "Y" TO END-OF-HAEVVARSEL
                       NOT AT END
                           IF WS-HV-COUNT < WS-MAX-VARSLER
                               ADD 1 TO WS-HV-COUNT
                               MOVE HV-KONTONUMMER
                                   TO HT-KONTO(WS-HV-COUNT)
                               MOVE HV-VARSLET-DATO
                                   TO HT-VARSLET(WS-HV-COUNT)
                               MOVE HV-BELOEB
                                   TO HT-BELOEB(WS-HV-COUNT)
                               MOVE HV-BRUGT-DATO
                                   TO HT-BRUGT(WS-HV-COUNT)
                           ELSE
                               DISPLAY "KONTOPOSTERING: notice table "
                                   "full - increase WS-MAX-VARSLER, "
                                   "run stopped"
                               CLOSE haevvarsel-file-1
                               MOVE 16 TO RETURN-CODE
                               PERFORM AFVIS-GENSTART
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE haevvarsel-file-1
           END-IF.

      *> Only the block of a confirmed case counts; a block that
      *> cannot be held in the table stops the run rather than let
      *> a debit out.
       LOAD-SPAERREDE-KONTI.
           ACCEPT WS-SVINDEL-FILENAME
                   FROM ENVIRONMENT "SVINDEL_SAGS_FIL"
               ON EXCEPTION
                   MOVE "Svindelsager.txt" TO WS-SVINDEL-FILENAME
           END-ACCEPT
           OPEN INPUT svindel-file-1
           IF SVINDEL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-SVINDEL = "Y"
                   READ svindel-file-1
                       AT END
                           MOVE "Y" TO END-OF-SVINDEL
                       NOT AT END
                           IF SV-STATUS = "B"
                              AND SV-KONTONUMMER NOT = SPACES
                               PERFORM NOTER-SPAERRET-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE svindel-file-1
           END-IF.

       NOTER-SPAERRET-KONTO.
           IF WS-SPAERRET-COUNT < WS-MAX-SPAERREDE
               ADD 1 TO WS-SPAERRET-COUNT
               MOVE SV-KONTONUMMER TO SP-KONTO(WS-SPAERRET-COUNT)
           ELSE
               DISPLAY "KONTOPOSTERING: blocked-account table "
                   "full - increase WS-MAX-SPAERREDE, run stopped"
               CLOSE svindel-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFVIS-GENSTART
           END-IF.

      *> Only the active deposits matter; a settled or broken one
      *> is an ordinary account again.
       LOAD-TIDSINDSKUD.
           ACCEPT WS-TIDS-FILENAME FROM ENVIRONMENT "TIDSINDSKUD_FIL"
               ON EXCEPTION
                   MOVE "Tidsindskud.txt" TO WS-TIDS-FILENAME
           END-ACCEPT
           OPEN INPUT tids-file-1
           IF TIDS-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-TIDS = "Y"
                   READ tids-file-1
                       AT END
                           MOVE "Y" TO END-OF-TIDS
                       NOT AT END
                           IF TI-STATUS = "A"
                               PERFORM NOTER-TIDSINDSKUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE tids-file-1
           END-IF.

       NOTER-TIDSINDSKUD.
           IF WS-TIDS-COUNT < WS-MAX-TIDSINDSKUD
               ADD 1 TO WS-TIDS-COUNT
               MOVE TI-KONTONUMMER TO TB-KONTO(WS-TIDS-COUNT)
               MOVE TI-STARTDATO TO TB-START(WS-TIDS-COUNT)
               MOVE TI-FORFALDSDATO TO TB-FORFALD(WS-TIDS-COUNT)
           ELSE
               DISPLAY "KONTOPOSTERING: term-deposit table "
                   "full - increase WS-MAX-TIDSINDSKUD, run stopped"
               CLOSE tids-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFVIS-GENSTART
           END-IF.

      *> The value date is stamped on the posting itself, so the
      *> history, the hold file and the error file all carry it.
       CHECK-VALOERDATO.
           MOVE "Y" TO WS-VALOER-OK
           IF POST-VALOER-DATO IN trans-record IS NOT NUMERIC
              OR POST-VALOER-DATO IN trans-record = 0
               MOVE POST-DATO IN trans-record
                   TO POST-VALOER-DATO IN trans-record
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       POST-VALOER-DATO IN trans-record) NOT = 0
                   MOVE "N" TO WS-VALOER-OK
                   DISPLAY "KONTOPOSTERING: ugyldig valoerdato "
                       POST-VALOER-DATO IN trans-record
                       " for KundeID "
                       POST-KUNDEID IN trans-record
               END-IF
           END-IF.

      *> A booking date in a closed month is rejected, or under
      *> PERIODE_POLITIK "OMDATER" moved to the first day of the
      *> next open month.
       CHECK-PERIODE.
           MOVE POST-DATO IN trans-record TO WS-PERIODE-DATO
           CALL "PERIODETJEK" USING WS-PERIODE-DATO WS-PERIODE-AABEN
               WS-PERIODE-NY-DATO
           IF WS-PERIODE-AABEN = "N"
              AND WS-PERIODE-POLITIK = "OMDATER"
               DISPLAY "KONTOPOSTERING: bogfoeringsdato "
                   POST-DATO IN trans-record " i lukket periode "
                   "omdateret til " WS-PERIODE-NY-DATO
                   " for KundeID " POST-KUNDEID IN trans-record
               MOVE WS-PERIODE-NY-DATO TO POST-DATO IN trans-record
               ADD 1 TO WS-OMDATERET-COUNT
               MOVE "Y" TO WS-PERIODE-AABEN
           END-IF.

      *> The beneficiary of an external transfer: an IBAN when one
      *> is given, otherwise a four-digit reg.nr. and a ten-digit
      *> account number (leading zeros included); a name is always
      *> required.
       CHECK-MODTAGER.
           MOVE "Y" TO WS-MODT-OK
           IF POST-TYPEKODE IN trans-record = "EKST"
               IF POST-MODT-NAVN IN trans-record = SPACES
                   MOVE "N" TO WS-MODT-OK
               ELSE
               IF POST-MODT-IBAN IN trans-record NOT = SPACES
                   CALL "IBANTJEK" USING POST-MODT-IBAN IN trans-record
                       WS-IBAN-GYLDIG
                   IF WS-IBAN-GYLDIG = "N"
                       MOVE "N" TO WS-MODT-OK
                   END-IF
               ELSE
               IF POST-MODT-REGNR IN trans-record IS NOT NUMERIC
                  OR POST-MODT-KONTO IN trans-record IS NOT NUMERIC
                   MOVE "N" TO WS-MODT-OK
               ELSE
               IF POST-MODT-KONTO IN trans-record = ZEROS
                   MOVE "N" TO WS-MODT-OK
               END-IF
               END-IF
               END-IF
               END-IF
               IF WS-MODT-OK = "N"
                   DISPLAY "KONTOPOSTERING: ugyldig modtager paa "
                       "ekstern overfoersel for KundeID "
                       POST-KUNDEID IN trans-record
               END-IF
           END-IF.

       FIND-MASTER-RECORD.
           MOVE "N" TO WS-MASTER-FOUND
           IF POST-KUNDEID IN trans-record NOT = SPACES

       APPLY-AND-REWRITE.
           PERFORM FIND-KONTO-RECORD
           IF WS-KONTO-FUNDET = "Y"
              AND KONTO-STATUS IN konto-record = "L"
              AND POST-DATO IN trans-record
                  > KONTO-LUKKET-DATO IN konto-record
               ADD 1 TO WS-LUKKET-AFVIST-COUNT
               MOVE "P013" TO WS-AFVIS-AARSAG
               PERFORM REJECT-POSTING
           ELSE
               PERFORM APPLY-TIL-AABEN-KONTO
           END-IF.

       APPLY-TIL-AABEN-KONTO.
           IF WS-KONTO-FUNDET = "Y"
              AND KONTO-NUMMER IN konto-record
                  NOT = KontoNummer IN master-record
               MOVE KONTO-NUMMER IN konto-record TO WS-RAMME-KONTO
               MOVE KONTO-SALDO IN konto-record TO WS-RAMME-SALDO
           ELSE
               MOVE KontoNummer IN master-record TO WS-RAMME-KONTO
               MOVE Balance IN master-record TO WS-RAMME-SALDO
           END-IF
           MOVE "Y" TO WS-RAMME-OK
           MOVE "Y" TO WS-PRODUKT-OK
           MOVE "N" TO WS-SPAERRET
           MOVE 0 TO WS-HV-FUNDET-IX
           IF POST-DK IN trans-record = "D"
               PERFORM CHECK-SPAERRET-KONTO
               PERFORM CHECK-KREDITRAMME
               IF WS-KONTO-FUNDET = "Y"
                   PERFORM CHECK-PRODUKTREGLER
               END-IF
           END-IF
           MOVE WS-RAMME-KONTO TO WS-TIDS-KONTO
           MOVE POST-DK IN trans-record TO WS-TIDS-DK
           PERFORM CHECK-TIDSINDSKUD
           IF WS-SPAERRET = "Y"
               PERFORM AFVIS-SPAERRET-KONTO
           ELSE
           IF WS-TIDSLAAST = "Y"
               PERFORM AFVIS-TIDSINDSKUD
           ELSE
           IF WS-PRODUKT-OK = "N"
               PERFORM AFVIS-PRODUKTREGEL
           ELSE
           IF WS-RAMME-OK = "N"
               PERFORM AFVIS-OVER-RAMME
           ELSE
               PERFORM FORBRUG-HAEVEVARSEL
               IF WS-KONTO-FUNDET = "Y"
                  AND KONTO-NUMMER IN konto-record
                      NOT = KontoNummer IN master-record
                   PERFORM APPLY-TIL-SEKUNDAER-KONTO
               ELSE
                   PERFORM APPLY-TIL-PRIMAER
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> The debit may take the balance less the active card holds
      *> down to minus the approved limit plus the tolerance; an
      *> account without a valid limit has a limit of zero. Bank
      *> charges are exempt - interest and fees are booked whatever
      *> the cover.
       CHECK-KREDITRAMME.
           MOVE "Y" TO WS-RAMME-OK
           MOVE ZEROS TO WS-RESV-RESERVERET
           MOVE "N" TO WS-RESV-MATCH-FUNDET
           IF POST-TYPEKODE IN trans-record = "RENT"
              OR POST-TYPEKODE IN trans-record = "GEBY"
              OR POST-TYPEKODE IN trans-record = "STOR"
               CONTINUE
           ELSE
               IF WS-RESV-AKTIV = "Y"
                   PERFORM SUM-RESERVATIONER
               END-IF
               CALL "KREDITOPSLAG" USING WS-RAMME-KONTO WS-TODAY
                   WS-RAMME-AKTIV WS-RAMME-FUNDET WS-RAMME-BELOEB
                   WS-RAMME-UDLOEB
               IF WS-RAMME-AKTIV = "Y"
                   IF WS-RAMME-FUNDET = "N"
                       MOVE ZEROS TO WS-RAMME-BELOEB
                   END-IF
                   COMPUTE WS-RAMME-NY-SALDO = WS-RAMME-SALDO
                       - WS-RESV-RESERVERET
                       - POST-BELOEB IN trans-record
                   COMPUTE WS-RAMME-GRAENSE = 0 - WS-RAMME-BELOEB
                       - WS-RAMME-TOLERANCE
                   IF WS-RAMME-NY-SALDO < 0
                      AND WS-RAMME-NY-SALDO < WS-RAMME-GRAENSE
                       MOVE "N" TO WS-RAMME-OK
                   END-IF
               END-IF
           END-IF.

      *> Active holds on WS-RAMME-KONTO. For a KORT debit the hold
      *> it clears is picked out - by authorisation id in the first
      *> twelve positions of the posting text, else by amount - and
      *> left out of the total, as the posting itself replaces it.
       SUM-RESERVATIONER.
           MOVE "N" TO END-OF-RESV
           MOVE WS-RAMME-KONTO TO RSV-KONTONUMMER
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
                       IF RSV-KONTONUMMER NOT = WS-RAMME-KONTO
                           MOVE "Y" TO END-OF-RESV
                       ELSE
                           IF RSV-STATUS = "A"
                              AND RSV-UDLOEB-DATO >= WS-TODAY
                               ADD RSV-BELOEB TO WS-RESV-RESERVERET
                               PERFORM CHECK-RESERVATION-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESV-MATCH-FUNDET = "Y"
               SUBTRACT WS-RESV-MATCH-BELOEB FROM WS-RESV-RESERVERET
           END-IF.

       CHECK-RESERVATION-MATCH.
           IF POST-TYPEKODE IN trans-record = "KORT"
              AND POST-DK IN trans-record = "D"
               IF RSV-AUTH-ID = POST-TEKST IN trans-record(1:12)
                   MOVE "Y" TO WS-RESV-MATCH-FUNDET
                   MOVE RSV-NOEGLE TO WS-RESV-MATCH-NOEGLE
                   MOVE RSV-BELOEB TO WS-RESV-MATCH-BELOEB
               ELSE
               IF WS-RESV-MATCH-FUNDET = "N"
                  AND RSV-BELOEB = POST-BELOEB IN trans-record
                   MOVE "Y" TO WS-RESV-MATCH-FUNDET
                   MOVE RSV-NOEGLE TO WS-RESV-MATCH-NOEGLE
                   MOVE RSV-BELOEB TO WS-RESV-MATCH-BELOEB
               END-IF
               END-IF
           END-IF.

      *> The applied KORT debit has cleared its hold.
       FRIGIV-RESERVATION.
           IF WS-RESV-AKTIV = "Y"
              AND WS-RESV-MATCH-FUNDET = "Y"
              AND POST-TYPEKODE IN trans-record = "KORT"
              AND POST-DK IN trans-record = "D"
               MOVE WS-RESV-MATCH-NOEGLE TO RSV-NOEGLE
               READ resv-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "F" TO RSV-STATUS
                       MOVE WS-TODAY TO RSV-AFSLUT-DATO
                       REWRITE resv-record
                           INVALID KEY
                               DISPLAY "KONTOPOSTERING: hold release "
                                   "failed for " RSV-KONTONUMMER " "
                                   RSV-AUTH-ID ", status "
                                   RESV-FILE-1-STATUS
                               MOVE 20 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-RESV-FRIGIVET-COUNT
                       END-REWRITE
               END-READ
               MOVE "N" TO WS-RESV-MATCH-FUNDET
           END-IF.

       AFVIS-OVER-RAMME.
           ADD 1 TO WS-RAMME-AFVIST-COUNT
           COMPUTE WS-RAMME-DISPONIBEL = WS-RAMME-SALDO
               - WS-RESV-RESERVERET + WS-RAMME-BELOEB
           MOVE WS-RAMME-SALDO TO WS-BALANCE-EDIT
           DISPLAY "KONTOPOSTERING: over ramme " WS-RAMME-KONTO
               " bogfoert " WS-BALANCE-EDIT
           MOVE WS-RESV-RESERVERET TO WS-BALANCE-EDIT
           MOVE WS-RAMME-DISPONIBEL TO WS-BELOEB-EDIT
           DISPLAY "    reserveret " WS-BALANCE-EDIT
               " disponibel " WS-BELOEB-EDIT
           IF WS-KREDIT-POLITIK = "PARKER"
              AND POST-TYPEKODE IN trans-record NOT = "BETL"
               MOVE "P007" TO WS-AFVIS-AARSAG
               PERFORM PARKER-POSTERING
           ELSE
               MOVE "P006" TO WS-AFVIS-AARSAG
           END-IF
           PERFORM REJECT-POSTING.

       PARKER-POSTERING.
           IF WS-PARKERET-AABEN = "N"
               OPEN EXTEND parkeret-file-1
               IF PARKERET-FILE-1-STATUS = "35"
                   OPEN OUTPUT parkeret-file-1
               END-IF
               IF PARKERET-FILE-1-STATUS = "00"
                   MOVE "Y" TO WS-PARKERET-AABEN
               ELSE
                   DISPLAY "KONTOPOSTERING: cannot open hold file, "
                       "status " PARKERET-FILE-1-STATUS
               END-IF
           END-IF
           IF WS-PARKERET-AABEN = "Y"
               WRITE parkeret-record FROM trans-record
               ADD 1 TO WS-PARKERET-COUNT
           END-IF.

      *> The rules of the debited account's KONTO-TYPE (account in
      *> konto-record, its owner in master-record, balance and holds
      *> from the limit check): posting type, lock by date or by the
      *> owner's age on the booking date - an owner without a birth
      *> date counts as under age - notice, then overdraft.
       CHECK-PRODUKTREGLER.
           MOVE "Y" TO WS-PRODUKT-OK
           MOVE 0 TO WS-HV-FUNDET-IX
           IF WS-REGEL-COUNT = 0
              OR POST-TYPEKODE IN trans-record = "RENT"
              OR POST-TYPEKODE IN trans-record = "GEBY"
              OR POST-TYPEKODE IN trans-record = "STOR"
               CONTINUE
           ELSE
               PERFORM FIND-PRODUKTREGEL
               IF WS-REGEL-FUNDET = "Y"
                   PERFORM CHECK-REGEL-TYPE
                   IF WS-PRODUKT-OK = "Y"
                       PERFORM CHECK-REGEL-LAAS
                   END-IF
                   IF WS-PRODUKT-OK = "Y"
                       PERFORM CHECK-REGEL-VARSEL
                   END-IF
                   IF WS-PRODUKT-OK = "Y"
                       PERFORM CHECK-REGEL-OVERTRAEK
                   END-IF
                   IF WS-PRODUKT-OK = "N"
                       DISPLAY "KONTOPOSTERING: produktregel "
                           WS-PRODUKT-AARSAG " for kontotype "
                           KONTO-TYPE IN konto-record " konto "
                           WS-RAMME-KONTO " type "
                           POST-TYPEKODE IN trans-record
                   END-IF
               END-IF
           END-IF.

       FIND-PRODUKTREGEL.
           MOVE "N" TO WS-REGEL-FUNDET
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-REGEL-COUNT
                      OR WS-REGEL-FUNDET = "Y"
               IF RG-TYPE(WS-RG-IX) = KONTO-TYPE IN konto-record
                   MOVE "Y" TO WS-REGEL-FUNDET
               END-IF
           END-PERFORM
           IF WS-REGEL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-RG-IX
           END-IF.

       CHECK-REGEL-TYPE.
           IF RG-DEBET-TYPER(WS-RG-IX) NOT = SPACES
               MOVE "N" TO WS-PRODUKT-OK
               PERFORM VARYING WS-RG-TYPE-IX FROM 1 BY 1
                       UNTIL WS-RG-TYPE-IX > 10
                          OR WS-PRODUKT-OK = "Y"
                   IF RG-DEBET-TYPE(WS-RG-IX, WS-RG-TYPE-IX)
                           NOT = SPACES
                      AND RG-DEBET-TYPE(WS-RG-IX, WS-RG-TYPE-IX) =
                           POST-TYPEKODE IN trans-record
                       MOVE "Y" TO WS-PRODUKT-OK
                   END-IF
               END-PERFORM
               IF WS-PRODUKT-OK = "N"
                   MOVE "P014" TO WS-PRODUKT-AARSAG
               END-IF
           END-IF.

       CHECK-REGEL-LAAS.
           IF RG-LAAS-DATO(WS-RG-IX) NOT = 0
              AND POST-DATO IN trans-record < RG-LAAS-DATO(WS-RG-IX)
               MOVE "N" TO WS-PRODUKT-OK
           ELSE
           IF RG-LAAS-ALDER(WS-RG-IX) NOT = 0
               IF DATE-OF-BIRTH IN master-record IS NOT NUMERIC
                  OR DATE-OF-BIRTH IN master-record = 0
                  OR DATE-OF-BIRTH IN master-record
                     > POST-DATO IN trans-record
                   MOVE "N" TO WS-PRODUKT-OK
               ELSE
                   COMPUTE WS-EJER-ALDER =
                       (POST-DATO IN trans-record
                        - DATE-OF-BIRTH IN master-record) / 10000
                   IF WS-EJER-ALDER < RG-LAAS-ALDER(WS-RG-IX)
                       MOVE "N" TO WS-PRODUKT-OK
                   END-IF
               END-IF
           END-IF
           END-IF
           IF WS-PRODUKT-OK = "N"
               MOVE "P015" TO WS-PRODUKT-AARSAG
           END-IF.

      *> The first open notice on the account that covers the
      *> amount and was given the product's notice days before the
      *> booking date; it is used once the debit is applied.
       CHECK-REGEL-VARSEL.
           IF RG-VARSEL-DAGE(WS-RG-IX) NOT = 0
               COMPUTE WS-VARSEL-INT = FUNCTION INTEGER-OF-DATE(
                   POST-DATO IN trans-record)
                   - RG-VARSEL-DAGE(WS-RG-IX)
               COMPUTE WS-VARSEL-SENEST =
                   FUNCTION DATE-OF-INTEGER(WS-VARSEL-INT)
               PERFORM VARYING WS-HV-IX FROM 1 BY 1
                       UNTIL WS-HV-IX > WS-HV-COUNT
                          OR WS-HV-FUNDET-IX > 0
                   IF HT-KONTO(WS-HV-IX) = WS-RAMME-KONTO
                      AND HT-BRUGT(WS-HV-IX) = 0
                      AND HT-VARSLET(WS-HV-IX) <= WS-VARSEL-SENEST
                      AND HT-BELOEB(WS-HV-IX)
                          >= POST-BELOEB IN trans-record
                       MOVE WS-HV-IX TO WS-HV-FUNDET-IX
                   END-IF
               END-PERFORM
               IF WS-HV-FUNDET-IX = 0
                   MOVE "N" TO WS-PRODUKT-OK
                   MOVE "P016" TO WS-PRODUKT-AARSAG
               END-IF
           END-IF.

       CHECK-REGEL-OVERTRAEK.
           IF RG-OVERTRAEK(WS-RG-IX) = "N"
               COMPUTE WS-RAMME-NY-SALDO = WS-RAMME-SALDO
                   - WS-RESV-RESERVERET
                   - POST-BELOEB IN trans-record
               IF WS-RAMME-NY-SALDO < 0
                   MOVE "N" TO WS-PRODUKT-OK
                   MOVE "P017" TO WS-PRODUKT-AARSAG
               END-IF
           END-IF.

      *> WS-RAMME-KONTO is the account the debit leaves.
       CHECK-SPAERRET-KONTO.
           MOVE "N" TO WS-SPAERRET
           IF WS-SPAERRET-COUNT > 0
              AND POST-TYPEKODE IN trans-record NOT = "RENT"
              AND POST-TYPEKODE IN trans-record NOT = "GEBY"
              AND POST-TYPEKODE IN trans-record NOT = "STOR"
               PERFORM VARYING WS-SP-IX FROM 1 BY 1
                       UNTIL WS-SP-IX > WS-SPAERRET-COUNT
                          OR WS-SPAERRET = "Y"
                   IF SP-KONTO(WS-SP-IX) = WS-RAMME-KONTO
                       MOVE "Y" TO WS-SPAERRET
                   END-IF
               END-PERFORM
           END-IF.

       AFVIS-SPAERRET-KONTO.
           ADD 1 TO WS-SPAERRET-AFVIST-COUNT
           DISPLAY "KONTOPOSTERING: konto " WS-RAMME-KONTO
               " spaerret - bekraeftet kontoovertagelse"
           MOVE "P018" TO WS-AFVIS-AARSAG
           PERFORM REJECT-POSTING.

      *> WS-TIDS-KONTO is the account the posting touches and
      *> WS-TIDS-DK the side: "D" leaving it, "K" reaching it.
       CHECK-TIDSINDSKUD.
           MOVE "N" TO WS-TIDSLAAST
           IF WS-TIDS-COUNT > 0
              AND POST-TYPEKODE IN trans-record NOT = "RENT"
              AND POST-TYPEKODE IN trans-record NOT = "GEBY"
              AND POST-TYPEKODE IN trans-record NOT = "STOR"
               PERFORM VARYING WS-TB-IX FROM 1 BY 1
                       UNTIL WS-TB-IX > WS-TIDS-COUNT
                          OR WS-TIDSLAAST = "Y"
                   IF TB-KONTO(WS-TB-IX) = WS-TIDS-KONTO
                      AND POST-DATO IN trans-record
                          < TB-FORFALD(WS-TB-IX)
                       IF WS-TIDS-DK = "D"
                          OR POST-DATO IN trans-record
                             NOT = TB-START(WS-TB-IX)
                           MOVE "Y" TO WS-TIDSLAAST
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       AFVIS-TIDSINDSKUD.
           ADD 1 TO WS-TIDS-AFVIST-COUNT
           DISPLAY "KONTOPOSTERING: konto " WS-TIDS-KONTO
               " er et tidsindskud foer forfald"
           MOVE "P019" TO WS-AFVIS-AARSAG
           PERFORM REJECT-POSTING.

       AFVIS-PRODUKTREGEL.
           ADD 1 TO WS-PRODUKT-AFVIST-COUNT
           MOVE WS-PRODUKT-AARSAG TO WS-AFVIS-AARSAG
           PERFORM REJECT-POSTING.

       FORBRUG-HAEVEVARSEL.
           IF WS-HV-FUNDET-IX > 0
               MOVE POST-DATO IN trans-record
                   TO HT-BRUGT(WS-HV-FUNDET-IX)
               ADD 1 TO WS-HV-BRUGT-COUNT
               MOVE 0 TO WS-HV-FUNDET-IX
           END-IF.

       APPLY-TIL-PRIMAER.
                   IF WS-KONTO-FUNDET = "Y"
                       PERFORM SPEJL-PRIMAER-KONTO
                   END-IF
                   PERFORM MARKER-STORNERET
                   PERFORM WRITE-MOVEMENT-LINE
                   PERFORM SKRIV-HISTORIK
                   PERFORM SKRIV-CLEARING-ORDRE
                   PERFORM SKRIV-ANVENDT-LINJE
                   PERFORM FRIGIV-RESERVATION
           END-REWRITE.

      *> A posting for one of the customer's other accounts moves
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-SEKUNDAER-COUNT
                   PERFORM MARKER-STORNERET
                   PERFORM WRITE-MOVEMENT-LINE
                   PERFORM SKRIV-HISTORIK
                   PERFORM SKRIV-CLEARING-ORDRE
                   PERFORM SKRIV-ANVENDT-LINJE
                   PERFORM FRIGIV-RESERVATION
           END-REWRITE.

       MARKER-STORNERET.
           IF WS-STORNO-IX > 0
               MOVE "Y" TO SR-STORNERET(WS-STORNO-IX)
               MOVE 0 TO WS-STORNO-IX
           END-IF.

       SKRIV-HISTORIK.
           MOVE trans-record TO historik-record
           IF POST-TYPEKODE IN trans-record NOT = "STOR"
               MOVE ZEROS TO POST-STORNO-REF IN historik-record
           ELSE
               ADD 1 TO WS-STORNO-COUNT
           END-IF
           IF POST-TYPEKODE IN trans-record NOT = "EKST"
              AND POST-TYPEKODE IN trans-record NOT = "INDB"
               MOVE SPACES TO POST-MODTAGER IN historik-record
           END-IF
           ADD 1 TO WS-HIST-LOEBENR
           MOVE WS-HIST-LOEBENR TO POST-LOEBENR IN historik-record
           WRITE historik-record.

      *> The payment order for an applied EKST debit, carrying the
      *> loebenummer of its history row and the account's currency.
       SKRIV-CLEARING-ORDRE.
           IF POST-TYPEKODE IN trans-record = "EKST"
              AND WS-CLEARING-AABEN = "Y"
               MOVE SPACES TO clearing-record
               MOVE "ORD" TO CL-TAG
               MOVE WS-HIST-LOEBENR TO CL-ORD-LOEBENR
               MOVE POST-KONTONUMMER IN trans-record
                   TO CL-ORD-KONTONUMMER
               IF CL-ORD-KONTONUMMER = SPACES
                   MOVE KontoNummer IN master-record
                       TO CL-ORD-KONTONUMMER
               END-IF
               MOVE POST-BELOEB IN trans-record TO CL-ORD-BELOEB
               IF WS-KONTO-FUNDET = "Y"
                  AND KONTO-VALUTAKODE IN konto-record NOT = SPACES
                   MOVE KONTO-VALUTAKODE IN konto-record
                       TO CL-ORD-VALUTA
               ELSE
                   MOVE Valutakode IN master-record TO CL-ORD-VALUTA
               END-IF
               MOVE POST-VALOER-DATO IN trans-record
                   TO CL-ORD-VALOER-DATO
               MOVE POST-MODT-REGNR IN trans-record
                   TO CL-ORD-MODT-REGNR
               MOVE POST-MODT-KONTO IN trans-record
                   TO CL-ORD-MODT-KONTO
               MOVE POST-MODT-IBAN IN trans-record
                   TO CL-ORD-MODT-IBAN
               MOVE POST-MODT-NAVN IN trans-record
                   TO CL-ORD-MODT-NAVN
               MOVE POST-MODT-MEDD IN trans-record
                   TO CL-ORD-MODT-MEDD
               WRITE clearing-record
               ADD 1 TO WS-CLEARING-ANTAL
               ADD POST-BELOEB IN trans-record TO WS-CLEARING-BELOEB
               ADD WS-HIST-LOEBENR TO WS-CLEARING-HASH
           END-IF.

      *> The abended run's clearing batch is kept: its orders are
      *> counted into this run's trailer and the file is extended.
      *> Without a header on disk the batch starts afresh.
       LAES-GAMMEL-CLEARING.
           OPEN INPUT clearing-file-1
           IF CLEARING-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-GML-CLEARING = "Y"
                   READ clearing-file-1
                       AT END
                           MOVE "Y" TO END-OF-GML-CLEARING
                       NOT AT END
                           IF CL-TAG = "HDR"
                               MOVE "Y" TO WS-CLEARING-GENSTART
                               MOVE CL-HDR-BATCHNR
                                   TO WS-CLEARING-BATCHNR
                           END-IF
                           IF CL-TAG = "ORD"
                               ADD 1 TO WS-CLEARING-ANTAL
                               ADD CL-ORD-BELOEB
                                   TO WS-CLEARING-BELOEB
                               ADD CL-ORD-LOEBENR
                                   TO WS-CLEARING-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clearing-file-1
           END-IF
           IF WS-CLEARING-GENSTART = "N"
               MOVE 0 TO WS-CLEARING-ANTAL
               MOVE ZEROS TO WS-CLEARING-BELOEB
               MOVE 0 TO WS-CLEARING-HASH
           ELSE
               DISPLAY "KONTOPOSTERING: clearingbatch "
                   WS-CLEARING-BATCHNR " fortsaettes med "
                   WS-CLEARING-ANTAL " ordrer"
           END-IF.

       WRITE-CLEARING-TRAILER.
           MOVE SPACES TO clearing-record
           MOVE "TRL" TO CL-TAG
           MOVE WS-CLEARING-ANTAL TO CL-TRL-ANTAL
           MOVE WS-CLEARING-BELOEB TO CL-TRL-BELOEB
           MOVE WS-CLEARING-HASH TO CL-TRL-HASH
           WRITE clearing-record.

       SKRIV-ANVENDT-LINJE.
           MOVE WS-TRANS-COUNT TO ANV-SEQ
           MOVE KundeID IN master-record TO ANV-KUNDEID
       APPLY-OVERFOERSEL.
           IF POST-MODKONTO IN trans-record = SPACES
              OR POST-KONTONUMMER IN trans-record = SPACES
               MOVE "P005" TO WS-AFVIS-AARSAG
               PERFORM REJECT-POSTING
           ELSE
               MOVE POST-KONTONUMMER IN trans-record
                   TO WS-BEN-KONTO
               PERFORM CHECK-BEN-FINDES
               MOVE WS-BEN-FUNDET TO WS-FRA-FUNDET
               MOVE WS-BEN-LUKKET TO WS-FRA-LUKKET
               MOVE POST-MODKONTO IN trans-record TO WS-BEN-KONTO
               PERFORM CHECK-BEN-FINDES
               MOVE "Y" TO WS-RAMME-OK
               MOVE "Y" TO WS-PRODUKT-OK
               MOVE "N" TO WS-SPAERRET
               MOVE "N" TO WS-TIDSLAAST
               MOVE 0 TO WS-HV-FUNDET-IX
               IF WS-FRA-FUNDET = "Y" AND WS-BEN-FUNDET = "Y"
                   PERFORM HENT-FRA-SALDO
                   PERFORM CHECK-SPAERRET-KONTO
                   PERFORM CHECK-KREDITRAMME
                   IF WS-BEN-PAA-KONTO = "Y"
                       PERFORM HENT-FRA-EJER
                       PERFORM CHECK-PRODUKTREGLER
                   END-IF
                   MOVE POST-KONTONUMMER IN trans-record
                       TO WS-TIDS-KONTO
                   MOVE "D" TO WS-TIDS-DK
                   PERFORM CHECK-TIDSINDSKUD
                   IF WS-TIDSLAAST = "N"
                       MOVE POST-MODKONTO IN trans-record
                           TO WS-TIDS-KONTO
                       MOVE "K" TO WS-TIDS-DK
                       PERFORM CHECK-TIDSINDSKUD
                   END-IF
               END-IF
               IF WS-FRA-FUNDET = "N" OR WS-BEN-FUNDET = "N"
                   MOVE "P005" TO WS-AFVIS-AARSAG
                   PERFORM REJECT-POSTING
               ELSE
               IF WS-FRA-LUKKET = "Y" OR WS-BEN-LUKKET = "Y"
                   ADD 1 TO WS-LUKKET-AFVIST-COUNT
                   MOVE "P013" TO WS-AFVIS-AARSAG
                   PERFORM REJECT-POSTING
               ELSE
               IF WS-SPAERRET = "Y"
                   PERFORM AFVIS-SPAERRET-KONTO
               ELSE
               IF WS-TIDSLAAST = "Y"
                   PERFORM AFVIS-TIDSINDSKUD
               ELSE
               IF WS-PRODUKT-OK = "N"
                   PERFORM AFVIS-PRODUKTREGEL
               ELSE
               IF WS-RAMME-OK = "N"
                   PERFORM AFVIS-OVER-RAMME
               ELSE
                   PERFORM FORBRUG-HAEVEVARSEL
                   MOVE POST-KONTONUMMER IN trans-record
                       TO WS-BEN-KONTO
                   MOVE "D" TO WS-BEN-DK
                   PERFORM WRITE-OVERFOERSEL-HISTORIK
                   PERFORM SKRIV-ANVENDT-LINJE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> Balance of the debited side of a transfer, for the limit
      *> check: the account record when the account master knows it,
      *> otherwise the customer master's balance.
       HENT-FRA-SALDO.
           MOVE POST-KONTONUMMER IN trans-record TO WS-RAMME-KONTO
           MOVE ZEROS TO WS-RAMME-SALDO
           MOVE "N" TO WS-BEN-PAA-KONTO
           IF WS-KONTO-AKTIV = "Y"
               MOVE WS-RAMME-KONTO TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BEN-PAA-KONTO
                       MOVE KONTO-SALDO IN konto-record
                           TO WS-RAMME-SALDO
               END-READ
           END-IF
           IF WS-BEN-PAA-KONTO = "N"
               MOVE WS-RAMME-KONTO TO KontoNummer IN master-record
               READ master-file-1
                   KEY IS KontoNummer IN master-record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Balance IN master-record
                           TO WS-RAMME-SALDO
               END-READ
           END-IF.

      *> The owner of the debited side of a transfer, for the
      *> product rule's age lock.
       HENT-FRA-EJER.
           MOVE KONTO-KUNDEID IN konto-record
               TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   MOVE ZEROS TO DATE-OF-BIRTH IN master-record
           END-READ.

       CHECK-BEN-FINDES.
           MOVE "N" TO WS-BEN-FUNDET
           MOVE "N" TO WS-BEN-LUKKET
           IF WS-KONTO-AKTIV = "Y"
               MOVE WS-BEN-KONTO TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BEN-FUNDET
                       IF KONTO-STATUS IN konto-record = "L"
                          AND POST-DATO IN trans-record
                              > KONTO-LUKKET-DATO IN konto-record
                           MOVE "Y" TO WS-BEN-LUKKET
                       END-IF
               END-READ
           END-IF
           IF WS-BEN-FUNDET = "N"
           END-IF
           MOVE "D" TO POST-DK IN historik-record
           MOVE "OVF " TO POST-TYPEKODE IN historik-record
           MOVE ZEROS TO POST-STORNO-REF IN historik-record
           MOVE SPACES TO POST-MODTAGER IN historik-record
           ADD 1 TO WS-HIST-LOEBENR
           MOVE WS-HIST-LOEBENR TO POST-LOEBENR IN historik-record
           WRITE historik-record
           MOVE trans-record TO historik-record
           MOVE WS-TIL-KUNDEID TO POST-KUNDEID IN historik-record
               TO POST-MODKONTO IN historik-record
           MOVE "K" TO POST-DK IN historik-record
           MOVE "OVF " TO POST-TYPEKODE IN historik-record
           MOVE ZEROS TO POST-STORNO-REF IN historik-record
           MOVE SPACES TO POST-MODTAGER IN historik-record
           ADD 1 TO WS-HIST-LOEBENR
           MOVE WS-HIST-LOEBENR TO POST-LOEBENR IN historik-record
           WRITE historik-record.

      *> The references named by the day's reversals are collected
      *> from the unsorted transaction file, so the history only has
      *> to be read once.
       LOAD-STORNO-REFERENCER.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-STORNO-SCAN = "Y"
                   READ trans-file-1
                       AT END
                           MOVE "Y" TO END-OF-STORNO-SCAN
                       NOT AT END
                           IF POST-TYPEKODE IN trans-record = "STOR"
                              AND POST-STORNO-REF IN trans-record
                                  IS NUMERIC
                               PERFORM NOTER-STORNO-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE trans-file-1
           END-IF.

       NOTER-STORNO-REFERENCE.
           MOVE POST-KONTONUMMER IN trans-record TO WS-RAMME-KONTO
           PERFORM FIND-STORNO-REFERENCE
           IF WS-SR-FUNDET = "N"
               IF WS-SR-COUNT < WS-MAX-STORNO
                   ADD 1 TO WS-SR-COUNT
                   MOVE WS-RAMME-KONTO TO SR-KONTO(WS-SR-COUNT)
                   MOVE POST-ORG-DATO IN trans-record
                       TO SR-DATO(WS-SR-COUNT)
                   MOVE POST-ORG-BELOEB IN trans-record
                       TO SR-BELOEB(WS-SR-COUNT)
                   MOVE POST-ORG-LOEBENR IN trans-record
                       TO SR-LOEBENR(WS-SR-COUNT)
                   MOVE SPACES TO SR-ORG-DK(WS-SR-COUNT)
                   MOVE SPACES TO SR-ORG-TYPE(WS-SR-COUNT)
                   MOVE "N" TO SR-FUNDET(WS-SR-COUNT)
                   MOVE "N" TO SR-STORNERET(WS-SR-COUNT)
               ELSE
                   DISPLAY "KONTOPOSTERING: storno table full - "
                       "increase WS-MAX-STORNO, run stopped"
                   CLOSE trans-file-1
                   MOVE 16 TO RETURN-CODE
                   PERFORM AFVIS-GENSTART
               END-IF
           END-IF.

      *> Looks up the reference of the STOR posting in trans-record
      *> (account in WS-RAMME-KONTO); WS-SR-IX points at the entry.
       FIND-STORNO-REFERENCE.
           MOVE "N" TO WS-SR-FUNDET
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > WS-SR-COUNT
                      OR WS-SR-FUNDET = "Y"
               IF SR-KONTO(WS-SR-IX) = WS-RAMME-KONTO
                  AND SR-DATO(WS-SR-IX) =
                      POST-ORG-DATO IN trans-record
                  AND SR-BELOEB(WS-SR-IX) =
                      POST-ORG-BELOEB IN trans-record
                  AND SR-LOEBENR(WS-SR-IX) =
                      POST-ORG-LOEBENR IN trans-record
                   MOVE "Y" TO WS-SR-FUNDET
               END-IF
           END-PERFORM
           IF WS-SR-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SR-IX
           END-IF.

      *> One pass over the posting history: the highest loebenummer
      *> on file, and for every reference whether the original is
      *> there and whether an earlier reversal already names it.
      *> Rows written before the loebenummer existed count as zero.
       SCAN-HISTORIK.
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-HIST-SCAN = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-HIST-SCAN
                       NOT AT END
                           PERFORM NOTER-HISTORIK-RAEKKE
                   END-READ
               END-PERFORM
               CLOSE historik-file-1
           END-IF.

       NOTER-HISTORIK-RAEKKE.
           IF POST-LOEBENR IN historik-record IS NOT NUMERIC
               MOVE ZEROS TO POST-LOEBENR IN historik-record
           END-IF
           IF POST-LOEBENR IN historik-record > WS-HIST-LOEBENR
               MOVE POST-LOEBENR IN historik-record TO WS-HIST-LOEBENR
           END-IF
           IF WS-SR-COUNT > 0
               IF POST-TYPEKODE IN historik-record = "STOR"
                   IF POST-STORNO-REF IN historik-record IS NUMERIC
                       PERFORM VARYING WS-SR-IX FROM 1 BY 1
                               UNTIL WS-SR-IX > WS-SR-COUNT
                           IF SR-KONTO(WS-SR-IX) =
                                  POST-KONTONUMMER IN historik-record
                              AND SR-DATO(WS-SR-IX) =
                                  POST-ORG-DATO IN historik-record
                              AND SR-BELOEB(WS-SR-IX) =
                                  POST-ORG-BELOEB IN historik-record
                              AND SR-LOEBENR(WS-SR-IX) =
                                  POST-ORG-LOEBENR IN historik-record
                               MOVE "Y" TO SR-STORNERET(WS-SR-IX)
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   PERFORM VARYING WS-SR-IX FROM 1 BY 1
                           UNTIL WS-SR-IX > WS-SR-COUNT
                       IF SR-FUNDET(WS-SR-IX) = "N"
                          AND SR-KONTO(WS-SR-IX) =
                              POST-KONTONUMMER IN historik-record
                          AND SR-DATO(WS-SR-IX) =
                              POST-DATO IN historik-record
                          AND SR-BELOEB(WS-SR-IX) =
                              POST-BELOEB IN historik-record
                          AND SR-LOEBENR(WS-SR-IX) =
                              POST-LOEBENR IN historik-record
                           MOVE "Y" TO SR-FUNDET(WS-SR-IX)
                           MOVE POST-DK IN historik-record
                               TO SR-ORG-DK(WS-SR-IX)
                           MOVE POST-TYPEKODE IN historik-record
                               TO SR-ORG-TYPE(WS-SR-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *> A reversal is applied once: the original must be on file,
      *> must not be a transfer leg or an external transfer already
      *> paid away, must have the opposite D/K and must not have
      *> been reversed already - earlier or in this same run - and
      *> the reversal must carry the original's amount. The original
      *> is marked reversed only once the reversal is applied.
       CHECK-STORNO.
           MOVE "Y" TO WS-STORNO-OK
           MOVE 0 TO WS-STORNO-IX
           IF POST-TYPEKODE IN trans-record = "STOR"
               MOVE "N" TO WS-SR-FUNDET
               IF POST-STORNO-REF IN trans-record IS NUMERIC
                   MOVE POST-KONTONUMMER IN trans-record
                       TO WS-RAMME-KONTO
                   PERFORM FIND-STORNO-REFERENCE
               END-IF
               IF WS-SR-FUNDET = "N"
                   MOVE "N" TO WS-STORNO-OK
                   MOVE "P008" TO WS-AFVIS-AARSAG
               ELSE
               IF SR-FUNDET(WS-SR-IX) = "N"
                  OR SR-ORG-TYPE(WS-SR-IX) = "OVF "
                  OR SR-ORG-TYPE(WS-SR-IX) = "EKST"
                  OR SR-ORG-DK(WS-SR-IX) = POST-DK IN trans-record
                  OR POST-BELOEB IN trans-record
                     NOT = SR-BELOEB(WS-SR-IX)
                   MOVE "N" TO WS-STORNO-OK
                   MOVE "P008" TO WS-AFVIS-AARSAG
               ELSE
               IF SR-STORNERET(WS-SR-IX) = "Y"
                   MOVE "N" TO WS-STORNO-OK
                   MOVE "P009" TO WS-AFVIS-AARSAG
               ELSE
                   MOVE WS-SR-IX TO WS-STORNO-IX
               END-IF
               END-IF
               END-IF
           END-IF.

       FIND-KONTO-RECORD.
           MOVE "N" TO WS-KONTO-FUNDET
           IF WS-KONTO-AKTIV = "Y"

       REJECT-POSTING.
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO fejl-record
           MOVE WS-AFVIS-AARSAG TO PF-AARSAG
           MOVE WS-TODAY TO PF-RUN-DATO
           MOVE trans-record TO PF-POSTDATA
           WRITE fejl-record
           DISPLAY "KONTOPOSTERING: posting rejected (" WS-AFVIS-AARSAG
               "), KundeID "
               POST-KUNDEID IN trans-record " KontoNummer "
               POST-KONTONUMMER IN trans-record
           IF WS-AFVIS-AARSAG NOT = "P007"
              AND POST-TYPEKODE IN trans-record NOT = "BETL"
              AND POST-TYPEKODE IN trans-record NOT = "EKST"
              AND POST-TYPEKODE IN trans-record NOT = "STOR"
              AND (POST-DK IN trans-record = "D"
                   OR POST-DK IN trans-record = "K")
               PERFORM BOOK-MELLEMREGNING
           END-IF.

      *> The suspense item takes the currency of the customer the
      *> posting names; the master is read afresh, as the reject
      *> may come before the posting's own lookup.
       BOOK-MELLEMREGNING.
           PERFORM FIND-MASTER-RECORD
           MOVE SPACES TO mellem-record
           MOVE WS-TODAY TO MR-NR-DATO
           ADD 1 TO WS-MELLEM-SEQ
           MOVE WS-MELLEM-SEQ TO MR-NR-SEQ
           MOVE "A" TO MR-STATUS
           MOVE WS-AFVIS-AARSAG TO MR-AARSAG
           IF WS-MASTER-FOUND = "Y"
              AND Valutakode IN master-record NOT = SPACES
               MOVE Valutakode IN master-record TO MR-VALUTA
           ELSE
               MOVE "DKK" TO MR-VALUTA
           END-IF
           MOVE ZEROS TO MR-AFSLUT-DATO
           MOVE trans-record TO MR-POSTDATA
           WRITE mellem-record
           ADD 1 TO WS-MELLEM-COUNT
           ADD POST-BELOEB IN trans-record TO WS-MELLEM-BELOEB.

      *> Today's highest running number on the suspense file, so a
      *> second run or a restart on the same day numbers on.
       LAES-MELLEMREGNING.
           OPEN INPUT mellem-file-1
           IF MELLEM-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-GML-MELLEM = "Y"
                   READ mellem-file-1
                       AT END
                           MOVE "Y" TO END-OF-GML-MELLEM
                       NOT AT END
                           IF MR-NR-DATO = WS-TODAY
                              AND MR-NR-SEQ > WS-MELLEM-SEQ
                               MOVE MR-NR-SEQ TO WS-MELLEM-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mellem-file-1
           END-IF.

       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO WS-JOURNAL-LINJE
           CLOSE sorted-file-1
           CLOSE fejl-file-1
           CLOSE journal-file-1
           CLOSE historik-file-1
           CLOSE mellem-file-1
           IF WS-PARKERET-AABEN = "Y"
               CLOSE parkeret-file-1
           END-IF
           IF WS-RESV-AKTIV = "Y"
               CLOSE resv-file-1
           END-IF
           IF WS-CLEARING-AABEN = "Y"
               PERFORM WRITE-CLEARING-TRAILER
               CLOSE clearing-file-1
           END-IF.

      *> The withdrawal notices used by the run are stamped on the
      *> notice file, every line kept.
       SKRIV-HAEVEVARSLER.
           OPEN OUTPUT haevvarsel-file-1
           IF HAEVVARSEL-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOPOSTERING: cannot rewrite notice file, "
                   "status " HAEVVARSEL-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-HV-IX FROM 1 BY 1
                       UNTIL WS-HV-IX > WS-HV-COUNT
                   MOVE SPACES TO haevvarsel-record
                   MOVE HT-KONTO(WS-HV-IX) TO HV-KONTONUMMER
                   MOVE HT-VARSLET(WS-HV-IX) TO HV-VARSLET-DATO
                   MOVE HT-BELOEB(WS-HV-IX) TO HV-BELOEB
                   MOVE HT-BRUGT(WS-HV-IX) TO HV-BRUGT-DATO
                   WRITE haevvarsel-record
               END-PERFORM
               CLOSE haevvarsel-file-1
           END-IF.
