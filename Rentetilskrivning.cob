      *> run), posts the interest as balance movements and in the
      *> posting history, and prints an accrual register totalled per
      *> currency for accounting to tie back to the general ledger.
      *>
      *> The daily accrual places every movement on its value date.
      *> A movement booked after the account's previous accrual run
      *> but value-dated before the current window (a back-valued
      *> correction) gets the interest it missed in the earlier
      *> window added to this run's accrual. The interest posting
      *> itself is value-dated the first day after the window.
      *>
      *> The interest postings carry today's date; in a closed
      *> accounting month PERIODE_POLITIK refuses the run or books
      *> them on the first day of the next open month (PERIODETJEK).
      *>
      *> A rate period that changes an earlier rate and takes effect
      *> inside the window must have been notified to the customers
      *> by RENTEVARSEL at least RENTEVARSEL_DAGE days (default 30)
      *> before it took effect. The notice log (RenteVarselLog.txt,
      *> RVLOG.cpy) is checked; a period without a notice run in
      *> time is listed and the run ends with return code 4 - the
      *> interest is accrued all the same.
      *>
      *> SIMULERING "J" is a trial run for a new rate period: the
      *> masters are opened for reading only, no balance is changed
      *> and nothing is journalled, the interest postings go to the
      *> simulation file (RENTE_SIMULERING_FIL, default
      *> RenteSimulering.txt) instead of the posting history, and a
      *> closed period does not stop it. The summary per currency,
      *> branch and rate code (INDL credit / UDLA debit interest,
      *> KOERSELSUM) is printed beside the last real run's
      *> (RENTE_SUM_FIL, default RenteSidsteKoersel.txt), which
      *> every real run rewrites.
      *>
      *> Term deposits (KONTO-TYPE "T") are left out: their fixed
      *> interest for the term is paid by TIDSINDSKUD on maturity.

       environment division.
       input-output section.
                   WS-PERIODE-FILENAME
               organization is line sequential
               file status is PERIODE-FILE-1-STATUS.
           select varsellog-file-1 assign to dynamic
                   WS-VARSELLOG-FILENAME
               organization is line sequential
               file status is VARSELLOG-FILE-1-STATUS.

       data division.
       file section.
       fd  periode-file-1.
       01  periode-record.
           copy "RENTEPERIODE.cpy".
       fd  varsellog-file-1.
       01  varsellog-record.
           copy "RVLOG.cpy".

       working-storage section.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.

       01  WS-SIMULERING           PIC X VALUE "N".
       01  WS-SIM-FILENAME         PIC X(100)
                                    VALUE "RenteSimulering.txt".
       01  WS-SUM-AKTION           PIC X(4) VALUE SPACES.
       01  WS-SUM-FILENAME         PIC X(100)
                                    VALUE "RenteSidsteKoersel.txt".
       01  WS-SUM-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-SUM-FILIAL           PIC X(4) VALUE SPACES.
       01  WS-SUM-KODE             PIC X(4) VALUE SPACES.
       01  WS-SUM-DK               PIC X VALUE SPACE.
       01  WS-SUM-BELOEB           PIC 9(9)V99 VALUE ZEROS.

      *> Booking date: today, unless today's accounting month is
      *> closed and PERIODE_POLITIK moves the postings on.
       01  WS-BOGF-DATO            PIC 9(8) VALUE ZEROS.
       01  WS-PERIODE-POLITIK      PIC X(7) VALUE "AFVIS".
       01  WS-PERIODE-AABEN        PIC X VALUE "Y".

       01  WS-MAX-SATS             PIC 9(3) VALUE 50.
       01  WS-SATS-COUNT           PIC 9(3) VALUE 0.
       01  WS-SATS-IX              PIC 9(3) VALUE 0.
               03  PP-KUNDEID      pic x(10).
               03  PP-KONTO        pic x(20).
               03  PP-DATO         pic 9(8).
               03  PP-VALOER       pic 9(8).
               03  PP-TYPE         pic x(4).
               03  PP-NETTO        pic s9(9)v99.

      *> Back-valued corrections: the account's previous accrual run
      *> is the latest interest posting booked before today; without
      *> one the previous run is taken to be the window start.
       01  WS-FORRIGE-KOERSEL      PIC 9(8) VALUE ZEROS.
       01  WS-TILBAGE-FUNDET       PIC X VALUE "N".
       01  WS-TV-INT               PIC S9(9) VALUE 0.
       01  WS-TILBAGE-AKK          PIC S9(9)V9(4) VALUE ZEROS.
       01  WS-TILBAGE-COUNT        PIC 9(7) VALUE 0.
       01  WS-VALOER-W             PIC 9(8) VALUE ZEROS.
       01  WS-RENTE-VALOER         PIC 9(8) VALUE ZEROS.

      *> Rate-change notice check against RENTEVARSEL's log.
       01  VARSELLOG-FILE-1-STATUS PIC X(2) VALUE "00".
       01  WS-VARSELLOG-FILENAME   PIC X(100)
                                    VALUE "RenteVarselLog.txt".
       01  END-OF-VARSELLOG        PIC X VALUE "N".
       01  WS-VARSEL-DAGE          PIC 9(3) VALUE 30.
       01  WS-VARSEL-DAGE-X        PIC X(3) VALUE SPACES.
       01  WS-VARSEL-SENEST        PIC 9(8) VALUE ZEROS.
       01  WS-MAX-VLOG             PIC 9(4) VALUE 1000.
       01  WS-VLOG-COUNT           PIC 9(4) VALUE 0.
       01  WS-VL-IX                PIC 9(4) VALUE 0.
       01  VLOG-TABEL.
           02  VLOG-ENTRY OCCURS 1000 TIMES.
               03  VL-KODE         pic x(3).
               03  VL-FRA          pic 9(8).
               03  VL-DATO         pic 9(8).
       01  WS-VP-IX                PIC 9(3) VALUE 0.
       01  WS-VARSEL-FUNDET        PIC X VALUE "N".
       01  WS-FORGAENGER-FUNDET    PIC X VALUE "N".
       01  WS-SET-FOER             PIC X VALUE "N".
       01  WS-UVARSLET-COUNT       PIC 9(3) VALUE 0.

       01  WS-DAG-IX               PIC 9(3) VALUE 0.
       01  DAGNET-TABEL.
           02  DAGNET-ENTRY OCCURS 100 TIMES.
                   MOVE "RentePerioder.txt" TO WS-PERIODE-FILENAME
           END-ACCEPT

           ACCEPT WS-VARSELLOG-FILENAME
                   FROM ENVIRONMENT "RENTEVARSEL_LOG_FIL"
               ON EXCEPTION
                   MOVE "RenteVarselLog.txt" TO WS-VARSELLOG-FILENAME
           END-ACCEPT

           ACCEPT WS-VARSEL-DAGE-X FROM ENVIRONMENT "RENTEVARSEL_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-VARSEL-DAGE-X
           END-ACCEPT
           IF WS-VARSEL-DAGE-X NOT = SPACES
               MOVE WS-VARSEL-DAGE-X TO WS-VARSEL-DAGE
           END-IF

           ACCEPT WS-SIMULERING FROM ENVIRONMENT "SIMULERING"
               ON EXCEPTION
                   MOVE "N" TO WS-SIMULERING
           END-ACCEPT
           IF WS-SIMULERING NOT = "J"
               MOVE "N" TO WS-SIMULERING
           END-IF
           ACCEPT WS-SIM-FILENAME
                   FROM ENVIRONMENT "RENTE_SIMULERING_FIL"
               ON EXCEPTION
                   MOVE "RenteSimulering.txt" TO WS-SIM-FILENAME
           END-ACCEPT
           ACCEPT WS-SUM-FILENAME FROM ENVIRONMENT "RENTE_SUM_FIL"
               ON EXCEPTION
                   MOVE "RenteSidsteKoersel.txt" TO WS-SUM-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CHECK-PERIODE

           PERFORM BESTEM-RENTEPERIODE
           PERFORM LOAD-RENTESATSER
           PERFORM LOAD-RENTEPERIODER
           IF WS-DAGLIG-MODE = "Y"
               PERFORM LOAD-PERIODE-POSTERINGER
               PERFORM CHECK-RENTEVARSLER
           END-IF
           PERFORM OPEN-FILES

           IF WS-SIMULERING = "J"
               OPEN INPUT konto-file-1
           ELSE
               OPEN I-O konto-file-1
           END-IF
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           ELSE

           PERFORM PRINT-ACCRUAL-REGISTER

           IF WS-SIMULERING = "J"
               MOVE "SAML" TO WS-SUM-AKTION
               PERFORM KALD-KOERSELSUM
               DISPLAY "RENTETILSKRIVNING: SIMULERING - intet "
                   "tilskrevet, renteposteringerne staar i "
                   FUNCTION TRIM(WS-SIM-FILENAME)
           ELSE
               IF RETURN-CODE < 16
                   MOVE "GEM " TO WS-SUM-AKTION
                   PERFORM KALD-KOERSELSUM
               END-IF
           END-IF

           IF WS-UVARSLET-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
           MOVE "FRI " TO WS-LAAS-AKTION
           CALL "LAASSTYRING" USING WS-LAAS-AKTION WS-LAAS-PROGRAM

       goback.

      *> The run books on today's date. When today lies in a closed
      *> accounting month PERIODE_POLITIK decides: "AFVIS" (default)
      *> refuses the run with nothing posted, "OMDATER" books the
      *> run on the first day of the next open month.
       CHECK-PERIODE.
           ACCEPT WS-PERIODE-POLITIK FROM ENVIRONMENT "PERIODE_POLITIK"
               ON EXCEPTION
                   MOVE "AFVIS" TO WS-PERIODE-POLITIK
           END-ACCEPT
           CALL "PERIODETJEK" USING WS-TODAY WS-PERIODE-AABEN
               WS-BOGF-DATO
           IF WS-PERIODE-AABEN = "N"
               IF WS-PERIODE-POLITIK = "OMDATER"
                   DISPLAY "RENTETILSKRIVNING: " WS-TODAY
                       " ligger i en lukket periode - posteringerne "
                       "dateres " WS-BOGF-DATO
               ELSE
               IF WS-SIMULERING = "J"
                   DISPLAY "RENTETILSKRIVNING: " WS-TODAY
                       " ligger i en lukket periode - en rigtig "
                       "koersel ville blive afvist; simuleres med "
                       "dato " WS-BOGF-DATO
               ELSE
                   DISPLAY "RENTETILSKRIVNING: " WS-TODAY
                       " ligger i en lukket periode - koerslen "
                       "afvises, intet posteret"
                   MOVE 16 TO RETURN-CODE
                   MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
                   MOVE "FRI " TO WS-LAAS-AKTION
                   CALL "LAASSTYRING" USING WS-LAAS-AKTION
                       WS-LAAS-PROGRAM WS-LAAS-RESULTAT
                   MOVE WS-LAAS-GEMT-RC TO RETURN-CODE
                   GOBACK
               END-IF
               END-IF
           END-IF.

       LOAD-RENTESATSER.
           OPEN INPUT sats-file-1
           IF SATS-FILE-1-STATUS NOT = "00"
           COMPUTE WS-FRA-INT =
               FUNCTION INTEGER-OF-DATE(WS-RENTE-FRA)
           COMPUTE WS-TIL-INT =
               FUNCTION INTEGER-OF-DATE(WS-RENTE-TIL)
           COMPUTE WS-RENTE-VALOER =
               FUNCTION DATE-OF-INTEGER(WS-TIL-INT + 1).

       LOAD-RENTEPERIODER.
           OPEN INPUT periode-file-1
               END-IF
           END-IF.

      *> Every period that takes effect in the window and replaces
      *> an earlier one for the currency needs a notice logged no
      *> later than RENTEVARSEL_DAGE days before its effective date.
       CHECK-RENTEVARSLER.
           OPEN INPUT varsellog-file-1
           IF VARSELLOG-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-VARSELLOG = "Y"
                   READ varsellog-file-1
                       AT END
                           MOVE "Y" TO END-OF-VARSELLOG
                       NOT AT END
                           IF WS-VLOG-COUNT < WS-MAX-VLOG
                               ADD 1 TO WS-VLOG-COUNT
                               MOVE RL-KODE TO VL-KODE(WS-VLOG-COUNT)
                               MOVE RL-FRA-DATO
                                   TO VL-FRA(WS-VLOG-COUNT)
                               MOVE RL-VARSLET-DATO
                                   TO VL-DATO(WS-VLOG-COUNT)
                           ELSE
                               DISPLAY "RENTETILSKRIVNING: notice "
                                   "log table full, line skipped"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE varsellog-file-1
           END-IF

           PERFORM VARYING WS-PER-IX FROM 1 BY 1
                   UNTIL WS-PER-IX > WS-PER-COUNT
               IF PE-FRA(WS-PER-IX) >= WS-RENTE-FRA
                  AND PE-FRA(WS-PER-IX) <= WS-RENTE-TIL
                   PERFORM CHECK-ET-RENTEVARSEL
               END-IF
           END-PERFORM.

       CHECK-ET-RENTEVARSEL.
           MOVE "N" TO WS-FORGAENGER-FUNDET
           MOVE "N" TO WS-SET-FOER
           PERFORM VARYING WS-VP-IX FROM 1 BY 1
                   UNTIL WS-VP-IX > WS-PER-COUNT
               IF PE-KODE(WS-VP-IX) = PE-KODE(WS-PER-IX)
                   IF PE-FRA(WS-VP-IX) < PE-FRA(WS-PER-IX)
                       MOVE "Y" TO WS-FORGAENGER-FUNDET
                   END-IF
                   IF PE-FRA(WS-VP-IX) = PE-FRA(WS-PER-IX)
                      AND WS-VP-IX < WS-PER-IX
                       MOVE "Y" TO WS-SET-FOER
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FORGAENGER-FUNDET = "Y" AND WS-SET-FOER = "N"
               COMPUTE WS-VARSEL-SENEST = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PE-FRA(WS-PER-IX))
                       - WS-VARSEL-DAGE)
               MOVE "N" TO WS-VARSEL-FUNDET
               PERFORM VARYING WS-VL-IX FROM 1 BY 1
                       UNTIL WS-VL-IX > WS-VLOG-COUNT
                   IF VL-KODE(WS-VL-IX) = PE-KODE(WS-PER-IX)
                      AND VL-FRA(WS-VL-IX) = PE-FRA(WS-PER-IX)
                      AND VL-DATO(WS-VL-IX) <= WS-VARSEL-SENEST
                       MOVE "Y" TO WS-VARSEL-FUNDET
                   END-IF
               END-PERFORM
               IF WS-VARSEL-FUNDET = "N"
                   ADD 1 TO WS-UVARSLET-COUNT
                   DISPLAY "RENTETILSKRIVNING: ADVARSEL - satsperiode "
                       PE-KODE(WS-PER-IX) " fra " PE-FRA(WS-PER-IX)
                       " er ikke varslet senest " WS-VARSEL-SENEST
                       " (RENTEVARSEL)"
               END-IF
           END-IF.

      *> The quarter's postings are loaded once, so the balance on
      *> any day of the period can be reconstructed per account.
       LOAD-PERIODE-POSTERINGER.
      *> posts the new quarter's movements before the accrual runs,
      *> and they must be rolled back out of the current balance
      *> before the day walk starts.
      *> A posting booked earlier but value-dated inside or after
      *> the window is kept as well.
                           PERFORM BESTEM-VALOER
                           IF POST-DATO IN historik-record
                                   >= WS-RENTE-FRA
                              OR WS-VALOER-W >= WS-RENTE-FRA
                               PERFORM GEM-PERIODE-POSTERING
                           END-IF
                   END-READ
               CLOSE historik-file-1
           END-IF.

       BESTEM-VALOER.
           IF POST-VALOER-DATO IN historik-record IS NUMERIC
              AND POST-VALOER-DATO IN historik-record NOT = 0
               MOVE POST-VALOER-DATO IN historik-record TO WS-VALOER-W
           ELSE
               MOVE POST-DATO IN historik-record TO WS-VALOER-W
           END-IF.

       GEM-PERIODE-POSTERING.
           IF WS-PPOST-COUNT < WS-MAX-PPOST
               ADD 1 TO WS-PPOST-COUNT
                   TO PP-KONTO(WS-PPOST-COUNT)
               MOVE POST-DATO IN historik-record
                   TO PP-DATO(WS-PPOST-COUNT)
               MOVE WS-VALOER-W TO PP-VALOER(WS-PPOST-COUNT)
               MOVE POST-TYPEKODE IN historik-record
                   TO PP-TYPE(WS-PPOST-COUNT)
               IF POST-DK IN historik-record = "D"
                   COMPUTE PP-NETTO(WS-PPOST-COUNT) =
                       POST-BELOEB IN historik-record * -1
           END-IF.

      *> Daily accrual: roll the current balance back to the start
      *> of the period by value date, add the interest missed by
      *> back-valued corrections, then walk the days forward,
      *> picking the rate from the latest period record that covers
      *> the day, the currency and the balance tier. Positive
      *> balances take the (possibly negative) deposit rate,
      *> negative balances are charged the overdraft rate.
       DAGLIG-RENTE-BEREGN.
           MOVE ZEROS TO WS-RENTE-AKK
           MOVE ZEROS TO WS-DR-NETSUM
               MOVE ZEROS TO DN-NETTO(WS-DAG-IX)
           END-PERFORM

           MOVE WS-RENTE-FRA TO WS-FORRIGE-KOERSEL
           MOVE "N" TO WS-TILBAGE-FUNDET
           PERFORM VARYING WS-PP-IX FROM 1 BY 1
                   UNTIL WS-PP-IX > WS-PPOST-COUNT
               IF PP-KONTO(WS-PP-IX) = WS-DR-KONTO
                  OR (PP-KONTO(WS-PP-IX) = SPACES
                      AND PP-KUNDEID(WS-PP-IX) = WS-DR-KUNDEID)
                   IF PP-TYPE(WS-PP-IX) = "RENT"
                      AND PP-DATO(WS-PP-IX) < WS-TODAY
                      AND PP-DATO(WS-PP-IX) > WS-FORRIGE-KOERSEL
                       MOVE PP-DATO(WS-PP-IX) TO WS-FORRIGE-KOERSEL
                   END-IF
                   IF PP-VALOER(WS-PP-IX) > WS-RENTE-TIL
                       ADD PP-NETTO(WS-PP-IX) TO WS-DR-EFTERNET
                   ELSE
                   IF PP-VALOER(WS-PP-IX) < WS-RENTE-FRA
                       MOVE "Y" TO WS-TILBAGE-FUNDET
                   ELSE
                       COMPUTE WS-DAG-OFFSET =
                           FUNCTION INTEGER-OF-DATE(
                               PP-VALOER(WS-PP-IX))
                               - WS-FRA-INT + 1
                       IF WS-DAG-OFFSET >= 1
                          AND WS-DAG-OFFSET <= 100
                           ADD PP-NETTO(WS-PP-IX) TO WS-DR-NETSUM
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

      *> Current balance rolled back by both the in-window net and
      *> the postings already applied after the window - the same
      *> rollback KONTOUDTOG does with its after-period net. A
      *> back-valued posting is already in the opening balance.
           COMPUTE WS-DR-BALANCE = WS-DR-SALDO - WS-DR-EFTERNET
               - WS-DR-NETSUM

           IF WS-TILBAGE-FUNDET = "Y"
               PERFORM VARYING WS-PP-IX FROM 1 BY 1
                       UNTIL WS-PP-IX > WS-PPOST-COUNT
                   IF (PP-KONTO(WS-PP-IX) = WS-DR-KONTO
                       OR (PP-KONTO(WS-PP-IX) = SPACES
                           AND PP-KUNDEID(WS-PP-IX) = WS-DR-KUNDEID))
                      AND PP-VALOER(WS-PP-IX) < WS-RENTE-FRA
                      AND PP-DATO(WS-PP-IX) > WS-FORRIGE-KOERSEL
                       PERFORM BEREGN-TILBAGEVALOERING
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-DAG-INT FROM WS-FRA-INT BY 1
                   UNTIL WS-DAG-INT > WS-TIL-INT
               COMPUTE WS-DAG-OFFSET = WS-DAG-INT - WS-FRA-INT + 1

           COMPUTE WS-RENTE-BELOEB ROUNDED = WS-RENTE-AKK.

      *> Interest the earlier window missed on a back-valued
      *> posting: one day's rate on the posting's amount for every
      *> day from its value date up to the start of this window. The
      *> tier is taken from this window's opening balance.
       BEREGN-TILBAGEVALOERING.
           ADD 1 TO WS-TILBAGE-COUNT
           PERFORM VARYING WS-TV-INT
                   FROM FUNCTION INTEGER-OF-DATE(PP-VALOER(WS-PP-IX))
                   BY 1 UNTIL WS-TV-INT >= WS-FRA-INT
               COMPUTE WS-DAG-DATO =
                   FUNCTION DATE-OF-INTEGER(WS-TV-INT)
               PERFORM FIND-PERIODE-SATS
               IF WS-SATS-FUNDET = "Y" AND WS-VALGT-SATS NOT = 0
                   COMPUTE WS-DAGLIG-BELOEB ROUNDED =
                       PP-NETTO(WS-PP-IX) * WS-VALGT-SATS / 100 / 365
                   ADD WS-DAGLIG-BELOEB TO WS-RENTE-AKK
                   ADD WS-DAGLIG-BELOEB TO WS-TILBAGE-AKK
               END-IF
           END-PERFORM.

       FIND-PERIODE-SATS.
           MOVE "N" TO WS-SATS-FUNDET
           MOVE ZEROS TO WS-BEDSTE-FRA
           END-IF.

       OPEN-FILES.
           IF WS-SIMULERING = "J"
               OPEN INPUT master-file-1
           ELSE
               OPEN I-O master-file-1
           END-IF
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "RENTETILSKRIVNING: cannot open master, status "
                   MASTER-FILE-1-STATUS
               GOBACK
           END-IF

      *> A simulation writes its postings to the simulation file;
      *> the history has been read by now.
           IF WS-SIMULERING = "J"
               MOVE WS-SIM-FILENAME TO WS-HISTORIK-FILENAME
               OPEN OUTPUT historik-file-1
           ELSE
               OPEN EXTEND historik-file-1
               IF HISTORIK-FILE-1-STATUS = "35"
                   OPEN OUTPUT historik-file-1
               END-IF
           END-IF
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "RENTETILSKRIVNING: cannot open posting "
           END-IF
           IF WS-RENTE-BELOEB = 0
               CONTINUE
           ELSE
           IF WS-SIMULERING = "J"
               ADD 1 TO WS-TILSKREVET-COUNT
               MOVE KundeID IN master-record TO WS-POST-KUNDEID-W
               MOVE KontoNummer IN master-record TO WS-POST-KONTO-W
               MOVE Valutakode IN master-record TO WS-REGISTER-VALUTA
               PERFORM WRITE-INTEREST-POSTING
               PERFORM ADD-TO-REGISTER
           ELSE
               MOVE master-record TO WS-JRNL-DATA
               MOVE "FOER" TO WS-JRNL-AKTION
                       PERFORM WRITE-INTEREST-POSTING
                       PERFORM ADD-TO-REGISTER
               END-REWRITE
           END-IF
           END-IF.

      *> Per-account accrual. The owner is read first so anonymised
      *> customers still earn nothing; the rate is picked on the
      *> account's own currency and balance sign. A term deposit
      *> earns its fixed rate through TIDSINDSKUD instead.
       ACCRUE-ONE-KONTO.
           IF KONTO-SALDO IN konto-record = 0
              AND WS-DAGLIG-MODE = "N"
               CONTINUE
           ELSE
           IF KONTO-TYPE IN konto-record = "T"
               CONTINUE
           ELSE
               PERFORM FIND-KONTO-EJER
               IF WS-EJER-FUNDET = "N"
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       FIND-KONTO-EJER.
           END-IF
           IF WS-RENTE-BELOEB = 0
               CONTINUE
           ELSE
           IF WS-SIMULERING = "J"
               ADD 1 TO WS-TILSKREVET-COUNT
               MOVE KONTO-KUNDEID IN konto-record TO WS-POST-KUNDEID-W
               MOVE KONTO-NUMMER IN konto-record TO WS-POST-KONTO-W
               MOVE KONTO-VALUTAKODE IN konto-record
                   TO WS-REGISTER-VALUTA
               PERFORM WRITE-INTEREST-POSTING
               PERFORM ADD-TO-REGISTER
           ELSE
               ADD WS-RENTE-BELOEB
                   TO KONTO-SALDO IN konto-record
                           PERFORM SPEJL-TIL-KUNDEMASTER
                       END-IF
               END-REWRITE
           END-IF
           END-IF.

       SPEJL-TIL-KUNDEMASTER.
               TO POST-KUNDEID IN historik-record
           MOVE WS-POST-KONTO-W
               TO POST-KONTONUMMER IN historik-record
           MOVE WS-BOGF-DATO TO POST-DATO IN historik-record
           MOVE WS-RENTE-VALOER TO POST-VALOER-DATO IN historik-record
           IF WS-RENTE-BELOEB > 0
               MOVE WS-RENTE-BELOEB TO POST-BELOEB IN historik-record
               MOVE "K" TO POST-DK IN historik-record
               MOVE "RENTE UDLAAN" TO POST-TEKST IN historik-record
           END-IF
           MOVE "RENT" TO POST-TYPEKODE IN historik-record
           WRITE historik-record
           PERFORM NOTER-SUMMERING.

      *> The interest just written, into the run summary by
      *> currency, the owner's branch and INDL/UDLA.
       NOTER-SUMMERING.
           MOVE WS-REGISTER-VALUTA TO WS-SUM-VALUTA
           MOVE FILIALKODE IN master-record TO WS-SUM-FILIAL
           IF POST-DK IN historik-record = "K"
               MOVE "INDL" TO WS-SUM-KODE
           ELSE
               MOVE "UDLA" TO WS-SUM-KODE
           END-IF
           MOVE POST-DK IN historik-record TO WS-SUM-DK
           MOVE POST-BELOEB IN historik-record TO WS-SUM-BELOEB
           MOVE "TILF" TO WS-SUM-AKTION
           PERFORM KALD-KOERSELSUM.

       KALD-KOERSELSUM.
           CALL "KOERSELSUM" USING WS-SUM-AKTION WS-LAAS-PROGRAM
               WS-SUM-FILENAME WS-SUM-VALUTA WS-SUM-FILIAL
               WS-SUM-KODE WS-SUM-DK WS-SUM-BELOEB.

       ADD-TO-REGISTER.
           MOVE "N" TO WS-VAL-FOUND
       PRINT-ACCRUAL-REGISTER.
           DISPLAY "=========================================="
           DISPLAY "RENTETILSKRIVNING - renteregister " WS-TODAY
           IF WS-SIMULERING = "J"
               DISPLAY "*** SIMULERING - intet er tilskrevet ***"
           END-IF
           DISPLAY "=========================================="
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VALUTA-COUNT
                       PR-FRA(WS-PR-IX) " : "
                       PR-DAGE(WS-PR-IX) " dage, " WS-BELOEB-EDIT
               END-PERFORM
               MOVE WS-TILBAGE-AKK TO WS-BELOEB-EDIT
               DISPLAY "Tilbagevaloeringer    : " WS-TILBAGE-COUNT
                   " posteringer, rente " WS-BELOEB-EDIT
               DISPLAY "Satsperioder uvarslet : " WS-UVARSLET-COUNT
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "Kunder behandlet      : " WS-KUNDE-COUNT
           DISPLAY "Renteposteringer      : " WS-TILSKREVET-COUNT
           DISPLAY "Uden sats (sprunget)  : " WS-UDEN-SATS-COUNT
           DISPLAY "==========================================".
