      *>
      *> Template variables: &NAVN (full name), &FORNAVN,
      *> &EFTERNAVN, &GADE (street line), &POSTBY (postal code and
      *> city), &SALDO (edited balance), &VALUTA, &KONTO (the
      *> KontoNummer on the extract), &DATO (run date), and for
      *> RENTEVARSEL's rate-change notice (RenteVarselBrev.txt)
      *> &GLSATS, &NYSATS and &IKRAFT - the current and new rate and
      *> the effective date, taken from the file BREV_SATS_FIL names
      *> (RVARSEL.cpy) by KundeID and KontoNummer.
      *> BREV_SKABELON_FIL names the template (default the overdraft
      *> notice OvertraekBrev.txt; AdresseBekraeftBrev.txt is the
      *> change-of-address confirmation, LukkeBrev.txt the closing
      *> letter for KONTOLUKNING's extract, ForfaldsBrev.txt the
      *> maturity notice for TIDSINDSKUD's extract - &GLSATS the
      *> deposit's fixed rate, &NYSATS today's rate for a new term,
      *> &IKRAFT the maturity date, from its companion file through
      *> BREV_SATS_FIL). BREV_SELEKTION is ALLE or
      *> OVERTRUK (balances below minus the account's approved
      *> credit limit only - a balance inside an agreed kassekredit
      *> gets no overdraft letter).

       environment division.
       input-output section.
                   WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.
           select sats-file-1 assign to dynamic WS-SATS-FILENAME
               organization is line sequential
               file status is SATS-FILE-1-STATUS.

       data division.
       file section.
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKT.cpy".
       fd  sats-file-1.
       01  sats-record.
           copy "RVARSEL.cpy".

       working-storage section.
       01  END-OF-FILE             PIC X VALUE "N".
       01  WS-BY-RENS-UD           PIC X(40) VALUE SPACES.

       01  WS-SIDESKIFT            PIC X VALUE X"0C".

       01  WS-RAMME-AKTIV          PIC X VALUE "N".
       01  WS-RAMME-FUNDET         PIC X VALUE "N".
       01  WS-RAMME-BELOEB         PIC 9(7)V99 VALUE ZEROS.
       01  WS-RAMME-UDLOEB         PIC 9(8) VALUE ZEROS.
       01  WS-OVER-RAMME           PIC S9(9)V99 VALUE ZEROS.
       01  WS-BREV-COUNT           PIC 9(7) VALUE 0.

      *> Every composed letter is appended to the contact history so
       01  WS-VAERGE-GADE          PIC X(34) VALUE SPACES.
       01  WS-VAERGE-POSTBY        PIC X(25) VALUE SPACES.

      *> Rate-change notice values, loaded when BREV_SATS_FIL is set.
       01  SATS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  WS-SATS-FILENAME        PIC X(100) VALUE SPACES.
       01  END-OF-SATS             PIC X VALUE "N".
       01  WS-MAX-SATS             PIC 9(5) VALUE 10000.
       01  WS-SATS-COUNT           PIC 9(5) VALUE 0.
       01  WS-SATS-IX              PIC 9(5) VALUE 0.
       01  WS-SATS-FUNDET          PIC X VALUE "N".
       01  SATS-TABEL.
           02  SATS-ENTRY OCCURS 10000 TIMES.
               03  ST-KUNDEID      pic x(10).
               03  ST-KONTO        pic x(20).
               03  ST-GL-SATS      pic s9(2)v9(4).
               03  ST-NY-SATS      pic s9(2)v9(4).
               03  ST-IKRAFT       pic 9(8).
       01  WS-GLSATS-EDIT          PIC -Z9.9999.
       01  WS-NYSATS-EDIT          PIC -Z9.9999.
       01  WS-IKRAFT-VAERDI        PIC X(10) VALUE SPACES.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-UDTRAEK-FILENAME FROM ENVIRONMENT "BREV_UDTRAEK"
               MOVE "D" TO WS-BREV-TYPE
           END-IF

           ACCEPT WS-SATS-FILENAME FROM ENVIRONMENT "BREV_SATS_FIL"
               ON EXCEPTION
                   MOVE SPACES TO WS-SATS-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-SKABELON
           IF WS-SATS-FILENAME NOT = SPACES
               PERFORM LOAD-SATSER
           END-IF

           OPEN INPUT udtraek-file-1
           IF UDTRAEK-FILE-1-STATUS NOT = "00"

           CLOSE skabelon-file-1.

       LOAD-SATSER.
           OPEN INPUT sats-file-1
           IF SATS-FILE-1-STATUS NOT = "00"
               DISPLAY "BREVFLET: cannot open rate file "
                   FUNCTION TRIM(WS-SATS-FILENAME) ", status "
                   SATS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-SATS = "Y"
               READ sats-file-1
                   AT END
                       MOVE "Y" TO END-OF-SATS
                   NOT AT END
                       IF WS-SATS-COUNT < WS-MAX-SATS
                           ADD 1 TO WS-SATS-COUNT
                           MOVE RV-KUNDEID TO ST-KUNDEID(WS-SATS-COUNT)
                           MOVE RV-KONTO TO ST-KONTO(WS-SATS-COUNT)
                           MOVE RV-GL-SATS
                               TO ST-GL-SATS(WS-SATS-COUNT)
                           MOVE RV-NY-SATS
                               TO ST-NY-SATS(WS-SATS-COUNT)
                           MOVE RV-IKRAFT TO ST-IKRAFT(WS-SATS-COUNT)
                       ELSE
                           DISPLAY "BREVFLET: rate table full, "
                               "line dropped"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE sats-file-1.

      *> Digital-post customers (KANALKODE "D") must never receive
      *> paper, so they are skipped here along with undeliverable,
      *> GDPR-anonymised and deceased records - relatives must not
              OR KANALKODE IN udtraek-record = "D"
               CONTINUE
           ELSE
               MOVE Balance IN udtraek-record TO WS-OVER-RAMME
               IF WS-SELEKTION = "OVERTRUK"
                  AND Balance IN udtraek-record < 0
                   PERFORM BEREGN-OVER-RAMME
               END-IF
               IF WS-SELEKTION = "OVERTRUK"
                  AND WS-OVER-RAMME >= 0
                   CONTINUE
               ELSE
                   PERFORM BUILD-LETTER-VALUES
               END-IF
           END-IF.

       BEREGN-OVER-RAMME.
           CALL "KREDITOPSLAG" USING KontoNummer IN udtraek-record
               WS-TODAY WS-RAMME-AKTIV WS-RAMME-FUNDET
               WS-RAMME-BELOEB WS-RAMME-UDLOEB
           IF WS-RAMME-FUNDET = "Y"
               COMPUTE WS-OVER-RAMME = Balance IN udtraek-record
                   + WS-RAMME-BELOEB
           END-IF.

       BUILD-LETTER-VALUES.
           MOVE SPACES TO WS-NAVN-VAERDI
           string Fornavn IN udtraek-record delimited by size
           END-IF

           MOVE Balance IN udtraek-record TO WS-SALDO-EDIT
           IF WS-SATS-COUNT > 0
               PERFORM FIND-SATSER
           END-IF

           MOVE KundeID IN udtraek-record TO WS-VAERGE-KUNDEID
           MOVE "A" TO WS-VAERGE-OMFANG
               MOVE WS-VAERGE-POSTBY TO WS-POSTBY-VAERDI
           END-IF.

       FIND-SATSER.
           MOVE "N" TO WS-SATS-FUNDET
           MOVE ZEROS TO WS-GLSATS-EDIT
           MOVE ZEROS TO WS-NYSATS-EDIT
           MOVE SPACES TO WS-IKRAFT-VAERDI
           PERFORM VARYING WS-SATS-IX FROM 1 BY 1
                   UNTIL WS-SATS-IX > WS-SATS-COUNT
                      OR WS-SATS-FUNDET = "Y"
               IF ST-KUNDEID(WS-SATS-IX) = KundeID IN udtraek-record
                  AND ST-KONTO(WS-SATS-IX) =
                      KontoNummer IN udtraek-record
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE ST-GL-SATS(WS-SATS-IX) TO WS-GLSATS-EDIT
                   MOVE ST-NY-SATS(WS-SATS-IX) TO WS-NYSATS-EDIT
                   string ST-IKRAFT(WS-SATS-IX)(7:2) delimited by size
                       "-" delimited by size
                       ST-IKRAFT(WS-SATS-IX)(5:2) delimited by size
                       "-" delimited by size
                       ST-IKRAFT(WS-SATS-IX)(1:4) delimited by size
                       into WS-IKRAFT-VAERDI
                   END-STRING
               END-IF
           END-PERFORM.

       WRITE-LETTER.
           ADD 1 TO WS-BREV-COUNT
           PERFORM VARYING WS-SKAB-IX FROM 1 BY 1
           MOVE "N" TO WS-VAR-FUNDET
           MOVE SPACES TO WS-VAR-VAERDI
           EVALUATE TRUE
               WHEN WS-SKAB-ARBEJD(WS-IND-IX:7) = "&GLSATS"
                   MOVE FUNCTION TRIM(WS-GLSATS-EDIT) TO WS-VAR-VAERDI
                   MOVE 7 TO WS-VAR-LEN
                   MOVE "Y" TO WS-VAR-FUNDET
               WHEN WS-SKAB-ARBEJD(WS-IND-IX:7) = "&NYSATS"
                   MOVE FUNCTION TRIM(WS-NYSATS-EDIT) TO WS-VAR-VAERDI
                   MOVE 7 TO WS-VAR-LEN
                   MOVE "Y" TO WS-VAR-FUNDET
               WHEN WS-SKAB-ARBEJD(WS-IND-IX:7) = "&IKRAFT"
                   MOVE WS-IKRAFT-VAERDI TO WS-VAR-VAERDI
                   MOVE 7 TO WS-VAR-LEN
                   MOVE "Y" TO WS-VAR-FUNDET
               WHEN WS-SKAB-ARBEJD(WS-IND-IX:10) = "&EFTERNAVN"
                   MOVE Efternavn IN udtraek-record TO WS-VAR-VAERDI
                   MOVE 10 TO WS-VAR-LEN
                   MOVE Valutakode IN udtraek-record TO WS-VAR-VAERDI
                   MOVE 7 TO WS-VAR-LEN
                   MOVE "Y" TO WS-VAR-FUNDET
               WHEN WS-SKAB-ARBEJD(WS-IND-IX:6) = "&KONTO"
                   MOVE KontoNummer IN udtraek-record TO WS-VAR-VAERDI
                   MOVE 6 TO WS-VAR-LEN
                   MOVE "Y" TO WS-VAR-FUNDET
               WHEN WS-SKAB-ARBEJD(WS-IND-IX:6) = "&SALDO"
                   MOVE WS-SALDO-EDIT TO WS-VAR-VAERDI
                   MOVE 6 TO WS-VAR-LEN
