      *> selected with UDTOG_KUNDEID; blank means full-file. The
      *> opening balance is derived by rolling the movements on file
      *> back out of the customer's current master balance.
      *> A reversal (type STOR) whose original is among the period's
      *> movements nets out against it: neither line is printed and
      *> neither counts in the category subtotals. A reversal of a
      *> posting from before the period is printed as a movement.
      *> Each movement line shows the booking date followed by the
      *> value date (the booking date again on older history rows).
      *> A joint account (account-holder relation, KONTOHAVEROPSLAG)
      *> lists its medejere under the account line. A medejer at the
      *> owner's address - same street, house number, floor, side
      *> and postcode - shares the owner's statement; any other
      *> medejer gets a statement of their own for that account,
      *> addressed from their master record, with the account's
      *> opening and closing balance derived from its account
      *> master balance and only that account's movements. The
      *> joint handling needs the account master on disk.

       environment division.
       input-output section.
       01  BEVAEGELSE-TABEL.
           02  BEVAEGELSE-ENTRY OCCURS 200 TIMES.
               03  BV-DATO         pic 9(8).
               03  BV-VALOER       pic 9(8).
               03  BV-DK           pic x(1).
               03  BV-BELOEB       pic 9(7)v99.
               03  BV-TEKST        pic x(20).
               03  BV-TYPE         pic x(4).
               03  BV-KONTO        pic x(20).
               03  BV-LOEBENR      pic 9(9).
               03  BV-NETTET       pic x(1).
       01  WS-NET-FUNDET           PIC X VALUE "N".

      *> Net movement per account of the customer, for the opening
      *> and closing balance of a medejer's joint-account statement.
       01  WS-MAX-KONTONET         PIC 9(2) VALUE 20.
       01  WS-KN-COUNT             PIC 9(2) VALUE 0.
       01  WS-KN-IX                PIC 9(2) VALUE 0.
       01  WS-KN-FUNDET            PIC X VALUE "N".
       01  KONTONET-TABEL.
           02  KONTONET-ENTRY OCCURS 20 TIMES.
               03  KN-KONTO        pic x(20).
               03  KN-NET-I        pic s9(9)v99.
               03  KN-NET-EFTER    pic s9(9)v99.

      *> Posting-type categories for the subtotal block at the end
      *> of each statement; descriptions come from the type table.
      *> customer has one, the opening balance is built forward from
      *> the carry-forward instead of rolling every posting back out
      *> of the master balance, so the trimmed live history is enough.
      *> A customer with several accounts has one carry-forward per
      *> account; they are added up, since the statement lists the
      *> movements of all of the customer's accounts.
       01  PRIMO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  WS-PRIMO-FILENAME       PIC X(100)
                                    VALUE "PrimoSaldi.txt".
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".

      *> Joint accounts: the owner's record is kept aside while the
      *> medejere are looked up on the master, and each medejer
      *> who needs a statement of their own is queued until the
      *> owner's statement is written.
       01  WS-EJER-GEM             PIC X(176) VALUE SPACES.
       01  WS-EJER-ADRESSE.
           02  WS-EJER-VEJNAVN     PIC X(20) VALUE SPACES.
           02  WS-EJER-HUSNR       PIC X(5) VALUE SPACES.
           02  WS-EJER-ETAGE       PIC X(3) VALUE SPACES.
           02  WS-EJER-SIDE        PIC X(3) VALUE SPACES.
           02  WS-EJER-POSTNR      PIC X(4) VALUE SPACES.
       01  WS-KH-KONTO             PIC X(20) VALUE SPACES.
       01  WS-KH-NR                PIC 9(2) VALUE 0.
       01  WS-KH-ANTAL             PIC 9(2) VALUE 0.
       01  WS-KH-ANDEL-SUM         PIC 9(5)V99 VALUE ZEROS.
       01  WS-KH-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-KH-ROLLE             PIC X(1) VALUE SPACES.
       01  WS-KH-ANDEL             PIC 9(3)V99 VALUE ZEROS.
       01  WS-KH-ANDEL-EDIT        PIC ZZ9.99.
       01  WS-KH-HUSSTAND          PIC X VALUE "N".
       01  WS-MAX-MEDUDTOG         PIC 9(2) VALUE 50.
       01  WS-MU-COUNT             PIC 9(2) VALUE 0.
       01  WS-MU-IX                PIC 9(2) VALUE 0.
       01  MEDUDTOG-TABEL.
           02  MEDUDTOG-ENTRY OCCURS 50 TIMES.
               03  MU-KONTO        pic x(20).
               03  MU-SALDO        pic s9(9)v99.
               03  MU-VALUTA       pic x(3).
               03  MU-KUNDEID      pic x(10).
               03  MU-ANDEL        pic 9(3)v99.
       01  WS-MU-KONTO             PIC X(20) VALUE SPACES.
       01  WS-MEDUDTOG-COUNT       PIC 9(7) VALUE 0.

      *> Alternate recipient (guardian / power of attorney): a valid
      *> entry with statement scope re-addresses the statement.
       01  WS-VAERGE-KUNDEID       PIC X(10) VALUE SPACES.
           SORT sort-file-1
               ON ASCENDING KEY POST-KUNDEID OF sort-record
               ON ASCENDING KEY POST-DATO OF sort-record
               ON ASCENDING KEY POST-LOEBENR OF sort-record
               USING historik-file-1
               GIVING sorted-file-1
           IF SORT-RETURN NOT = 0
           DISPLAY "KONTOUDTOG - kontoudtog " WS-FRA-DATO
               " til " WS-TIL-DATO
           DISPLAY "Udtog skrevet      : " WS-UDTOG-COUNT
           DISPLAY "Heraf til medejere : " WS-MEDUDTOG-COUNT
           DISPLAY "Ukendte KundeID    : " WS-UKENDT-COUNT
           DISPLAY "=========================================="


       START-NEW-GROUP.
           MOVE 0 TO WS-BEV-COUNT
           MOVE 0 TO WS-KN-COUNT
           MOVE 0 TO WS-MU-COUNT
           MOVE ZEROS TO WS-NET-I-PERIODE
           MOVE ZEROS TO WS-NET-FOER-PERIODE
           MOVE ZEROS TO WS-NET-EFTER-PERIODE.
           MOVE ZEROS TO WS-PRIMO-FUNDET-SALDO
           PERFORM VARYING WS-PRIMO-IX FROM 1 BY 1
                   UNTIL WS-PRIMO-IX > WS-PRIMO-COUNT
               IF PT-KUNDEID(WS-PRIMO-IX) = WS-CURRENT-KUNDEID
                   MOVE "Y" TO WS-PRIMO-FUNDET
                   ADD PT-SALDO(WS-PRIMO-IX)
                       TO WS-PRIMO-FUNDET-SALDO
               END-IF
           END-PERFORM.
               MOVE POST-BELOEB IN historik-record TO WS-POST-NETTO
           END-IF

           PERFORM REGISTER-KONTONET

           IF POST-DATO IN historik-record > WS-TIL-DATO
               ADD WS-POST-NETTO TO WS-NET-EFTER-PERIODE
           ELSE
               END-IF
               IF POST-DATO IN historik-record >= WS-FRA-DATO
                   ADD WS-POST-NETTO TO WS-NET-I-PERIODE
                   MOVE "N" TO WS-NET-FUNDET
                   IF POST-TYPEKODE IN historik-record = "STOR"
                       PERFORM NET-STORNO-UD
                   END-IF
                   IF WS-NET-FUNDET = "Y"
                       CONTINUE
                   ELSE
                   IF WS-BEV-COUNT < WS-MAX-BEVAEGELSER
                       ADD 1 TO WS-BEV-COUNT
                       MOVE POST-DATO IN historik-record
                           TO BV-DATO(WS-BEV-COUNT)
                       IF POST-VALOER-DATO IN historik-record
                               IS NUMERIC
                          AND POST-VALOER-DATO IN historik-record
                              NOT = 0
                           MOVE POST-VALOER-DATO IN historik-record
                               TO BV-VALOER(WS-BEV-COUNT)
                       ELSE
                           MOVE POST-DATO IN historik-record
                               TO BV-VALOER(WS-BEV-COUNT)
                       END-IF
                       MOVE POST-DK IN historik-record
                           TO BV-DK(WS-BEV-COUNT)
                       MOVE POST-BELOEB IN historik-record
                           TO BV-TEKST(WS-BEV-COUNT)
                       MOVE POST-TYPEKODE IN historik-record
                           TO BV-TYPE(WS-BEV-COUNT)
                       MOVE POST-KONTONUMMER IN historik-record
                           TO BV-KONTO(WS-BEV-COUNT)
                       IF POST-LOEBENR IN historik-record IS NUMERIC
                           MOVE POST-LOEBENR IN historik-record
                               TO BV-LOEBENR(WS-BEV-COUNT)
                       ELSE
                           MOVE ZEROS TO BV-LOEBENR(WS-BEV-COUNT)
                       END-IF
                       MOVE "N" TO BV-NETTET(WS-BEV-COUNT)
                   ELSE
                       DISPLAY "KONTOUDTOG: movement table full for "
                           "KundeID " WS-CURRENT-KUNDEID
                           ", line dropped from statement"
                   END-IF
                   END-IF
               END-IF
           END-IF.

       REGISTER-KONTONET.
           MOVE "N" TO WS-KN-FUNDET
           PERFORM VARYING WS-KN-IX FROM 1 BY 1
                   UNTIL WS-KN-IX > WS-KN-COUNT
                      OR WS-KN-FUNDET = "Y"
               IF KN-KONTO(WS-KN-IX) =
                       POST-KONTONUMMER IN historik-record
                   MOVE "Y" TO WS-KN-FUNDET
               END-IF
           END-PERFORM
           IF WS-KN-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KN-IX
           ELSE
               IF WS-KN-COUNT < WS-MAX-KONTONET
                   ADD 1 TO WS-KN-COUNT
                   MOVE WS-KN-COUNT TO WS-KN-IX
                   MOVE POST-KONTONUMMER IN historik-record
                       TO KN-KONTO(WS-KN-IX)
                   MOVE ZEROS TO KN-NET-I(WS-KN-IX)
                   MOVE ZEROS TO KN-NET-EFTER(WS-KN-IX)
               ELSE
                   MOVE 0 TO WS-KN-IX
               END-IF
           END-IF
           IF WS-KN-IX > 0
               IF POST-DATO IN historik-record > WS-TIL-DATO
                   ADD WS-POST-NETTO TO KN-NET-EFTER(WS-KN-IX)
               ELSE
                   IF POST-DATO IN historik-record >= WS-FRA-DATO
                       ADD WS-POST-NETTO TO KN-NET-I(WS-KN-IX)
                   END-IF
               END-IF
           END-IF.

      *> The history is sorted by date and loebenummer within the
      *> customer, so the original of a reversal in the period is
      *> already in the movement table when the reversal arrives.
       NET-STORNO-UD.
           IF POST-STORNO-REF IN historik-record IS NUMERIC
               PERFORM VARYING WS-BEV-IX FROM 1 BY 1
                       UNTIL WS-BEV-IX > WS-BEV-COUNT
                          OR WS-NET-FUNDET = "Y"
                   IF BV-NETTET(WS-BEV-IX) = "N"
                      AND BV-TYPE(WS-BEV-IX) NOT = "STOR"
                      AND BV-KONTO(WS-BEV-IX) =
                          POST-KONTONUMMER IN historik-record
                      AND BV-DATO(WS-BEV-IX) =
                          POST-ORG-DATO IN historik-record
                      AND BV-BELOEB(WS-BEV-IX) =
                          POST-ORG-BELOEB IN historik-record
                      AND BV-LOEBENR(WS-BEV-IX) =
                          POST-ORG-LOEBENR IN historik-record
                       MOVE "Y" TO BV-NETTET(WS-BEV-IX)
                       MOVE "Y" TO WS-NET-FUNDET
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-STATEMENT.
           MOVE WS-CURRENT-KUNDEID TO KundeID IN master-record
           MOVE "N" TO WS-MASTER-FOUND
                   COMPUTE WS-PRIMO-SALDO = WS-ULTIMO-SALDO
                       - WS-NET-I-PERIODE
               END-IF
               MOVE master-record TO WS-EJER-GEM
               MOVE VEJNAVN IN master-record TO WS-EJER-VEJNAVN
               MOVE HUSNR IN master-record TO WS-EJER-HUSNR
               MOVE ETAGE IN master-record TO WS-EJER-ETAGE
               MOVE SIDE IN master-record TO WS-EJER-SIDE
               MOVE POSTNR IN master-record TO WS-EJER-POSTNR
               PERFORM BUILD-ADDRESS-BLOCK
               PERFORM WRITE-STATEMENT-LINES
               ADD 1 TO WS-UDTOG-COUNT
               PERFORM VARYING WS-MU-IX FROM 1 BY 1
                       UNTIL WS-MU-IX > WS-MU-COUNT
                   PERFORM WRITE-MEDEJER-UDTOG
               END-PERFORM
           END-IF.

       BUILD-ADDRESS-BLOCK.

           PERFORM VARYING WS-BEV-IX FROM 1 BY 1
                   UNTIL WS-BEV-IX > WS-BEV-COUNT
               IF BV-NETTET(WS-BEV-IX) = "N"
                   PERFORM WRITE-BEVAEGELSE-LINJE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-UDTOG-LINJE
           MOVE SPACES TO WS-UDTOG-LINJE
           WRITE udtog-record FROM WS-UDTOG-LINJE.

       WRITE-BEVAEGELSE-LINJE.
           MOVE SPACES TO WS-UDTOG-LINJE
           MOVE BV-BELOEB(WS-BEV-IX) TO WS-BALANCE-EDIT
           STRING "  " DELIMITED BY SIZE
               BV-DATO(WS-BEV-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BV-VALOER(WS-BEV-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BV-DK(WS-BEV-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BV-TEKST(WS-BEV-IX) DELIMITED BY SIZE
               INTO WS-UDTOG-LINJE
           END-STRING
           WRITE udtog-record FROM WS-UDTOG-LINJE.

       LOAD-PTYPE-TABEL.
           OPEN INPUT ptype-file-1
           IF PTYPE-FILE-1-STATUS NOT = "00"
           MOVE 0 TO WS-KAT-COUNT
           PERFORM VARYING WS-BEV-IX FROM 1 BY 1
                   UNTIL WS-BEV-IX > WS-BEV-COUNT
               IF BV-NETTET(WS-BEV-IX) = "N"
                   PERFORM ADD-TIL-KATEGORI
               END-IF
           END-PERFORM
           IF WS-KAT-COUNT > 0
               MOVE "PR. KATEGORI:" TO WS-UDTOG-LINJE
               KONTO-VALUTAKODE IN konto-record DELIMITED BY SIZE
               INTO WS-UDTOG-LINJE
           END-STRING
           WRITE udtog-record FROM WS-UDTOG-LINJE
           PERFORM LIST-MEDEJERE.

      *> The medejere of a joint account, one line each on the
      *> owner's statement. The owner's master record is put back
      *> once they have been looked up.
       LIST-MEDEJERE.
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
               IF WS-KH-ROLLE = "M"
                  AND WS-KH-KUNDEID NOT = WS-CURRENT-KUNDEID
                   PERFORM WRITE-MEDEJER-LINJE
               END-IF
           END-PERFORM
           MOVE WS-EJER-GEM TO master-record.

       WRITE-MEDEJER-LINJE.
           MOVE "N" TO WS-KH-HUSSTAND
           MOVE WS-KH-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   MOVE SPACES TO master-record
               NOT INVALID KEY
                   IF VEJNAVN IN master-record = WS-EJER-VEJNAVN
                      AND HUSNR IN master-record = WS-EJER-HUSNR
                      AND ETAGE IN master-record = WS-EJER-ETAGE
                      AND SIDE IN master-record = WS-EJER-SIDE
                      AND POSTNR IN master-record = WS-EJER-POSTNR
                       MOVE "Y" TO WS-KH-HUSSTAND
                   END-IF
           END-READ
           MOVE WS-KH-ANDEL TO WS-KH-ANDEL-EDIT
           MOVE SPACES TO WS-UDTOG-LINJE
           STRING "    MEDEJER " DELIMITED BY SIZE
               WS-KH-KUNDEID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Fornavn IN master-record DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Efternavn IN master-record DELIMITED BY SIZE
               " ANDEL " DELIMITED BY SIZE
               WS-KH-ANDEL-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-UDTOG-LINJE
           END-STRING
           WRITE udtog-record FROM WS-UDTOG-LINJE
           IF WS-KH-HUSSTAND = "N"
              AND KundeID IN master-record = WS-KH-KUNDEID
               IF WS-MU-COUNT < WS-MAX-MEDUDTOG
                   ADD 1 TO WS-MU-COUNT
                   MOVE WS-KH-KONTO TO MU-KONTO(WS-MU-COUNT)
                   MOVE KONTO-SALDO IN konto-record
                       TO MU-SALDO(WS-MU-COUNT)
                   MOVE KONTO-VALUTAKODE IN konto-record
                       TO MU-VALUTA(WS-MU-COUNT)
                   MOVE WS-KH-KUNDEID TO MU-KUNDEID(WS-MU-COUNT)
                   MOVE WS-KH-ANDEL TO MU-ANDEL(WS-MU-COUNT)
               ELSE
                   DISPLAY "KONTOUDTOG: medejer table full for "
                       "KundeID " WS-CURRENT-KUNDEID
                       ", no statement for " WS-KH-KUNDEID
               END-IF
           END-IF.

      *> A medejer's own statement of one joint account: their
      *> address, the account's balances and its movements only.
       WRITE-MEDEJER-UDTOG.
           MOVE MU-KUNDEID(WS-MU-IX) TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   ADD 1 TO WS-UKENDT-COUNT
               NOT INVALID KEY
                   MOVE MU-KONTO(WS-MU-IX) TO WS-MU-KONTO
                   MOVE ZEROS TO WS-NET-I-PERIODE
                   MOVE ZEROS TO WS-NET-EFTER-PERIODE
                   PERFORM VARYING WS-KN-IX FROM 1 BY 1
                           UNTIL WS-KN-IX > WS-KN-COUNT
                       IF KN-KONTO(WS-KN-IX) = WS-MU-KONTO
                           MOVE KN-NET-I(WS-KN-IX)
                               TO WS-NET-I-PERIODE
                           MOVE KN-NET-EFTER(WS-KN-IX)
                               TO WS-NET-EFTER-PERIODE
                       END-IF
                   END-PERFORM
                   COMPUTE WS-ULTIMO-SALDO = MU-SALDO(WS-MU-IX)
                       - WS-NET-EFTER-PERIODE
                   COMPUTE WS-PRIMO-SALDO = WS-ULTIMO-SALDO
                       - WS-NET-I-PERIODE
                   PERFORM BUILD-ADDRESS-BLOCK
                   PERFORM WRITE-MEDEJER-LINES
                   ADD 1 TO WS-UDTOG-COUNT
                   ADD 1 TO WS-MEDUDTOG-COUNT
           END-READ.

       WRITE-MEDEJER-LINES.
           MOVE SPACES TO WS-UDTOG-LINJE
           STRING "KONTOUDTOG " DELIMITED BY SIZE
               WS-FRA-DATO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TIL-DATO DELIMITED BY SIZE
               INTO WS-UDTOG-LINJE
           END-STRING
           WRITE udtog-record FROM WS-UDTOG-LINJE

           WRITE udtog-record FROM WS-NAVN-LINJE
           WRITE udtog-record FROM WS-GADE-LINJE
           WRITE udtog-record FROM WS-BY-LINJE
           IF WS-LAND-LINJE NOT = SPACES
               WRITE udtog-record FROM WS-LAND-LINJE
           END-IF

           MOVE MU-ANDEL(WS-MU-IX) TO WS-KH-ANDEL-EDIT
           MOVE SPACES TO WS-UDTOG-LINJE
           STRING "FAELLESKONTO " DELIMITED BY SIZE
               WS-MU-KONTO DELIMITED BY SIZE
               " VALUTA " DELIMITED BY SIZE
               MU-VALUTA(WS-MU-IX) DELIMITED BY SIZE
               " EJER " DELIMITED BY SIZE
               WS-CURRENT-KUNDEID DELIMITED BY SIZE
               " DIN ANDEL " DELIMITED BY SIZE
               WS-KH-ANDEL-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-UDTOG-LINJE
           END-STRING
           WRITE udtog-record FROM WS-UDTOG-LINJE

           MOVE SPACES TO WS-UDTOG-LINJE
           MOVE WS-PRIMO-SALDO TO WS-BALANCE-EDIT
           STRING "PRIMO SALDO  " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO WS-UDTOG-LINJE
           END-STRING
           WRITE udtog-record FROM WS-UDTOG-LINJE

           PERFORM VARYING WS-BEV-IX FROM 1 BY 1
                   UNTIL WS-BEV-IX > WS-BEV-COUNT
               IF BV-NETTET(WS-BEV-IX) = "N"
                  AND BV-KONTO(WS-BEV-IX) = WS-MU-KONTO
                   PERFORM WRITE-BEVAEGELSE-LINJE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-UDTOG-LINJE
           MOVE WS-ULTIMO-SALDO TO WS-BALANCE-EDIT
           STRING "ULTIMO SALDO " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MU-VALUTA(WS-MU-IX) DELIMITED BY SIZE
               INTO WS-UDTOG-LINJE
           END-STRING
           WRITE udtog-record FROM WS-UDTOG-LINJE

           MOVE SPACES TO WS-UDTOG-LINJE
           WRITE udtog-record FROM WS-UDTOG-LINJE.
