      *> fixed-format reporting record per customer plus a control
      *> report per currency that ties back to the four quarterly
      *> accrual registers.
      *> Interest on a joint account (account-holder relation,
      *> KONTOHAVEROPSLAG) is reported for every holder by their
      *> share: each posting is split in proportion to the shares,
      *> and the last holder takes the rounding remainder so the
      *> split adds up to the posting to the oere. An account that
      *> is not in the relation reports all of it for the KundeID on
      *> the posting.
      *> Interest on a term deposit (RENTE INDLAAN TIDS, paid by
      *> TIDSINDSKUD on maturity or on a break) is credit interest
      *> like any other and is reported with it; the control report
      *> shows the part of it per currency separately, as the
      *> quarterly accrual registers do not hold it.

       environment division.
       input-output section.
               03  RK-KUNDEID      pic x(10).
               03  RK-INDLAAN      pic s9(9)v99.
               03  RK-UDLAAN       pic s9(9)v99.
               03  RK-TIDS         pic s9(9)v99.

       01  WS-MAX-KURS             PIC 9(3) VALUE 50.
       01  WS-KURS-COUNT           PIC 9(3) VALUE 0.
               03  KO-KODE         pic x(3).
               03  KO-INDLAAN      pic s9(11)v99.
               03  KO-UDLAAN       pic s9(11)v99.
               03  KO-TIDS         pic s9(11)v99.

       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-RENTE-COUNT          PIC 9(7) VALUE 0.
       01  WS-TIDS-COUNT           PIC 9(7) VALUE 0.
       01  WS-SKREVET-COUNT        PIC 9(7) VALUE 0.
       01  WS-UKENDT-COUNT         PIC 9(7) VALUE 0.
       01  WS-UDEN-KURS-COUNT      PIC 9(7) VALUE 0.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> One holder's part of an interest posting.
       01  WS-RENTE-KUNDEID        PIC X(10) VALUE SPACES.
       01  WS-RENTE-BELOEB         PIC S9(7)V99 VALUE ZEROS.
       01  WS-RENTE-REST           PIC S9(7)V99 VALUE ZEROS.
       01  WS-KH-KONTO             PIC X(20) VALUE SPACES.
       01  WS-KH-NR                PIC 9(2) VALUE 0.
       01  WS-KH-ANTAL             PIC 9(2) VALUE 0.
       01  WS-KH-ANDEL-SUM         PIC 9(5)V99 VALUE ZEROS.
       01  WS-KH-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-KH-ROLLE             PIC X(1) VALUE SPACES.
       01  WS-KH-ANDEL             PIC 9(3)V99 VALUE ZEROS.
       01  WS-FAELLES-COUNT        PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-HISTORIK-FILENAME
              OR POST-TEKST IN historik-record(1:12)
                  = "RENTE UDLAAN"
               ADD 1 TO WS-RENTE-COUNT
               IF POST-TEKST IN historik-record(1:18)
                       = "RENTE INDLAAN TIDS"
                   ADD 1 TO WS-TIDS-COUNT
               END-IF
               MOVE POST-KONTONUMMER IN historik-record TO WS-KH-KONTO
               MOVE 1 TO WS-KH-NR
               CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
                   WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
                   WS-KH-ROLLE WS-KH-ANDEL
               IF WS-KH-ANTAL = 0 OR WS-KH-ANDEL-SUM = 0
                   MOVE POST-KUNDEID IN historik-record
                       TO WS-RENTE-KUNDEID
                   MOVE POST-BELOEB IN historik-record
                       TO WS-RENTE-BELOEB
                   PERFORM ADD-TIL-KUNDE-TABEL
               ELSE
                   ADD 1 TO WS-FAELLES-COUNT
                   PERFORM FORDEL-PAA-HAVERE
               END-IF
           END-IF.

      *> Shares are taken relative to their sum, so a relation that
      *> does not add up to 100 still distributes the whole amount.
       FORDEL-PAA-HAVERE.
           MOVE POST-BELOEB IN historik-record TO WS-RENTE-REST
           PERFORM VARYING WS-KH-NR FROM 1 BY 1
                   UNTIL WS-KH-NR > WS-KH-ANTAL
               CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
                   WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
                   WS-KH-ROLLE WS-KH-ANDEL
               MOVE WS-KH-KUNDEID TO WS-RENTE-KUNDEID
               IF WS-KH-NR = WS-KH-ANTAL
                   MOVE WS-RENTE-REST TO WS-RENTE-BELOEB
               ELSE
                   COMPUTE WS-RENTE-BELOEB ROUNDED =
                       POST-BELOEB IN historik-record * WS-KH-ANDEL
                       / WS-KH-ANDEL-SUM
                   SUBTRACT WS-RENTE-BELOEB FROM WS-RENTE-REST
               END-IF
               PERFORM ADD-TIL-KUNDE-TABEL
           END-PERFORM.

       ADD-TIL-KUNDE-TABEL.
           MOVE "N" TO WS-KND-FUNDET
           PERFORM VARYING WS-KND-IX FROM 1 BY 1
                   UNTIL WS-KND-IX > WS-KUNDE-COUNT
                      OR WS-KND-FUNDET = "Y"
               IF RK-KUNDEID(WS-KND-IX) = WS-RENTE-KUNDEID
                   MOVE "Y" TO WS-KND-FUNDET
               END-IF
           END-PERFORM
               IF WS-KUNDE-COUNT < WS-MAX-KUNDER
                   ADD 1 TO WS-KUNDE-COUNT
                   MOVE WS-KUNDE-COUNT TO WS-KND-IX
                   MOVE WS-RENTE-KUNDEID TO RK-KUNDEID(WS-KND-IX)
                   MOVE ZEROS TO RK-INDLAAN(WS-KND-IX)
                   MOVE ZEROS TO RK-UDLAAN(WS-KND-IX)
                   MOVE ZEROS TO RK-TIDS(WS-KND-IX)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
                   MOVE 0 TO WS-KND-IX
           IF WS-KND-IX > 0
               IF POST-TEKST IN historik-record(1:13)
                       = "RENTE INDLAAN"
                   ADD WS-RENTE-BELOEB TO RK-INDLAAN(WS-KND-IX)
                   IF POST-TEKST IN historik-record(1:18)
                           = "RENTE INDLAAN TIDS"
                       ADD WS-RENTE-BELOEB TO RK-TIDS(WS-KND-IX)
                   END-IF
               ELSE
                   ADD WS-RENTE-BELOEB TO RK-UDLAAN(WS-KND-IX)
               END-IF
           END-IF.

                       TO KO-KODE(WS-VAL-IX)
                   MOVE ZEROS TO KO-INDLAAN(WS-VAL-IX)
                   MOVE ZEROS TO KO-UDLAAN(WS-VAL-IX)
                   MOVE ZEROS TO KO-TIDS(WS-VAL-IX)
               ELSE
                   MOVE 0 TO WS-VAL-IX
               END-IF
           IF WS-VAL-IX > 0
               ADD RK-INDLAAN(WS-KND-IX) TO KO-INDLAAN(WS-VAL-IX)
               ADD RK-UDLAAN(WS-KND-IX) TO KO-UDLAAN(WS-VAL-IX)
               ADD RK-TIDS(WS-KND-IX) TO KO-TIDS(WS-VAL-IX)
           END-IF.

      *> The per-currency sums in original currency are the figures
      *> the four quarterly accrual registers must add up to, once
      *> the term-deposit interest shown under each is taken out.
       PRINT-KONTROL-RAPPORT.
           DISPLAY "=========================================="
           DISPLAY "RENTEINDBERETNING - kontrolrapport " WS-AAR
               DISPLAY "Valuta " KO-KODE(WS-VAL-IX)
                   " indlaansrente " WS-BELOEB-EDIT
                   " udlaansrente " WS-BELOEB-EDIT-2
               IF KO-TIDS(WS-VAL-IX) NOT = 0
                   MOVE KO-TIDS(WS-VAL-IX) TO WS-BELOEB-EDIT
                   DISPLAY "           heraf tidsindskud "
                       WS-BELOEB-EDIT
               END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "Posteringer laest      : " WS-POST-COUNT
           DISPLAY "Renteposteringer       : " WS-RENTE-COUNT
           DISPLAY "Heraf paa faelleskonti : " WS-FAELLES-COUNT
           DISPLAY "Heraf tidsindskud      : " WS-TIDS-COUNT
           DISPLAY "Kunder indberettet     : " WS-SKREVET-COUNT
           DISPLAY "Ukendte KundeID        : " WS-UKENDT-COUNT
           DISPLAY "Uden aarsultimokurs    : " WS-UDEN-KURS-COUNT
