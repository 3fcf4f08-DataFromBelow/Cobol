       identification division.
       program-id. TIDSINDSKUD.

      *> Daily term-deposit run (tidsindskud). A term deposit is an
      *> account of KONTO-TYPE "T" with a line on the term-deposit
      *> register (Tidsindskud.txt, TIDSINDSKUD.cpy): principal,
      *> start date, term in months, maturity date, a fixed annual
      *> rate and the instruction for maturity. RENTETILSKRIVNING
      *> leaves these accounts alone; the fixed interest is paid
      *> here, and KONTOPOSTERING keeps every other posting off an
      *> active deposit until it matures (P019).
      *>
      *> First the branch's orders of the day are applied
      *> (TidsindskudOrdrer.txt, TIDSTRANS.cpy):
      *>   - "O" opens a deposit on a "T" account. The rate is the
      *>     one on the order or else the current rate for the
      *>     currency and term on the rate table
      *>     (Tidsindskudssatser.txt, TIDSSATS.cpy). A funding
      *>     account on the order is debited the principal by
      *>     transfer on the start date, which cannot lie before
      *>     the booking date.
      *>   - "I" changes the instruction or payout account.
      *>   - "B" breaks a deposit before maturity: interest at the
      *>     fixed rate up to the booking date is added, the break
      *>     fee (fee code TIBR in the account's currency on the fee
      *>     schedule, GEBYRSATS.cpy) is charged and the rest is
      *>     paid out. Without a TIBR line for the currency there is
      *>     no fee to charge and the break is refused.
      *> A deposit with nothing on the account is not broken or
      *> settled but listed until its funding has arrived.
      *> Then every active deposit due on or before the booking date
      *> matures: the fixed interest for the term - principal (or
      *> the balance, when less reached the account) times rate
      *> times days of the term over 365 - is credited, and
      *> the instruction is carried out. "U" transfers balance and
      *> interest to the payout account. "F" starts a new term of
      *> the same length on the maturity date, on balance plus
      *> interest and at the rate the table gives for that date; a
      *> term with no rate on the table is not renewed but listed,
      *> and is retried by the next run. A deposit due within
      *> TIDSINDSKUD_VARSEL_DAGE days (default 14) of the booking
      *> date gets its maturity notice once per term: the owner
      *> goes on the letter extract (ForfaldsBrevUdtraek.txt,
      *> KUNDER.cpy with the deposit as KontoNummer and its balance
      *> as Balance) for BREVFLET with the template ForfaldsBrev.txt,
      *> the fixed rate, the current renewal rate and the maturity
      *> date on the companion file (ForfaldsBrevSatser.txt,
      *> RVARSEL.cpy) BREVFLET reads through BREV_SATS_FIL.
      *>
      *> The interest is posted as RENT with the text RENTE INDLAAN
      *> TIDS, so RENTEINDBERETNING reports it with the other
      *> credit interest; the fee is GEBY and the payouts and the
      *> funding are OVF transfers, all on the posting file for
      *> KONTOPOSTERING and dated the booking date (today, or the
      *> first day of the next open month under PERIODE_POLITIK
      *> "OMDATER", as KONTOLUKNING does). The register is rewritten
      *> before the postings are released, so a rerun finds the
      *> deposits already settled and pays nothing twice. A refused
      *> order or a deposit that could not be settled is listed on
      *> the report (TidsindskudRapport.txt) and gives return code
      *> 4. Runs on the DAGLIG line before GODKENDELSESFILTER and
      *> KONTOPOSTERING.

       environment division.
       input-output section.
       file-control.
           select register-file-1 assign to dynamic
                   WS-REGISTER-FILENAME
               organization is line sequential
               file status is REGISTER-FILE-1-STATUS.
           select ordre-file-1 assign to dynamic WS-ORDRE-FILENAME
               organization is line sequential
               file status is ORDRE-FILE-1-STATUS.
           select sats-file-1 assign to dynamic WS-SATS-FILENAME
               organization is line sequential
               file status is SATS-FILE-1-STATUS.
           select gebyr-file-1 assign to dynamic WS-GEBYR-FILENAME
               organization is line sequential
               file status is GEBYR-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is random
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select post-file-1 assign to dynamic WS-POST-FILENAME
               organization is line sequential
               file status is POST-FILE-1-STATUS.
           select rapport-file-1 assign to dynamic
                   WS-RAPPORT-FILENAME
               organization is line sequential
               file status is RAPPORT-FILE-1-STATUS.
           select brev-file-1 assign to dynamic WS-BREV-FILENAME
               organization is line sequential
               file status is BREV-FILE-1-STATUS.
           select brevsats-file-1 assign to dynamic
                   WS-BREVSATS-FILENAME
               organization is line sequential
               file status is BREVSATS-FILE-1-STATUS.

       data division.
       file section.
       fd  register-file-1.
       01  register-record.
           copy "TIDSINDSKUD.cpy".
       fd  ordre-file-1.
       01  ordre-record.
           copy "TIDSTRANS.cpy".
       fd  sats-file-1.
       01  sats-record.
           copy "TIDSSATS.cpy".
       fd  gebyr-file-1.
       01  gebyr-record.
           copy "GEBYRSATS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  post-file-1.
       01  post-record.
           copy "POSTTRANS.cpy".
       fd  rapport-file-1.
       01  rapport-record          PIC X(120).
       fd  brev-file-1.
       01  brev-record.
           copy "KUNDER.cpy".
       fd  brevsats-file-1.
       01  brevsats-record.
           copy "RVARSEL.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "TIDSINDSKUD".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-REGISTER         PIC X VALUE "N".
       01  END-OF-ORDRE            PIC X VALUE "N".
       01  END-OF-SATS             PIC X VALUE "N".
       01  END-OF-GEBYR            PIC X VALUE "N".
       01  REGISTER-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  ORDRE-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  SATS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  GEBYR-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  POST-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  BREV-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  BREVSATS-FILE-1-STATUS  PIC X(2) VALUE "00".

       01  WS-REGISTER-FILENAME    PIC X(100)
                                    VALUE "Tidsindskud.txt".
       01  WS-ORDRE-FILENAME       PIC X(100)
                                    VALUE "TidsindskudOrdrer.txt".
       01  WS-SATS-FILENAME        PIC X(100)
                                    VALUE "Tidsindskudssatser.txt".
       01  WS-GEBYR-FILENAME       PIC X(100)
                                    VALUE "Gebyrsatser.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-POST-FILENAME        PIC X(100)
                                    VALUE "PosteringsTrans.txt".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "TidsindskudRapport.txt".
       01  WS-BREV-FILENAME        PIC X(100)
                                    VALUE "ForfaldsBrevUdtraek.txt".
       01  WS-BREVSATS-FILENAME    PIC X(100)
                                    VALUE "ForfaldsBrevSatser.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.
       01  WS-VARSEL-DAGE-X        PIC X(5) VALUE SPACES.
       01  WS-VARSEL-DAGE          PIC 9(3) VALUE 14.
       01  WS-VARSEL-GRAENSE       PIC 9(8) VALUE ZEROS.
       01  WS-ORDRE-AABEN          PIC X VALUE "N".

      *> Booking date: today, unless today's accounting month is
      *> closed and PERIODE_POLITIK moves the postings on.
       01  WS-BOGF-DATO            PIC 9(8) VALUE ZEROS.
       01  WS-PERIODE-POLITIK      PIC X(7) VALUE "AFVIS".
       01  WS-PERIODE-AABEN        PIC X VALUE "Y".

      *> The register, held in storage for the run and written back
      *> in full at the end.
       01  WS-MAX-DEPOTER          PIC 9(5) VALUE 5000.
       01  WS-DEPOT-COUNT          PIC 9(5) VALUE 0.
       01  WS-TD-IX                PIC 9(5) VALUE 0.
       01  WS-TD-FUNDET            PIC X VALUE "N".
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  DEPOT-TABEL.
           02  DEPOT-ENTRY OCCURS 5000 TIMES.
               03  TD-KONTO        pic x(20).
               03  TD-HOVEDSTOL    pic 9(7)v99.
               03  TD-START        pic 9(8).
               03  TD-LOEBETID     pic 9(3).
               03  TD-FORFALD      pic 9(8).
               03  TD-SATS         pic 9(2)v9(4).
               03  TD-INSTRUKS     pic x(1).
               03  TD-UDBET-KONTO  pic x(20).
               03  TD-STATUS       pic x(1).
               03  TD-VARSLET      pic 9(8).
               03  TD-AFSLUTTET    pic 9(8).
               03  TD-NY-VARSEL    pic x(1).

       01  WS-MAX-SATSER           PIC 9(4) VALUE 500.
       01  WS-SATS-COUNT           PIC 9(4) VALUE 0.
       01  WS-TS-IX                PIC 9(4) VALUE 0.
       01  SATS-TABEL.
           02  SATS-ENTRY OCCURS 500 TIMES.
               03  ST-VALUTA       pic x(3).
               03  ST-LOEBETID     pic 9(3).
               03  ST-FRA-DATO     pic 9(8).
               03  ST-SATS         pic 9(2)v9(4).

       01  WS-MAX-GEBYRER          PIC 9(3) VALUE 50.
       01  WS-GEBYR-COUNT          PIC 9(3) VALUE 0.
       01  WS-GB-IX                PIC 9(3) VALUE 0.
       01  GEBYR-TABEL.
           02  GEBYR-ENTRY OCCURS 50 TIMES.
               03  GS-VALUTA       pic x(3).
               03  GS-BELOEB       pic 9(5)v99.
               03  GS-TEKST        pic x(20).

      *> The postings of the run, released once the register is
      *> safely rewritten.
       01  WS-MAX-POSTERINGER      PIC 9(5) VALUE 10000.
       01  WS-PB-COUNT             PIC 9(5) VALUE 0.
       01  WS-PB-IX                PIC 9(5) VALUE 0.
       01  POSTERING-TABEL.
           02  POSTERING-ENTRY OCCURS 10000 TIMES.
               03  PB-KUNDEID      pic x(10).
               03  PB-KONTO        pic x(20).
               03  PB-BELOEB       pic 9(7)v99.
               03  PB-DK           pic x(1).
               03  PB-TEKST        pic x(20).
               03  PB-MODKONTO     pic x(20).
               03  PB-TYPEKODE     pic x(4).
               03  PB-DATO         pic 9(8).

      *> The deposit being handled.
       01  WS-FEJL-TEKST           PIC X(60) VALUE SPACES.
       01  WS-RAPPORT-LINJE        PIC X(120) VALUE SPACES.
       01  WS-AFVIST               PIC X VALUE "N".
       01  WS-KONTO-OK             PIC X VALUE "N".
       01  WS-UDBET-OK             PIC X VALUE "N".
       01  WS-TI-KONTO             PIC X(20) VALUE SPACES.
       01  WS-TI-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-TI-VALUTA            PIC X(3) VALUE SPACES.
       01  WS-TI-SALDO             PIC S9(7)V99 VALUE ZEROS.
       01  WS-TJEK-KONTO           PIC X(20) VALUE SPACES.
       01  WS-UDBET-KONTO          PIC X(20) VALUE SPACES.
       01  WS-SATS-DATO            PIC 9(8) VALUE ZEROS.
       01  WS-SATS-LOEBETID        PIC 9(3) VALUE ZEROS.
       01  WS-SATS-FUNDET          PIC X VALUE "N".
       01  WS-SATS-FRA             PIC 9(8) VALUE ZEROS.
       01  WS-FUNDET-SATS          PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-RENTE-DAGE           PIC 9(5) VALUE 0.
       01  WS-RENTE-GRUNDLAG       PIC S9(7)V99 VALUE ZEROS.
       01  WS-RENTE-BELOEB         PIC S9(7)V99 VALUE ZEROS.
       01  WS-GEBYR-BELOEB         PIC 9(5)V99 VALUE ZEROS.
       01  WS-GEBYR-TEKST          PIC X(20) VALUE SPACES.
       01  WS-GEBYR-FUNDET         PIC X VALUE "N".
       01  WS-REST-BELOEB          PIC S9(9)V99 VALUE ZEROS.
       01  WS-NY-HOVEDSTOL         PIC S9(9)V99 VALUE ZEROS.
       01  WS-PB-BELOEB            PIC 9(7)V99 VALUE ZEROS.
       01  WS-PB-DK                PIC X(1) VALUE SPACES.
       01  WS-PB-TEKST             PIC X(20) VALUE SPACES.
       01  WS-PB-MODKONTO          PIC X(20) VALUE SPACES.
       01  WS-PB-TYPEKODE          PIC X(4) VALUE SPACES.
       01  WS-PB-KONTO             PIC X(20) VALUE SPACES.
       01  WS-PB-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-PB-DATO              PIC 9(8) VALUE ZEROS.

      *> Maturity: the start date plus the term in months, the day
      *> held back to the last day of a shorter month.
       01  WS-FF-START             PIC 9(8) VALUE ZEROS.
       01  WS-FF-MDR               PIC 9(3) VALUE ZEROS.
       01  WS-FF-DATO              PIC 9(8) VALUE ZEROS.
       01  WS-FF-AAR               PIC 9(4) VALUE ZEROS.
       01  WS-FF-MD                PIC 9(4) VALUE ZEROS.
       01  WS-FF-DAG               PIC 9(2) VALUE ZEROS.
       01  WS-FF-SIDSTE            PIC 9(2) VALUE ZEROS.
       01  WS-FF-NAESTE            PIC 9(8) VALUE ZEROS.
       01  WS-FF-INT               PIC 9(7) VALUE ZEROS.

       01  WS-ORDRE-COUNT          PIC 9(7) VALUE 0.
       01  WS-OPRETTET-COUNT       PIC 9(7) VALUE 0.
       01  WS-INSTRUKS-COUNT       PIC 9(7) VALUE 0.
       01  WS-BRUDT-COUNT          PIC 9(7) VALUE 0.
       01  WS-UDBETALT-COUNT       PIC 9(7) VALUE 0.
       01  WS-FORNYET-COUNT        PIC 9(7) VALUE 0.
       01  WS-VARSLET-COUNT        PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-RENTE-TOTAL          PIC S9(11)V99 VALUE ZEROS.
       01  WS-UDBETALT-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-3        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SATS-EDIT            PIC Z9.9999.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-REGISTER-FILENAME
                   FROM ENVIRONMENT "TIDSINDSKUD_FIL"
               ON EXCEPTION
                   MOVE "Tidsindskud.txt" TO WS-REGISTER-FILENAME
           END-ACCEPT

           ACCEPT WS-ORDRE-FILENAME
                   FROM ENVIRONMENT "TIDSINDSKUD_ORDRE_FIL"
               ON EXCEPTION
                   MOVE "TidsindskudOrdrer.txt" TO WS-ORDRE-FILENAME
           END-ACCEPT

           ACCEPT WS-SATS-FILENAME
                   FROM ENVIRONMENT "TIDSINDSKUD_SATS_FIL"
               ON EXCEPTION
                   MOVE "Tidsindskudssatser.txt" TO WS-SATS-FILENAME
           END-ACCEPT

           ACCEPT WS-GEBYR-FILENAME FROM ENVIRONMENT "GEBYRSATS_FIL"
               ON EXCEPTION
                   MOVE "Gebyrsatser.txt" TO WS-GEBYR-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-POST-FILENAME FROM ENVIRONMENT "POSTERING_FIL"
               ON EXCEPTION
                   MOVE "PosteringsTrans.txt" TO WS-POST-FILENAME
           END-ACCEPT

           ACCEPT WS-RAPPORT-FILENAME
                   FROM ENVIRONMENT "TIDSINDSKUD_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "TidsindskudRapport.txt"
                       TO WS-RAPPORT-FILENAME
           END-ACCEPT

           ACCEPT WS-BREV-FILENAME
                   FROM ENVIRONMENT "TIDSINDSKUD_BREV_UDTRAEK"
               ON EXCEPTION
                   MOVE "ForfaldsBrevUdtraek.txt" TO WS-BREV-FILENAME
           END-ACCEPT

           ACCEPT WS-BREVSATS-FILENAME
                   FROM ENVIRONMENT "TIDSINDSKUD_BREV_SATS"
               ON EXCEPTION
                   MOVE "ForfaldsBrevSatser.txt"
                       TO WS-BREVSATS-FILENAME
           END-ACCEPT

           ACCEPT WS-VARSEL-DAGE-X
                   FROM ENVIRONMENT "TIDSINDSKUD_VARSEL_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-VARSEL-DAGE-X
           END-ACCEPT
           IF WS-VARSEL-DAGE-X NOT = SPACES
               COMPUTE WS-VARSEL-DAGE =
                   FUNCTION NUMVAL(WS-VARSEL-DAGE-X)
           END-IF

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CHECK-PERIODE
           COMPUTE WS-FF-INT = FUNCTION INTEGER-OF-DATE(WS-BOGF-DATO)
               + WS-VARSEL-DAGE
           COMPUTE WS-VARSEL-GRAENSE =
               FUNCTION DATE-OF-INTEGER(WS-FF-INT)

           PERFORM LOAD-REGISTER
           PERFORM LOAD-SATSER
           PERFORM LOAD-BRUDGEBYRER

      *> A register cut short would be written back without the
      *> deposits that did not fit, so nothing is done at all.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "TIDSINDSKUD: flere tidsindskud eller satser "
                   "end tabellerne kan rumme - koerslen afbrydes, "
                   "intet behandlet"
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM OPEN-FILES

           IF WS-ORDRE-AABEN = "Y"
               PERFORM UNTIL END-OF-ORDRE = "Y"
                   READ ordre-file-1 INTO ordre-record
                       AT END
                           MOVE "Y" TO END-OF-ORDRE
                       NOT AT END
                           ADD 1 TO WS-ORDRE-COUNT
                           PERFORM BEHANDL-ONE-ORDRE
                   END-READ
               END-PERFORM
               CLOSE ordre-file-1
           END-IF

           PERFORM VARYING WS-TD-IX FROM 1 BY 1
                   UNTIL WS-TD-IX > WS-DEPOT-COUNT
               IF TD-STATUS(WS-TD-IX) = "A"
                   IF TD-FORFALD(WS-TD-IX) <= WS-BOGF-DATO
                       PERFORM BEHANDL-FORFALD
                   END-IF
                   IF TD-STATUS(WS-TD-IX) = "A"
                      AND TD-VARSLET(WS-TD-IX) = 0
                      AND TD-FORFALD(WS-TD-IX) > WS-BOGF-DATO
                      AND TD-FORFALD(WS-TD-IX) <= WS-VARSEL-GRAENSE
                       PERFORM NOTER-FORFALDSVARSEL
                   END-IF
               END-IF
           END-PERFORM

      *> Nothing has left the program yet: the letter extract and
      *> the postings both wait for the register to be saved.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "TIDSINDSKUD: flere posteringer end tabellen "
                   "kan rumme - koerslen afbrydes, intet frigivet"
               CLOSE rapport-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           PERFORM SKRIV-REGISTER
           PERFORM VARYING WS-TD-IX FROM 1 BY 1
                   UNTIL WS-TD-IX > WS-DEPOT-COUNT
               IF TD-NY-VARSEL(WS-TD-IX) = "J"
                   PERFORM SKRIV-FORFALDSVARSEL
               END-IF
           END-PERFORM
           CLOSE master-file-1
           CLOSE konto-file-1
           CLOSE brev-file-1
           CLOSE brevsats-file-1
           PERFORM SKRIV-POSTERINGER
           CLOSE rapport-file-1

           IF WS-AFVIST-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-RENTE-TOTAL TO WS-BELOEB-EDIT
           MOVE WS-UDBETALT-TOTAL TO WS-BELOEB-EDIT-2
           DISPLAY "=========================================="
           DISPLAY "TIDSINDSKUD - tidsindskud " WS-BOGF-DATO
           DISPLAY "Ordrer laest        : " WS-ORDRE-COUNT
           DISPLAY "Oprettet            : " WS-OPRETTET-COUNT
           DISPLAY "Ny instruks         : " WS-INSTRUKS-COUNT
           DISPLAY "Brudt foer forfald  : " WS-BRUDT-COUNT
           DISPLAY "Udbetalt ved forfald: " WS-UDBETALT-COUNT
           DISPLAY "Fornyet             : " WS-FORNYET-COUNT
           DISPLAY "Forfaldsvarsler     : " WS-VARSLET-COUNT
           DISPLAY "Afvist / ikke afvikl: " WS-AFVIST-COUNT
           DISPLAY "Posteringer skrevet : " WS-POST-COUNT
           DISPLAY "Rente i alt         : " WS-BELOEB-EDIT
           DISPLAY "Udbetalt i alt      : " WS-BELOEB-EDIT-2
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           COMPUTE WS-KLOG-LAEST = WS-ORDRE-COUNT + WS-DEPOT-COUNT
           MOVE WS-POST-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE WS-RENTE-TOTAL TO WS-KLOG-SALDO
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> The run books on today's date. When today lies in a closed
      *> accounting month PERIODE_POLITIK decides: "AFVIS" (default)
      *> refuses the run with nothing done, "OMDATER" books on the
      *> first day of the next open month.
       CHECK-PERIODE.
           ACCEPT WS-PERIODE-POLITIK FROM ENVIRONMENT "PERIODE_POLITIK"
               ON EXCEPTION
                   MOVE "AFVIS" TO WS-PERIODE-POLITIK
           END-ACCEPT
           CALL "PERIODETJEK" USING WS-TODAY WS-PERIODE-AABEN
               WS-BOGF-DATO
           IF WS-PERIODE-AABEN = "N"
               IF WS-PERIODE-POLITIK = "OMDATER"
                   DISPLAY "TIDSINDSKUD: " WS-TODAY
                       " ligger i en lukket periode - posteringerne "
                       "dateres " WS-BOGF-DATO
               ELSE
                   DISPLAY "TIDSINDSKUD: " WS-TODAY
                       " ligger i en lukket periode - koerslen "
                       "afvises, intet behandlet"
                   MOVE 16 TO RETURN-CODE
                   PERFORM AFSLUT-KOERSEL
               END-IF
           END-IF.

      *> No register on disk is an empty register - the first
      *> opening order creates it.
       LOAD-REGISTER.
           OPEN INPUT register-file-1
           IF REGISTER-FILE-1-STATUS NOT = "00"
               DISPLAY "TIDSINDSKUD: no term-deposit register on "
                   "disk, status " REGISTER-FILE-1-STATUS
                   " - starter med et tomt register"
           ELSE
               PERFORM UNTIL END-OF-REGISTER = "Y"
                   READ register-file-1
                       AT END
                           MOVE "Y" TO END-OF-REGISTER
                       NOT AT END
                           PERFORM NOTER-DEPOT
                   END-READ
               END-PERFORM
               CLOSE register-file-1
           END-IF.

       NOTER-DEPOT.
           IF WS-DEPOT-COUNT < WS-MAX-DEPOTER
               ADD 1 TO WS-DEPOT-COUNT
               MOVE TI-KONTONUMMER TO TD-KONTO(WS-DEPOT-COUNT)
               MOVE TI-HOVEDSTOL TO TD-HOVEDSTOL(WS-DEPOT-COUNT)
               MOVE TI-STARTDATO TO TD-START(WS-DEPOT-COUNT)
               MOVE TI-LOEBETID TO TD-LOEBETID(WS-DEPOT-COUNT)
               MOVE TI-FORFALDSDATO TO TD-FORFALD(WS-DEPOT-COUNT)
               MOVE TI-RENTESATS TO TD-SATS(WS-DEPOT-COUNT)
               MOVE TI-INSTRUKS TO TD-INSTRUKS(WS-DEPOT-COUNT)
               MOVE TI-UDBET-KONTO TO TD-UDBET-KONTO(WS-DEPOT-COUNT)
               MOVE TI-STATUS TO TD-STATUS(WS-DEPOT-COUNT)
               MOVE TI-VARSLET-DATO TO TD-VARSLET(WS-DEPOT-COUNT)
               MOVE TI-AFSLUTTET-DATO TO TD-AFSLUTTET(WS-DEPOT-COUNT)
               MOVE "N" TO TD-NY-VARSEL(WS-DEPOT-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

       LOAD-SATSER.
           OPEN INPUT sats-file-1
           IF SATS-FILE-1-STATUS NOT = "00"
               DISPLAY "TIDSINDSKUD: no term-deposit rate table on "
                   "disk, status " SATS-FILE-1-STATUS
                   " - kun ordrer med egen sats kan oprettes, intet "
                   "fornyes"
           ELSE
               PERFORM UNTIL END-OF-SATS = "Y"
                   READ sats-file-1
                       AT END
                           MOVE "Y" TO END-OF-SATS
                       NOT AT END
                           IF WS-SATS-COUNT < WS-MAX-SATSER
                               ADD 1 TO WS-SATS-COUNT
                               MOVE TS-VALUTA
                                   TO ST-VALUTA(WS-SATS-COUNT)
                               MOVE TS-LOEBETID
                                   TO ST-LOEBETID(WS-SATS-COUNT)
                               MOVE TS-FRA-DATO
                                   TO ST-FRA-DATO(WS-SATS-COUNT)
                               MOVE TS-SATS TO ST-SATS(WS-SATS-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE sats-file-1
           END-IF.

       LOAD-BRUDGEBYRER.
           OPEN INPUT gebyr-file-1
           IF GEBYR-FILE-1-STATUS NOT = "00"
               DISPLAY "TIDSINDSKUD: no fee schedule on disk - "
                   "tidsindskud kan ikke brydes, status "
                   GEBYR-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-GEBYR = "Y"
                   READ gebyr-file-1
                       AT END
                           MOVE "Y" TO END-OF-GEBYR
                       NOT AT END
                           IF GEBYR-KODE = "TIBR"
                               PERFORM NOTER-BRUDGEBYR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gebyr-file-1
           END-IF.

       NOTER-BRUDGEBYR.
           IF WS-GEBYR-COUNT < WS-MAX-GEBYRER
               ADD 1 TO WS-GEBYR-COUNT
               MOVE GEBYR-VALUTA TO GS-VALUTA(WS-GEBYR-COUNT)
               MOVE GEBYR-BELOEB TO GS-BELOEB(WS-GEBYR-COUNT)
               MOVE GEBYR-TEKST TO GS-TEKST(WS-GEBYR-COUNT)
           ELSE
               DISPLAY "TIDSINDSKUD: fee table full, skipping TIBR "
                   GEBYR-VALUTA
           END-IF.

       OPEN-FILES.
           OPEN INPUT ordre-file-1
           IF ORDRE-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-ORDRE-AABEN
           ELSE
               DISPLAY "TIDSINDSKUD: ingen ordrer i dag, status "
                   ORDRE-FILE-1-STATUS
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "TIDSINDSKUD: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS NOT = "00"
               DISPLAY "TIDSINDSKUD: cannot open account master, "
                   "status " KONTO-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN OUTPUT rapport-file-1
           OPEN OUTPUT brev-file-1
           OPEN OUTPUT brevsats-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
              OR BREV-FILE-1-STATUS NOT = "00"
              OR BREVSATS-FILE-1-STATUS NOT = "00"
               DISPLAY "TIDSINDSKUD: cannot open report or letter "
                   "extract, status " RAPPORT-FILE-1-STATUS " "
                   BREV-FILE-1-STATUS " " BREVSATS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF.

       BEHANDL-ONE-ORDRE.
           MOVE "N" TO WS-AFVIST
           MOVE TT-KONTONUMMER TO WS-TI-KONTO
           PERFORM FIND-DEPOT
           EVALUATE TT-ART
               WHEN "O"
                   PERFORM OPRET-DEPOT
               WHEN "I"
                   PERFORM AENDR-INSTRUKS
               WHEN "B"
                   PERFORM BRYD-DEPOT
               WHEN OTHER
                   MOVE "ukendt ordreart" TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
           END-EVALUATE.

       FIND-DEPOT.
           MOVE "N" TO WS-TD-FUNDET
           PERFORM VARYING WS-TD-IX FROM 1 BY 1
                   UNTIL WS-TD-IX > WS-DEPOT-COUNT
                      OR WS-TD-FUNDET = "Y"
               IF TD-KONTO(WS-TD-IX) = WS-TI-KONTO
                   MOVE "Y" TO WS-TD-FUNDET
               END-IF
           END-PERFORM
           IF WS-TD-FUNDET = "Y"
               SUBTRACT 1 FROM WS-TD-IX
           END-IF.

      *> The deposit account itself: on the account master, open
      *> and of type "T".
       HENT-DEPOTKONTO.
           MOVE "N" TO WS-KONTO-OK
           MOVE WS-TI-KONTO TO KONTO-NUMMER IN konto-record
           READ konto-file-1
               INVALID KEY
                   MOVE "kontoen findes ikke" TO WS-FEJL-TEKST
               NOT INVALID KEY
                   IF KONTO-STATUS IN konto-record = "L"
                       MOVE "kontoen er lukket" TO WS-FEJL-TEKST
                   ELSE
                   IF KONTO-TYPE IN konto-record NOT = "T"
                       MOVE "kontoen er ikke en tidsindskudskonto"
                           TO WS-FEJL-TEKST
                   ELSE
                       MOVE "Y" TO WS-KONTO-OK
                       MOVE KONTO-KUNDEID IN konto-record
                           TO WS-TI-KUNDEID
                       MOVE KONTO-VALUTAKODE IN konto-record
                           TO WS-TI-VALUTA
                       MOVE KONTO-SALDO IN konto-record
                           TO WS-TI-SALDO
                   END-IF
                   END-IF
           END-READ.

       OPRET-DEPOT.
           IF WS-TD-FUNDET = "Y"
               IF TD-STATUS(WS-TD-IX) = "A"
                   MOVE "kontoen har allerede et aktivt tidsindskud"
                       TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               PERFORM HENT-DEPOTKONTO
               IF WS-KONTO-OK = "N"
                   PERFORM NOTER-AFVIST
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               IF TT-HOVEDSTOL = 0
                   MOVE "hovedstol mangler" TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               ELSE
               IF TT-LOEBETID = 0
                   MOVE "loebetid mangler" TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               ELSE
               IF TT-INSTRUKS NOT = "U" AND TT-INSTRUKS NOT = "F"
                   MOVE "instruks skal vaere U eller F"
                       TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               IF TT-UDBET-KONTO NOT = SPACES
                   MOVE TT-UDBET-KONTO TO WS-TJEK-KONTO
                   PERFORM TJEK-EGEN-KONTO
                   IF WS-UDBET-OK = "N"
                       PERFORM NOTER-AFVIST
                   END-IF
               ELSE
               IF TT-INSTRUKS = "U"
                   MOVE "udbetalingskonto mangler" TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               END-IF
               END-IF
           END-IF
           IF WS-AFVIST = "N" AND TT-FRA-KONTO NOT = SPACES
               MOVE TT-FRA-KONTO TO WS-TJEK-KONTO
               PERFORM TJEK-EGEN-KONTO
               IF WS-UDBET-OK = "N"
                   PERFORM NOTER-AFVIST
               END-IF
           END-IF
      *> A start before the booking date would earn interest for days
      *> before the money arrived and date the funding into a period
      *> that may be closed.
           IF WS-AFVIST = "N"
              AND TT-STARTDATO NOT = 0
              AND TT-STARTDATO < WS-BOGF-DATO
               MOVE "startdato foer bogfoeringsdatoen"
                   TO WS-FEJL-TEKST
               PERFORM NOTER-AFVIST
           END-IF
           IF WS-AFVIST = "N"
               IF TT-STARTDATO = 0
                   MOVE WS-BOGF-DATO TO WS-SATS-DATO
               ELSE
                   MOVE TT-STARTDATO TO WS-SATS-DATO
               END-IF
               IF TT-RENTESATS NOT = 0
                   MOVE TT-RENTESATS TO WS-FUNDET-SATS
               ELSE
                   MOVE TT-LOEBETID TO WS-SATS-LOEBETID
                   PERFORM FIND-TIDSSATS
                   IF WS-SATS-FUNDET = "N"
                       MOVE "ingen sats for valuta og loebetid"
                           TO WS-FEJL-TEKST
                       PERFORM NOTER-AFVIST
                   END-IF
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               IF WS-TD-FUNDET = "N"
                   IF WS-DEPOT-COUNT < WS-MAX-DEPOTER
                       ADD 1 TO WS-DEPOT-COUNT
                       MOVE WS-DEPOT-COUNT TO WS-TD-IX
                   ELSE
                       MOVE "registret er fuldt" TO WS-FEJL-TEKST
                       PERFORM NOTER-AFVIST
                   END-IF
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               MOVE WS-TI-KONTO TO TD-KONTO(WS-TD-IX)
               MOVE TT-HOVEDSTOL TO TD-HOVEDSTOL(WS-TD-IX)
               MOVE WS-SATS-DATO TO TD-START(WS-TD-IX)
               MOVE TT-LOEBETID TO TD-LOEBETID(WS-TD-IX)
               MOVE WS-SATS-DATO TO WS-FF-START
               MOVE TT-LOEBETID TO WS-FF-MDR
               PERFORM BEREGN-FORFALD
               MOVE WS-FF-DATO TO TD-FORFALD(WS-TD-IX)
               MOVE WS-FUNDET-SATS TO TD-SATS(WS-TD-IX)
               MOVE TT-INSTRUKS TO TD-INSTRUKS(WS-TD-IX)
               MOVE TT-UDBET-KONTO TO TD-UDBET-KONTO(WS-TD-IX)
               MOVE "A" TO TD-STATUS(WS-TD-IX)
               MOVE ZEROS TO TD-VARSLET(WS-TD-IX)
               MOVE ZEROS TO TD-AFSLUTTET(WS-TD-IX)
               MOVE "N" TO TD-NY-VARSEL(WS-TD-IX)
               IF TT-FRA-KONTO NOT = SPACES
                   PERFORM NOTER-INDSKUD
               END-IF
               ADD 1 TO WS-OPRETTET-COUNT
               MOVE TD-HOVEDSTOL(WS-TD-IX) TO WS-BELOEB-EDIT
               MOVE TD-SATS(WS-TD-IX) TO WS-SATS-EDIT
               MOVE SPACES TO WS-RAPPORT-LINJE
               STRING "OPRETTET " DELIMITED BY SIZE
                   WS-TI-KONTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TI-VALUTA DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   " sats " DELIMITED BY SIZE
                   WS-SATS-EDIT DELIMITED BY SIZE
                   " forfald " DELIMITED BY SIZE
                   TD-FORFALD(WS-TD-IX) DELIMITED BY SIZE
                   " instruks " DELIMITED BY SIZE
                   TD-INSTRUKS(WS-TD-IX) DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-IF.

      *> The principal is moved in from the customer's own account
      *> on the start date - the one day the deposit takes a credit.
       NOTER-INDSKUD.
           MOVE SPACES TO WS-PB-KUNDEID
           MOVE TT-FRA-KONTO TO KONTO-NUMMER IN konto-record
           READ konto-file-1
               INVALID KEY
                   MOVE TT-FRA-KONTO TO KontoNummer IN master-record
                   READ master-file-1
                       KEY IS KontoNummer IN master-record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KundeID IN master-record
                               TO WS-PB-KUNDEID
                   END-READ
               NOT INVALID KEY
                   MOVE KONTO-KUNDEID IN konto-record TO WS-PB-KUNDEID
           END-READ
           MOVE TT-FRA-KONTO TO WS-PB-KONTO
           MOVE TD-START(WS-TD-IX) TO WS-PB-DATO
           MOVE TD-HOVEDSTOL(WS-TD-IX) TO WS-PB-BELOEB
           MOVE "T" TO WS-PB-DK
           MOVE "INDSKUD TIDSINDSKUD" TO WS-PB-TEKST
           MOVE WS-TI-KONTO TO WS-PB-MODKONTO
           MOVE "OVF" TO WS-PB-TYPEKODE
           PERFORM NOTER-POSTERING.

       AENDR-INSTRUKS.
           IF WS-TD-FUNDET = "N"
               MOVE "intet tidsindskud paa kontoen" TO WS-FEJL-TEKST
               PERFORM NOTER-AFVIST
           ELSE
           IF TD-STATUS(WS-TD-IX) NOT = "A"
               MOVE "tidsindskuddet er afviklet" TO WS-FEJL-TEKST
               PERFORM NOTER-AFVIST
           ELSE
           IF TT-INSTRUKS NOT = "U" AND TT-INSTRUKS NOT = "F"
               MOVE "instruks skal vaere U eller F" TO WS-FEJL-TEKST
               PERFORM NOTER-AFVIST
           END-IF
           END-IF
           END-IF
           IF WS-AFVIST = "N"
               PERFORM HENT-DEPOTKONTO
               IF WS-KONTO-OK = "N"
                   PERFORM NOTER-AFVIST
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               IF TT-UDBET-KONTO NOT = SPACES
                   MOVE TT-UDBET-KONTO TO WS-TJEK-KONTO
                   PERFORM TJEK-EGEN-KONTO
                   IF WS-UDBET-OK = "N"
                       PERFORM NOTER-AFVIST
                   END-IF
               ELSE
               IF TT-INSTRUKS = "U"
                  AND TD-UDBET-KONTO(WS-TD-IX) = SPACES
                   MOVE "udbetalingskonto mangler" TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               END-IF
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               MOVE TT-INSTRUKS TO TD-INSTRUKS(WS-TD-IX)
               IF TT-UDBET-KONTO NOT = SPACES
                   MOVE TT-UDBET-KONTO TO TD-UDBET-KONTO(WS-TD-IX)
               END-IF
               ADD 1 TO WS-INSTRUKS-COUNT
               MOVE SPACES TO WS-RAPPORT-LINJE
               STRING "INSTRUKS " DELIMITED BY SIZE
                   WS-TI-KONTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TD-INSTRUKS(WS-TD-IX) DELIMITED BY SIZE
                   " udbetalingskonto " DELIMITED BY SIZE
                   TD-UDBET-KONTO(WS-TD-IX) DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-IF.

      *> Interest at the fixed rate for the days the deposit has
      *> run, less the break fee; the rest leaves the deposit.
       BRYD-DEPOT.
           IF WS-TD-FUNDET = "N"
               MOVE "intet tidsindskud paa kontoen" TO WS-FEJL-TEKST
               PERFORM NOTER-AFVIST
           ELSE
           IF TD-STATUS(WS-TD-IX) NOT = "A"
               MOVE "tidsindskuddet er afviklet" TO WS-FEJL-TEKST
               PERFORM NOTER-AFVIST
           ELSE
           IF TD-FORFALD(WS-TD-IX) <= WS-BOGF-DATO
               MOVE "tidsindskuddet er forfaldent" TO WS-FEJL-TEKST
               PERFORM NOTER-AFVIST
           END-IF
           END-IF
           END-IF
           IF WS-AFVIST = "N"
               PERFORM HENT-DEPOTKONTO
               IF WS-KONTO-OK = "N"
                   PERFORM NOTER-AFVIST
               ELSE
                   PERFORM TJEK-INDBETALT
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               IF TT-UDBET-KONTO NOT = SPACES
                   MOVE TT-UDBET-KONTO TO WS-UDBET-KONTO
               ELSE
                   MOVE TD-UDBET-KONTO(WS-TD-IX) TO WS-UDBET-KONTO
               END-IF
               IF WS-UDBET-KONTO = SPACES
                   MOVE "udbetalingskonto mangler" TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               ELSE
                   MOVE WS-UDBET-KONTO TO WS-TJEK-KONTO
                   PERFORM TJEK-EGEN-KONTO
                   IF WS-UDBET-OK = "N"
                       PERFORM NOTER-AFVIST
                   END-IF
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               PERFORM FIND-BRUDGEBYR
               IF WS-GEBYR-FUNDET = "N"
                   MOVE "intet brudgebyr (TIBR) for valutaen"
                       TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               COMPUTE WS-RENTE-DAGE =
                   FUNCTION INTEGER-OF-DATE(WS-BOGF-DATO)
                   - FUNCTION INTEGER-OF-DATE(TD-START(WS-TD-IX))
               PERFORM BEREGN-RENTE
               COMPUTE WS-REST-BELOEB = WS-TI-SALDO + WS-RENTE-BELOEB
                   - WS-GEBYR-BELOEB
               IF WS-REST-BELOEB <= 0
                   MOVE "intet at udbetale efter brudgebyr"
                       TO WS-FEJL-TEKST
                   PERFORM NOTER-AFVIST
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               PERFORM NOTER-RENTE
               MOVE WS-TI-KUNDEID TO WS-PB-KUNDEID
               MOVE WS-TI-KONTO TO WS-PB-KONTO
               MOVE WS-BOGF-DATO TO WS-PB-DATO
               MOVE WS-GEBYR-BELOEB TO WS-PB-BELOEB
               MOVE "D" TO WS-PB-DK
               MOVE SPACES TO WS-PB-TEKST
               STRING "GEBYR TIBR " DELIMITED BY SIZE
                   WS-GEBYR-TEKST DELIMITED BY SIZE
                   INTO WS-PB-TEKST
               END-STRING
               MOVE SPACES TO WS-PB-MODKONTO
               MOVE "GEBY" TO WS-PB-TYPEKODE
               PERFORM NOTER-POSTERING
               MOVE WS-UDBET-KONTO TO TD-UDBET-KONTO(WS-TD-IX)
               MOVE "TIDSINDSKUD BRUDT" TO WS-PB-TEKST
               PERFORM NOTER-UDBETALING
               MOVE "B" TO TD-STATUS(WS-TD-IX)
               MOVE WS-BOGF-DATO TO TD-AFSLUTTET(WS-TD-IX)
               ADD 1 TO WS-BRUDT-COUNT
               MOVE "BRUDT   " TO WS-RAPPORT-LINJE
               PERFORM SKRIV-AFVIKLET-LINJE
           END-IF.

      *> A due deposit: the whole term's interest, then payout or a
      *> new term. A deposit that cannot be settled is left as it
      *> is for the next run.
       BEHANDL-FORFALD.
           MOVE "N" TO WS-AFVIST
           MOVE TD-KONTO(WS-TD-IX) TO WS-TI-KONTO
           PERFORM HENT-DEPOTKONTO
           IF WS-KONTO-OK = "N"
               PERFORM NOTER-AFVIST
           ELSE
               PERFORM TJEK-INDBETALT
           END-IF
           IF WS-AFVIST = "N"
               IF TD-INSTRUKS(WS-TD-IX) = "F"
                   MOVE TD-FORFALD(WS-TD-IX) TO WS-SATS-DATO
                   MOVE TD-LOEBETID(WS-TD-IX) TO WS-SATS-LOEBETID
                   PERFORM FIND-TIDSSATS
                   IF WS-SATS-FUNDET = "N"
                       MOVE "ingen sats til fornyelse - ikke fornyet"
                           TO WS-FEJL-TEKST
                       PERFORM NOTER-AFVIST
                   END-IF
               ELSE
                   MOVE TD-UDBET-KONTO(WS-TD-IX) TO WS-UDBET-KONTO
                   MOVE WS-UDBET-KONTO TO WS-TJEK-KONTO
                   IF WS-UDBET-KONTO = SPACES
                       MOVE "udbetalingskonto mangler"
                           TO WS-FEJL-TEKST
                       PERFORM NOTER-AFVIST
                   ELSE
                       PERFORM TJEK-EGEN-KONTO
                       IF WS-UDBET-OK = "N"
                           PERFORM NOTER-AFVIST
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-AFVIST = "N"
               COMPUTE WS-RENTE-DAGE =
                   FUNCTION INTEGER-OF-DATE(TD-FORFALD(WS-TD-IX))
                   - FUNCTION INTEGER-OF-DATE(TD-START(WS-TD-IX))
               PERFORM BEREGN-RENTE
               MOVE ZEROS TO WS-GEBYR-BELOEB
               PERFORM NOTER-RENTE
               IF TD-INSTRUKS(WS-TD-IX) = "F"
                   PERFORM FORNY-DEPOT
               ELSE
                   COMPUTE WS-REST-BELOEB =
                       WS-TI-SALDO + WS-RENTE-BELOEB
                   IF WS-REST-BELOEB > 0
                       MOVE "TIDSINDSKUD FORFALDT" TO WS-PB-TEKST
                       PERFORM NOTER-UDBETALING
                   END-IF
                   MOVE "U" TO TD-STATUS(WS-TD-IX)
                   MOVE WS-BOGF-DATO TO TD-AFSLUTTET(WS-TD-IX)
                   ADD 1 TO WS-UDBETALT-COUNT
                   MOVE "UDBETALT" TO WS-RAPPORT-LINJE
                   PERFORM SKRIV-AFVIKLET-LINJE
               END-IF
           END-IF.

      *> The new term runs from the old maturity date on the balance
      *> with the interest added, at the rate found for that date.
       FORNY-DEPOT.
           COMPUTE WS-NY-HOVEDSTOL = WS-TI-SALDO + WS-RENTE-BELOEB
           MOVE WS-RENTE-BELOEB TO WS-BELOEB-EDIT
           MOVE WS-NY-HOVEDSTOL TO WS-BELOEB-EDIT-2
           MOVE WS-NY-HOVEDSTOL TO TD-HOVEDSTOL(WS-TD-IX)
           MOVE TD-FORFALD(WS-TD-IX) TO TD-START(WS-TD-IX)
           MOVE TD-START(WS-TD-IX) TO WS-FF-START
           MOVE TD-LOEBETID(WS-TD-IX) TO WS-FF-MDR
           PERFORM BEREGN-FORFALD
           MOVE WS-FF-DATO TO TD-FORFALD(WS-TD-IX)
           MOVE WS-FUNDET-SATS TO TD-SATS(WS-TD-IX)
           MOVE ZEROS TO TD-VARSLET(WS-TD-IX)
           ADD 1 TO WS-FORNYET-COUNT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "FORNYET  " DELIMITED BY SIZE
               WS-TI-KONTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TI-VALUTA DELIMITED BY SIZE
               " rente" DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " ny hovedstol" DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE TD-SATS(WS-TD-IX) TO WS-SATS-EDIT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "         ny sats " DELIMITED BY SIZE
               WS-SATS-EDIT DELIMITED BY SIZE
               " forfald " DELIMITED BY SIZE
               TD-FORFALD(WS-TD-IX) DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

      *> A deposit whose funding never reached the account is not
      *> settled; it is listed until the money is there.
       TJEK-INDBETALT.
           IF WS-TI-SALDO <= 0
               MOVE "tidsindskuddet er ikke indbetalt" TO WS-FEJL-TEKST
               PERFORM NOTER-AFVIST
           END-IF.

      *> Interest runs on the principal, or on the balance when less
      *> than the principal reached the account.
       BEREGN-RENTE.
           IF WS-TI-SALDO < TD-HOVEDSTOL(WS-TD-IX)
               MOVE WS-TI-SALDO TO WS-RENTE-GRUNDLAG
           ELSE
               MOVE TD-HOVEDSTOL(WS-TD-IX) TO WS-RENTE-GRUNDLAG
           END-IF
           COMPUTE WS-RENTE-BELOEB ROUNDED = WS-RENTE-GRUNDLAG
               * TD-SATS(WS-TD-IX) / 100 * WS-RENTE-DAGE / 365
           ADD WS-RENTE-BELOEB TO WS-RENTE-TOTAL.

      *> The text starts RENTE INDLAAN, which is what
      *> RENTEINDBERETNING picks credit interest up by.
       NOTER-RENTE.
           IF WS-RENTE-BELOEB > 0
               MOVE WS-TI-KUNDEID TO WS-PB-KUNDEID
               MOVE WS-TI-KONTO TO WS-PB-KONTO
               MOVE WS-BOGF-DATO TO WS-PB-DATO
               MOVE WS-RENTE-BELOEB TO WS-PB-BELOEB
               MOVE "K" TO WS-PB-DK
               MOVE "RENTE INDLAAN TIDS" TO WS-PB-TEKST
               MOVE SPACES TO WS-PB-MODKONTO
               MOVE "RENT" TO WS-PB-TYPEKODE
               PERFORM NOTER-POSTERING
           END-IF.

      *> Caller sets WS-PB-TEKST and WS-REST-BELOEB.
       NOTER-UDBETALING.
           MOVE WS-TI-KUNDEID TO WS-PB-KUNDEID
           MOVE WS-TI-KONTO TO WS-PB-KONTO
           MOVE WS-BOGF-DATO TO WS-PB-DATO
           MOVE WS-REST-BELOEB TO WS-PB-BELOEB
           MOVE "T" TO WS-PB-DK
           MOVE WS-UDBET-KONTO TO WS-PB-MODKONTO
           MOVE "OVF" TO WS-PB-TYPEKODE
           PERFORM NOTER-POSTERING
           ADD WS-REST-BELOEB TO WS-UDBETALT-TOTAL.

       NOTER-POSTERING.
           IF WS-PB-COUNT < WS-MAX-POSTERINGER
               ADD 1 TO WS-PB-COUNT
               MOVE WS-PB-KUNDEID TO PB-KUNDEID(WS-PB-COUNT)
               MOVE WS-PB-KONTO TO PB-KONTO(WS-PB-COUNT)
               MOVE WS-PB-DATO TO PB-DATO(WS-PB-COUNT)
               MOVE WS-PB-BELOEB TO PB-BELOEB(WS-PB-COUNT)
               MOVE WS-PB-DK TO PB-DK(WS-PB-COUNT)
               MOVE WS-PB-TEKST TO PB-TEKST(WS-PB-COUNT)
               MOVE WS-PB-MODKONTO TO PB-MODKONTO(WS-PB-COUNT)
               MOVE WS-PB-TYPEKODE TO PB-TYPEKODE(WS-PB-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *> The latest rate on the table from on or before
      *> WS-SATS-DATO for the deposit's currency and term.
       FIND-TIDSSATS.
           MOVE "N" TO WS-SATS-FUNDET
           MOVE ZEROS TO WS-SATS-FRA
           MOVE ZEROS TO WS-FUNDET-SATS
           PERFORM VARYING WS-TS-IX FROM 1 BY 1
                   UNTIL WS-TS-IX > WS-SATS-COUNT
               IF ST-VALUTA(WS-TS-IX) = WS-TI-VALUTA
                  AND ST-LOEBETID(WS-TS-IX) = WS-SATS-LOEBETID
                  AND ST-FRA-DATO(WS-TS-IX) <= WS-SATS-DATO
                  AND ST-FRA-DATO(WS-TS-IX) >= WS-SATS-FRA
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE ST-FRA-DATO(WS-TS-IX) TO WS-SATS-FRA
                   MOVE ST-SATS(WS-TS-IX) TO WS-FUNDET-SATS
               END-IF
           END-PERFORM.

       FIND-BRUDGEBYR.
           MOVE "N" TO WS-GEBYR-FUNDET
           MOVE ZEROS TO WS-GEBYR-BELOEB
           MOVE SPACES TO WS-GEBYR-TEKST
           PERFORM VARYING WS-GB-IX FROM 1 BY 1
                   UNTIL WS-GB-IX > WS-GEBYR-COUNT
               IF GS-VALUTA(WS-GB-IX) = WS-TI-VALUTA
                   MOVE "Y" TO WS-GEBYR-FUNDET
                   MOVE GS-BELOEB(WS-GB-IX) TO WS-GEBYR-BELOEB
                   MOVE GS-TEKST(WS-GB-IX) TO WS-GEBYR-TEKST
               END-IF
           END-PERFORM.

      *> A payout or funding account must be one of our own: open,
      *> in the deposit's currency, not the deposit itself and not
      *> another term deposit.
       TJEK-EGEN-KONTO.
           MOVE "N" TO WS-UDBET-OK
           IF WS-TJEK-KONTO = WS-TI-KONTO
               MOVE "modkonto er tidsindskuddet selv" TO WS-FEJL-TEKST
           ELSE
               MOVE WS-TJEK-KONTO TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   INVALID KEY
                       PERFORM TJEK-KONTO-PAA-MASTER
                   NOT INVALID KEY
                       IF KONTO-STATUS IN konto-record = "L"
                           MOVE "modkontoen er lukket"
                               TO WS-FEJL-TEKST
                       ELSE
                       IF KONTO-VALUTAKODE IN konto-record
                               NOT = WS-TI-VALUTA
                           MOVE "modkonto i anden valuta"
                               TO WS-FEJL-TEKST
                       ELSE
                       IF KONTO-TYPE IN konto-record = "T"
                           MOVE "modkonto er et andet tidsindskud"
                               TO WS-FEJL-TEKST
                       ELSE
                           MOVE "Y" TO WS-UDBET-OK
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF.

       TJEK-KONTO-PAA-MASTER.
           MOVE WS-TJEK-KONTO TO KontoNummer IN master-record
           READ master-file-1
               KEY IS KontoNummer IN master-record
               INVALID KEY
                   MOVE "modkontoen findes ikke" TO WS-FEJL-TEKST
               NOT INVALID KEY
                   IF SLETTET-MARKERING IN master-record = "J"
                       MOVE "modkontoens kunde er slettet"
                           TO WS-FEJL-TEKST
                   ELSE
                   IF Valutakode IN master-record NOT = WS-TI-VALUTA
                       MOVE "modkonto i anden valuta"
                           TO WS-FEJL-TEKST
                   ELSE
                       MOVE "Y" TO WS-UDBET-OK
                   END-IF
                   END-IF
           END-READ.

       BEREGN-FORFALD.
           MOVE WS-FF-START(1:4) TO WS-FF-AAR
           MOVE WS-FF-START(5:2) TO WS-FF-MD
           MOVE WS-FF-START(7:2) TO WS-FF-DAG
           ADD WS-FF-MDR TO WS-FF-MD
           COMPUTE WS-FF-AAR = WS-FF-AAR + (WS-FF-MD - 1) / 12
           COMPUTE WS-FF-MD = FUNCTION MOD(WS-FF-MD - 1, 12) + 1
           IF WS-FF-MD = 12
               COMPUTE WS-FF-NAESTE = (WS-FF-AAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FF-NAESTE =
                   WS-FF-AAR * 10000 + (WS-FF-MD + 1) * 100 + 1
           END-IF
           COMPUTE WS-FF-INT =
               FUNCTION INTEGER-OF-DATE(WS-FF-NAESTE) - 1
           COMPUTE WS-FF-SIDSTE = FUNCTION MOD(
               FUNCTION DATE-OF-INTEGER(WS-FF-INT), 100)
           IF WS-FF-DAG > WS-FF-SIDSTE
               MOVE WS-FF-SIDSTE TO WS-FF-DAG
           END-IF
           COMPUTE WS-FF-DATO =
               WS-FF-AAR * 10000 + WS-FF-MD * 100 + WS-FF-DAG.

      *> The notice is only stamped here; the letter is written once
      *> the stamped register is saved, so an aborted run sends
      *> nothing and the next run sends it once.
       NOTER-FORFALDSVARSEL.
           MOVE TD-KONTO(WS-TD-IX) TO WS-TI-KONTO
           PERFORM HENT-DEPOTKONTO
           IF WS-KONTO-OK = "Y"
               MOVE WS-TI-KUNDEID TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       DISPLAY "TIDSINDSKUD: owner " WS-TI-KUNDEID
                           " not on the master - no maturity notice "
                           "for " WS-TI-KONTO
                   NOT INVALID KEY
                       MOVE WS-BOGF-DATO TO TD-VARSLET(WS-TD-IX)
                       MOVE "J" TO TD-NY-VARSEL(WS-TD-IX)
                       ADD 1 TO WS-VARSLET-COUNT
                       MOVE SPACES TO WS-RAPPORT-LINJE
                       STRING "VARSLET  " DELIMITED BY SIZE
                           WS-TI-KONTO DELIMITED BY SIZE
                           " forfald " DELIMITED BY SIZE
                           TD-FORFALD(WS-TD-IX) DELIMITED BY SIZE
                           " instruks " DELIMITED BY SIZE
                           TD-INSTRUKS(WS-TD-IX) DELIMITED BY SIZE
                           INTO WS-RAPPORT-LINJE
                       END-STRING
                       WRITE rapport-record FROM WS-RAPPORT-LINJE
               END-READ
           END-IF.

      *> The owner's address from the customer master; the companion
      *> line carries the fixed rate, today's rate for a new term of
      *> the same length (zero when the table has none) and the
      *> maturity date.
       SKRIV-FORFALDSVARSEL.
           MOVE TD-KONTO(WS-TD-IX) TO WS-TI-KONTO
           PERFORM HENT-DEPOTKONTO
           IF WS-KONTO-OK = "Y"
               MOVE WS-TI-KUNDEID TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       DISPLAY "TIDSINDSKUD: owner " WS-TI-KUNDEID
                           " not on the master - no maturity notice "
                           "for " WS-TI-KONTO
                   NOT INVALID KEY
                       MOVE master-record TO brev-record
                       MOVE WS-TI-SALDO TO Balance IN brev-record
                       MOVE WS-TI-VALUTA TO Valutakode IN brev-record
                       MOVE WS-TI-KONTO TO KontoNummer IN brev-record
                       WRITE brev-record
                       MOVE WS-BOGF-DATO TO WS-SATS-DATO
                       MOVE TD-LOEBETID(WS-TD-IX) TO WS-SATS-LOEBETID
                       PERFORM FIND-TIDSSATS
                       MOVE SPACES TO brevsats-record
                       MOVE WS-TI-KUNDEID TO RV-KUNDEID
                       MOVE WS-TI-KONTO TO RV-KONTO
                       MOVE WS-TI-VALUTA TO RV-VALUTA
                       MOVE TD-SATS(WS-TD-IX) TO RV-GL-SATS
                       MOVE WS-FUNDET-SATS TO RV-NY-SATS
                       MOVE TD-FORFALD(WS-TD-IX) TO RV-IKRAFT
                       WRITE brevsats-record
               END-READ
           END-IF.

      *> WS-RAPPORT-LINJE(1:8) holds the heading on entry.
       SKRIV-AFVIKLET-LINJE.
           MOVE WS-TI-SALDO TO WS-BELOEB-EDIT
           MOVE WS-RENTE-BELOEB TO WS-BELOEB-EDIT-2
           MOVE WS-REST-BELOEB TO WS-BELOEB-EDIT-3
           MOVE SPACES TO WS-RAPPORT-LINJE(9:112)
           STRING WS-TI-KONTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TI-VALUTA DELIMITED BY SIZE
               " saldo" DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " rente" DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               " udbetalt" DELIMITED BY SIZE
               WS-BELOEB-EDIT-3 DELIMITED BY SIZE
               " til " DELIMITED BY SIZE
               WS-UDBET-KONTO DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE(10:111)
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

       NOTER-AFVIST.
           MOVE "Y" TO WS-AFVIST
           ADD 1 TO WS-AFVIST-COUNT
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "AFVIST   " DELIMITED BY SIZE
               WS-TI-KONTO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

      *> Written before any posting is released. A register that
      *> cannot be written stops the run with nothing released.
       SKRIV-REGISTER.
           OPEN OUTPUT register-file-1
           IF REGISTER-FILE-1-STATUS NOT = "00"
               DISPLAY "TIDSINDSKUD: cannot rewrite "
                   FUNCTION TRIM(WS-REGISTER-FILENAME) ", status "
                   REGISTER-FILE-1-STATUS " - intet frigivet"
               CLOSE rapport-file-1
               MOVE 20 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM VARYING WS-TD-IX FROM 1 BY 1
                   UNTIL WS-TD-IX > WS-DEPOT-COUNT
               MOVE SPACES TO register-record
               MOVE TD-KONTO(WS-TD-IX) TO TI-KONTONUMMER
               MOVE TD-HOVEDSTOL(WS-TD-IX) TO TI-HOVEDSTOL
               MOVE TD-START(WS-TD-IX) TO TI-STARTDATO
               MOVE TD-LOEBETID(WS-TD-IX) TO TI-LOEBETID
               MOVE TD-FORFALD(WS-TD-IX) TO TI-FORFALDSDATO
               MOVE TD-SATS(WS-TD-IX) TO TI-RENTESATS
               MOVE TD-INSTRUKS(WS-TD-IX) TO TI-INSTRUKS
               MOVE TD-UDBET-KONTO(WS-TD-IX) TO TI-UDBET-KONTO
               MOVE TD-STATUS(WS-TD-IX) TO TI-STATUS
               MOVE TD-VARSLET(WS-TD-IX) TO TI-VARSLET-DATO
               MOVE TD-AFSLUTTET(WS-TD-IX) TO TI-AFSLUTTET-DATO
               WRITE register-record
           END-PERFORM
           CLOSE register-file-1.

       SKRIV-POSTERINGER.
           OPEN EXTEND post-file-1
           IF POST-FILE-1-STATUS = "35"
               OPEN OUTPUT post-file-1
           END-IF
           IF POST-FILE-1-STATUS NOT = "00"
               DISPLAY "TIDSINDSKUD: cannot open posting "
                   "transaction file, status " POST-FILE-1-STATUS
                   " - registret er opdateret, posteringerne mangler"
               CLOSE rapport-file-1
               MOVE 20 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF
           PERFORM VARYING WS-PB-IX FROM 1 BY 1
                   UNTIL WS-PB-IX > WS-PB-COUNT
               MOVE SPACES TO post-record
               MOVE PB-KUNDEID(WS-PB-IX) TO POST-KUNDEID IN post-record
               MOVE PB-KONTO(WS-PB-IX)
                   TO POST-KONTONUMMER IN post-record
               MOVE PB-DATO(WS-PB-IX) TO POST-DATO IN post-record
               MOVE PB-DATO(WS-PB-IX) TO POST-VALOER-DATO IN post-record
               MOVE PB-BELOEB(WS-PB-IX) TO POST-BELOEB IN post-record
               MOVE PB-DK(WS-PB-IX) TO POST-DK IN post-record
               MOVE PB-TEKST(WS-PB-IX) TO POST-TEKST IN post-record
               MOVE PB-MODKONTO(WS-PB-IX)
                   TO POST-MODKONTO IN post-record
               MOVE PB-TYPEKODE(WS-PB-IX)
                   TO POST-TYPEKODE IN post-record
               MOVE WS-BRUGERID TO POST-BRUGERID IN post-record
               WRITE post-record
               ADD 1 TO WS-POST-COUNT
           END-PERFORM
           CLOSE post-file-1.
