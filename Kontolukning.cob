       identification division.
       program-id. KONTOLUKNING.

      *> Account closure with final settlement. Reads the branch's
      *> closure requests (KontoLukninger.txt, LUKTRANS.cpy) and
      *> closes each account in one go instead of the manual chain
      *> of interest, fee, payout and delete. An account is only
      *> closed when nothing is attached to it; every blocker found
      *> is listed on the report (KontoLukRapport.txt) and the
      *> request is refused:
      *>   - an open standing order on the account (FASTORDRE.cpy,
      *>     no end date or one on or after the closing date)
      *>   - an active repayment agreement for the owner
      *>     (AFDRAG.cpy) - also what BSEKSPORT collects through
      *>     Betalingsservice
      *>   - an open collections case for the owner (OVERTRAEK.cpy)
      *>   - active card holds on the account (RESERVATIONSOPSLAG)
      *>   - a legal hold on the owner or any co-holder of a joint
      *>     account (RETSHOLDOPSLAG)
      *>   - an account already closed, or a remaining balance with
      *>     nowhere valid to go
      *>   - a term deposit (KONTO-TYPE "T"), or an account active on
      *>     the term-deposit register (TIDSINDSKUD.cpy, status "A")
      *>     - TIDSINDSKUD settles it at maturity or on a break
      *>   - a confirmed account-takeover case on the account
      *>     (SVINDELSAG.cpy, status "B"), which KONTOPOSTERING
      *>     would reject the payout on with P018
      *>   - a payout the product rules of the account's KONTO-TYPE
      *>     do not allow (PRODREGEL.cpy): a transfer type the
      *>     product does not take (P014), a lock by the owner's age
      *>     or by date (P015), or no open withdrawal notice on
      *>     HaeveVarsler.txt given early enough and covering the
      *>     amount (P016); KONTOPOSTERING uses the notice when it
      *>     books the payout
      *> All of these are checked before anything is written, so a
      *> refused request leaves the account as it was.
      *> The closing date is the run's booking date (today, or the
      *> first day of the next open month under PERIODE_POLITIK
      *> "OMDATER", as GEBYRKOERSEL does). Final interest on the
      *> balance is accrued at the RENTESATS.cpy rate from the
      *> first day of the quarter - the quarter-end accrual covers
      *> everything before it - to the closing date, and the
      *> closing fee is fee code LUKN in the account's currency on
      *> the fee schedule (GEBYRSATS.cpy; no LUKN line, no fee).
      *> Interest, fee and the transfer of what is left - OVF to our
      *> own account, EKST to another bank - are written to the
      *> posting file for KONTOPOSTERING, all dated the closing
      *> date. A balance that would end below zero is refused; the
      *> customer settles it first. The account is then marked
      *> closed (KONTO-STATUS "L", KONTO-LUKKET-DATO) - never
      *> deleted - so KONTOPOSTERING books these postings and
      *> refuses anything dated later. Each closed account puts the
      *> owner on the closing-letter extract (LukkeBrevUdtraek.txt,
      *> KUNDER.cpy with the amount paid out as Balance and the
      *> closed account as KontoNummer) for BREVFLET with the
      *> template LukkeBrev.txt. The transfer is stamped with the
      *> operator (OPERATOR_ID, BATCH if none).

       environment division.
       input-output section.
       file-control.
           select trans-file-1 assign to dynamic WS-TRANS-FILENAME
               organization is line sequential
               file status is TRANS-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select ordre-file-1 assign to dynamic WS-ORDRE-FILENAME
               organization is line sequential
               file status is ORDRE-FILE-1-STATUS.
           select aftale-file-1 assign to dynamic WS-AFTALE-FILENAME
               organization is line sequential
               file status is AFTALE-FILE-1-STATUS.
           select sag-file-1 assign to dynamic WS-SAG-FILENAME
               organization is line sequential
               file status is SAG-FILE-1-STATUS.
           select rente-file-1 assign to dynamic WS-RENTE-FILENAME
               organization is line sequential
               file status is RENTE-FILE-1-STATUS.
           select gebyr-file-1 assign to dynamic WS-GEBYR-FILENAME
               organization is line sequential
               file status is GEBYR-FILE-1-STATUS.
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
           select tids-file-1 assign to dynamic WS-TIDS-FILENAME
               organization is line sequential
               file status is TIDS-FILE-1-STATUS.
           select svindel-file-1 assign to dynamic
                   WS-SVINDEL-FILENAME
               organization is line sequential
               file status is SVINDEL-FILE-1-STATUS.
           select prodregel-file-1 assign to dynamic
                   WS-PRODREGEL-FILENAME
               organization is line sequential
               file status is PRODREGEL-FILE-1-STATUS.
           select haevvarsel-file-1 assign to dynamic
                   WS-HAEVVARSEL-FILENAME
               organization is line sequential
               file status is HAEVVARSEL-FILE-1-STATUS.

       data division.
       file section.
       fd  trans-file-1.
       01  trans-record.
           copy "LUKTRANS.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  ordre-file-1.
       01  ordre-record.
           copy "FASTORDRE.cpy".
       fd  aftale-file-1.
       01  aftale-record.
           copy "AFDRAG.cpy".
       fd  sag-file-1.
       01  sag-record.
           copy "OVERTRAEK.cpy".
       fd  rente-file-1.
       01  rente-record.
           copy "RENTESATS.cpy".
       fd  gebyr-file-1.
       01  gebyr-record.
           copy "GEBYRSATS.cpy".
       fd  post-file-1.
       01  post-record.
           copy "POSTTRANS.cpy".
       fd  rapport-file-1.
       01  rapport-record          PIC X(120).
       fd  brev-file-1.
       01  brev-record.
           copy "KUNDER.cpy".
       fd  tids-file-1.
       01  tids-record.
           copy "TIDSINDSKUD.cpy".
       fd  svindel-file-1.
       01  svindel-record.
           copy "SVINDELSAG.cpy".
       fd  prodregel-file-1.
       01  prodregel-record.
           copy "PRODREGEL.cpy".
       fd  haevvarsel-file-1.
       01  haevvarsel-record.
           copy "HAEVVARSEL.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KONTOLUKNING".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-TRANS            PIC X VALUE "N".
       01  END-OF-LISTE            PIC X VALUE "N".
       01  TRANS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  ORDRE-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  AFTALE-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  SAG-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  RENTE-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  GEBYR-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  POST-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  BREV-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  TIDS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  SVINDEL-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  PRODREGEL-FILE-1-STATUS PIC X(2) VALUE "00".
       01  HAEVVARSEL-FILE-1-STATUS PIC X(2) VALUE "00".

       01  WS-TRANS-FILENAME       PIC X(100)
                                    VALUE "KontoLukninger.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-ORDRE-FILENAME       PIC X(100)
                                    VALUE "FasteOrdrer.txt".
       01  WS-AFTALE-FILENAME      PIC X(100)
                                    VALUE "Afdragsaftaler.txt".
       01  WS-SAG-FILENAME         PIC X(100)
                                    VALUE "Overtraekssager.txt".
       01  WS-RENTE-FILENAME       PIC X(100)
                                    VALUE "Rentesatser.txt".
       01  WS-GEBYR-FILENAME       PIC X(100)
                                    VALUE "Gebyrsatser.txt".
       01  WS-POST-FILENAME        PIC X(100)
                                    VALUE "PosteringsTrans.txt".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "KontoLukRapport.txt".
       01  WS-BREV-FILENAME        PIC X(100)
                                    VALUE "LukkeBrevUdtraek.txt".
       01  WS-TIDS-FILENAME        PIC X(100)
                                    VALUE "Tidsindskud.txt".
       01  WS-SVINDEL-FILENAME     PIC X(100)
                                    VALUE "Svindelsager.txt".
       01  WS-PRODREGEL-FILENAME   PIC X(100)
                                    VALUE "Produktregler.txt".
       01  WS-HAEVVARSEL-FILENAME  PIC X(100)
                                    VALUE "HaeveVarsler.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-BRUGERID             PIC X(8) VALUE SPACES.

      *> Booking date: today, unless today's accounting month is
      *> closed and PERIODE_POLITIK moves the postings on. It is
      *> the closing date of every account closed in the run.
       01  WS-BOGF-DATO            PIC 9(8) VALUE ZEROS.
       01  WS-PERIODE-POLITIK      PIC X(7) VALUE "AFVIS".
       01  WS-PERIODE-AABEN        PIC X VALUE "Y".

      *> Final-interest window: first day of the closing date's
      *> quarter up to the closing date.
       01  WS-KV-AAR               PIC 9(4) VALUE ZEROS.
       01  WS-KV-MD                PIC 9(2) VALUE ZEROS.
       01  WS-KV                   PIC 9(1) VALUE ZEROS.
       01  WS-KV-START             PIC 9(8) VALUE ZEROS.
       01  WS-RENTE-DAGE           PIC 9(3) VALUE 0.

      *> Blocker tables, loaded once per run.
       01  WS-MAX-LISTE            PIC 9(5) VALUE 2000.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-ORDRE-COUNT          PIC 9(5) VALUE 0.
       01  WS-OR-IX                PIC 9(5) VALUE 0.
       01  ORDRE-TABEL.
           02  ORDRE-ENTRY OCCURS 2000 TIMES.
               03  OT-KONTONUMMER  pic x(20).
               03  OT-SLUT         pic 9(8).
               03  OT-TEKST        pic x(20).
       01  WS-AFTALE-COUNT         PIC 9(5) VALUE 0.
       01  WS-AF-IX                PIC 9(5) VALUE 0.
       01  AFTALE-TABEL.
           02  AFTALE-ENTRY OCCURS 2000 TIMES.
               03  AT-KUNDEID      pic x(10).
       01  WS-SAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-SG-IX                PIC 9(5) VALUE 0.
       01  SAG-TABEL.
           02  SAG-ENTRY OCCURS 2000 TIMES.
               03  ST-KUNDEID      pic x(10).
               03  ST-TRIN         pic x(1).
       01  WS-TIDS-COUNT           PIC 9(5) VALUE 0.
       01  WS-TB-IX                PIC 9(5) VALUE 0.
       01  TIDS-TABEL.
           02  TIDS-ENTRY OCCURS 2000 TIMES.
               03  TB-KONTO        pic x(20).
               03  TB-FORFALD      pic 9(8).
       01  WS-SPAERRET-COUNT       PIC 9(5) VALUE 0.
       01  WS-SP-IX                PIC 9(5) VALUE 0.
       01  SPAERRET-TABEL.
           02  SPAERRET-ENTRY OCCURS 2000 TIMES.
               03  SP-KONTO        pic x(20).
               03  SP-SAGSNR       pic x(15).

      *> Product rules per KONTO-TYPE and the open withdrawal
      *> notices; without the rule table on disk no product rule is
      *> checked, as in KONTOPOSTERING.
       01  WS-MAX-REGLER           PIC 9(2) VALUE 20.
       01  WS-REGEL-COUNT          PIC 9(2) VALUE 0.
       01  WS-RG-IX                PIC 9(2) VALUE 0.
       01  WS-RG-TYPE-IX           PIC 9(2) VALUE 0.
       01  WS-REGEL-FUNDET         PIC X VALUE "N".
       01  REGEL-TABEL.
           02  REGEL-ENTRY OCCURS 20 TIMES.
               03  RG-TYPE         pic x(1).
               03  RG-DEBET-TYPER  pic x(40).
               03  RG-DEBET-LISTE REDEFINES RG-DEBET-TYPER.
                   04  RG-DEBET-TYPE pic x(4) OCCURS 10 TIMES.
               03  RG-LAAS-ALDER   pic 9(2).
               03  RG-LAAS-DATO    pic 9(8).
               03  RG-VARSEL-DAGE  pic 9(3).
       01  WS-HV-COUNT             PIC 9(5) VALUE 0.
       01  WS-HV-IX                PIC 9(5) VALUE 0.
       01  VARSEL-TABEL.
           02  VARSEL-ENTRY OCCURS 2000 TIMES.
               03  HT-KONTO        pic x(20).
               03  HT-VARSLET      pic 9(8).
               03  HT-BELOEB       pic 9(7)v99.
       01  WS-PRODUKT-OK           PIC X VALUE "Y".
       01  WS-UDBET-TYPE           PIC X(4) VALUE SPACES.
       01  WS-EJER-ALDER           PIC 9(4) VALUE 0.
       01  WS-VARSEL-INT           PIC S9(9) VALUE 0.
       01  WS-VARSEL-SENEST        PIC 9(8) VALUE ZEROS.

       01  WS-MAX-SATS             PIC 9(3) VALUE 50.
       01  WS-RENTE-COUNT          PIC 9(3) VALUE 0.
       01  WS-RS-IX                PIC 9(3) VALUE 0.
       01  RENTE-TABEL.
           02  RENTE-ENTRY OCCURS 50 TIMES.
               03  RS-KODE         pic x(3).
               03  RS-INDLAAN      pic 9(2)v9(4).
               03  RS-UDLAAN       pic 9(2)v9(4).
       01  WS-GEBYR-COUNT          PIC 9(3) VALUE 0.
       01  WS-GB-IX                PIC 9(3) VALUE 0.
       01  GEBYR-TABEL.
           02  GEBYR-ENTRY OCCURS 50 TIMES.
               03  GS-VALUTA       pic x(3).
               03  GS-BELOEB       pic 9(5)v99.
               03  GS-TEKST        pic x(20).

      *> The request being settled.
       01  WS-BLOKERET             PIC X VALUE "N".
       01  WS-FEJL-TEKST           PIC X(60) VALUE SPACES.
       01  WS-RAPPORT-LINJE        PIC X(120) VALUE SPACES.
       01  WS-MASTER-FOUND         PIC X VALUE "N".
       01  WS-MODKONTO-OK          PIC X VALUE "N".
       01  WS-IBAN-GYLDIG          PIC X VALUE "N".
       01  WS-KONTO-GEM            PIC X(60) VALUE SPACES.
       01  WS-LUK-KONTO            PIC X(20) VALUE SPACES.
       01  WS-LUK-KUNDEID          PIC X(10) VALUE SPACES.
       01  WS-LUK-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-LUK-TYPE             PIC X(1) VALUE SPACES.
       01  WS-LUK-SALDO            PIC S9(7)V99 VALUE ZEROS.
       01  WS-RENTE-SATS           PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-RENTE-BELOEB         PIC S9(7)V99 VALUE ZEROS.
       01  WS-GEBYR-BELOEB         PIC 9(5)V99 VALUE ZEROS.
       01  WS-GEBYR-TEKST          PIC X(20) VALUE SPACES.
       01  WS-REST-BELOEB          PIC S9(9)V99 VALUE ZEROS.

       01  WS-RESV-AKTIV           PIC X VALUE "N".
       01  WS-RESV-ANTAL           PIC 9(5) VALUE 0.
       01  WS-RESV-BELOEB          PIC 9(9)V99 VALUE ZEROS.

       01  WS-HOLD-KUNDEID         PIC X(10) VALUE SPACES.
       01  WS-HOLD                 PIC X(1) VALUE "N".
       01  WS-HOLD-AARSAG          PIC X(1) VALUE SPACES.
       01  WS-HOLD-TEKST           PIC X(30) VALUE SPACES.
       01  WS-HOLD-REVIEW          PIC 9(8) VALUE ZEROS.

       01  WS-KH-KONTO             PIC X(20) VALUE SPACES.
       01  WS-KH-NR                PIC 9(2) VALUE 0.
       01  WS-KH-ANTAL             PIC 9(2) VALUE 0.
       01  WS-KH-ANDEL-SUM         PIC 9(5)V99 VALUE ZEROS.
       01  WS-KH-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-KH-ROLLE             PIC X(1) VALUE SPACES.
       01  WS-KH-ANDEL             PIC 9(3)V99 VALUE ZEROS.

       01  WS-TRANS-COUNT          PIC 9(7) VALUE 0.
       01  WS-LUKKET-COUNT         PIC 9(7) VALUE 0.
       01  WS-AFVIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-POST-COUNT           PIC 9(7) VALUE 0.
       01  WS-UDBETALT-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-2        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOEB-EDIT-3        PIC -ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-TRANS-FILENAME
                   FROM ENVIRONMENT "KONTOLUK_TRANS_FIL"
               ON EXCEPTION
                   MOVE "KontoLukninger.txt" TO WS-TRANS-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-ORDRE-FILENAME FROM ENVIRONMENT "FASTORDRE_FIL"
               ON EXCEPTION
                   MOVE "FasteOrdrer.txt" TO WS-ORDRE-FILENAME
           END-ACCEPT

           ACCEPT WS-AFTALE-FILENAME FROM ENVIRONMENT "AFDRAG_FIL"
               ON EXCEPTION
                   MOVE "Afdragsaftaler.txt" TO WS-AFTALE-FILENAME
           END-ACCEPT

           ACCEPT WS-SAG-FILENAME FROM ENVIRONMENT "OVERTRAEK_SAG_FIL"
               ON EXCEPTION
                   MOVE "Overtraekssager.txt" TO WS-SAG-FILENAME
           END-ACCEPT

           ACCEPT WS-RENTE-FILENAME FROM ENVIRONMENT "RENTESATS_FIL"
               ON EXCEPTION
                   MOVE "Rentesatser.txt" TO WS-RENTE-FILENAME
           END-ACCEPT

           ACCEPT WS-GEBYR-FILENAME FROM ENVIRONMENT "GEBYRSATS_FIL"
               ON EXCEPTION
                   MOVE "Gebyrsatser.txt" TO WS-GEBYR-FILENAME
           END-ACCEPT

           ACCEPT WS-POST-FILENAME FROM ENVIRONMENT "POSTERING_FIL"
               ON EXCEPTION
                   MOVE "PosteringsTrans.txt" TO WS-POST-FILENAME
           END-ACCEPT

           ACCEPT WS-RAPPORT-FILENAME
                   FROM ENVIRONMENT "KONTOLUK_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "KontoLukRapport.txt" TO WS-RAPPORT-FILENAME
           END-ACCEPT

           ACCEPT WS-BREV-FILENAME
                   FROM ENVIRONMENT "KONTOLUK_BREV_UDTRAEK"
               ON EXCEPTION
                   MOVE "LukkeBrevUdtraek.txt" TO WS-BREV-FILENAME
           END-ACCEPT

           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CHECK-PERIODE
           PERFORM BESTEM-RENTEVINDUE

           PERFORM LOAD-FASTE-ORDRER
           PERFORM LOAD-AFDRAGSAFTALER
           PERFORM LOAD-OVERTRAEKSSAGER
           PERFORM LOAD-RENTESATSER
           PERFORM LOAD-LUKKEGEBYRER
           PERFORM LOAD-TIDSINDSKUD
           PERFORM LOAD-SPAERREDE-KONTI
           PERFORM LOAD-PRODUKTREGLER

      *> A blocker list cut short could let an account with an
      *> order or agreement still attached through, so nothing is
      *> closed at all.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "KONTOLUKNING: flere ordrer, aftaler, sager, "
                   "tidsindskud, spaerringer eller varsler end "
                   "tabellerne kan rumme - koerslen afbrydes, intet "
                   "lukket"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-FILES

           PERFORM UNTIL END-OF-TRANS = "Y"
               READ trans-file-1 INTO trans-record
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM BEHANDL-ONE-LUKNING
               END-READ
           END-PERFORM

           CLOSE trans-file-1
           CLOSE master-file-1
           CLOSE konto-file-1
           CLOSE post-file-1
           CLOSE rapport-file-1
           CLOSE brev-file-1

           MOVE WS-UDBETALT-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "=========================================="
           DISPLAY "KONTOLUKNING - kontolukning " WS-BOGF-DATO
           DISPLAY "Anmodninger laest  : " WS-TRANS-COUNT
           DISPLAY "Konti lukket       : " WS-LUKKET-COUNT
           DISPLAY "Afvist             : " WS-AFVIST-COUNT
           DISPLAY "Posteringer skrevet: " WS-POST-COUNT
           DISPLAY "Udbetalt i alt     : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           MOVE WS-TRANS-COUNT TO WS-KLOG-LAEST
           MOVE WS-LUKKET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-AFVIST-COUNT TO WS-KLOG-AFVIST
           MOVE WS-UDBETALT-TOTAL TO WS-KLOG-SALDO
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
      *> refuses the run with nothing closed, "OMDATER" closes on
      *> the first day of the next open month.
       CHECK-PERIODE.
           ACCEPT WS-PERIODE-POLITIK FROM ENVIRONMENT "PERIODE_POLITIK"
               ON EXCEPTION
                   MOVE "AFVIS" TO WS-PERIODE-POLITIK
           END-ACCEPT
           CALL "PERIODETJEK" USING WS-TODAY WS-PERIODE-AABEN
               WS-BOGF-DATO
           IF WS-PERIODE-AABEN = "N"
               IF WS-PERIODE-POLITIK = "OMDATER"
                   DISPLAY "KONTOLUKNING: " WS-TODAY
                       " ligger i en lukket periode - lukningerne "
                       "dateres " WS-BOGF-DATO
               ELSE
                   DISPLAY "KONTOLUKNING: " WS-TODAY
                       " ligger i en lukket periode - koerslen "
                       "afvises, intet lukket"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       BESTEM-RENTEVINDUE.
           MOVE WS-BOGF-DATO(1:4) TO WS-KV-AAR
           MOVE WS-BOGF-DATO(5:2) TO WS-KV-MD
           COMPUTE WS-KV = (WS-KV-MD - 1) / 3
           COMPUTE WS-KV-MD = WS-KV * 3 + 1
           COMPUTE WS-KV-START =
               WS-KV-AAR * 10000 + WS-KV-MD * 100 + 1
           COMPUTE WS-RENTE-DAGE =
               FUNCTION INTEGER-OF-DATE(WS-BOGF-DATO)
               - FUNCTION INTEGER-OF-DATE(WS-KV-START).

       LOAD-FASTE-ORDRER.
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT ordre-file-1
           IF ORDRE-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: no standing-order file on "
                   "disk, status " ORDRE-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ ordre-file-1 INTO ordre-record
                       AT END
                           MOVE "Y" TO END-OF-LISTE
                       NOT AT END
                           IF WS-ORDRE-COUNT < WS-MAX-LISTE
                               ADD 1 TO WS-ORDRE-COUNT
                               MOVE FO-KONTONUMMER
                                   TO OT-KONTONUMMER(WS-ORDRE-COUNT)
                               MOVE FO-SLUT-DATO
                                   TO OT-SLUT(WS-ORDRE-COUNT)
                               MOVE FO-TEKST
                                   TO OT-TEKST(WS-ORDRE-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ordre-file-1
           END-IF.

       LOAD-AFDRAGSAFTALER.
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT aftale-file-1
           IF AFTALE-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: no repayment-agreement file on "
                   "disk, status " AFTALE-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ aftale-file-1 INTO aftale-record
                       AT END
                           MOVE "Y" TO END-OF-LISTE
                       NOT AT END
                           IF AFT-STATUS = "A"
                               IF WS-AFTALE-COUNT < WS-MAX-LISTE
                                   ADD 1 TO WS-AFTALE-COUNT
                                   MOVE AFT-KUNDEID
                                       TO AT-KUNDEID(WS-AFTALE-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-TABEL-OVERLOEB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE aftale-file-1
           END-IF.

       LOAD-OVERTRAEKSSAGER.
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT sag-file-1
           IF SAG-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: no collections-case file on "
                   "disk, status " SAG-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ sag-file-1 INTO sag-record
                       AT END
                           MOVE "Y" TO END-OF-LISTE
                       NOT AT END
                           IF WS-SAG-COUNT < WS-MAX-LISTE
                               ADD 1 TO WS-SAG-COUNT
                               MOVE SAG-KUNDEID
                                   TO ST-KUNDEID(WS-SAG-COUNT)
                               MOVE SAG-TRIN TO ST-TRIN(WS-SAG-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE sag-file-1
           END-IF.

       LOAD-RENTESATSER.
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT rente-file-1
           IF RENTE-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: no interest-rate table on "
                   "disk - no final interest, status "
                   RENTE-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ rente-file-1 INTO rente-record
                       AT END
                           MOVE "Y" TO END-OF-LISTE
                       NOT AT END
                           IF WS-RENTE-COUNT < WS-MAX-SATS
                               ADD 1 TO WS-RENTE-COUNT
                               MOVE RENTE-KODE
                                   TO RS-KODE(WS-RENTE-COUNT)
                               MOVE RENTE-INDLAAN
                                   TO RS-INDLAAN(WS-RENTE-COUNT)
                               MOVE RENTE-UDLAAN
                                   TO RS-UDLAAN(WS-RENTE-COUNT)
                           ELSE
                               DISPLAY "KONTOLUKNING: rate table "
                                   "full, skipping " RENTE-KODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE rente-file-1
           END-IF.

       LOAD-LUKKEGEBYRER.
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT gebyr-file-1
           IF GEBYR-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: no fee schedule on disk - no "
                   "closing fee, status " GEBYR-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ gebyr-file-1 INTO gebyr-record
                       AT END
                           MOVE "Y" TO END-OF-LISTE
                       NOT AT END
                           IF GEBYR-KODE = "LUKN"
                               PERFORM NOTER-LUKKEGEBYR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gebyr-file-1
           END-IF.

       NOTER-LUKKEGEBYR.
           IF WS-GEBYR-COUNT < WS-MAX-SATS
               ADD 1 TO WS-GEBYR-COUNT
               MOVE GEBYR-VALUTA TO GS-VALUTA(WS-GEBYR-COUNT)
               MOVE GEBYR-BELOEB TO GS-BELOEB(WS-GEBYR-COUNT)
               MOVE GEBYR-TEKST TO GS-TEKST(WS-GEBYR-COUNT)
           ELSE
               DISPLAY "KONTOLUKNING: fee table full, skipping LUKN "
                   GEBYR-VALUTA
           END-IF.

      *> Only an active deposit blocks; a settled or broken one is
      *> an ordinary account again.
       LOAD-TIDSINDSKUD.
           ACCEPT WS-TIDS-FILENAME FROM ENVIRONMENT "TIDSINDSKUD_FIL"
               ON EXCEPTION
                   MOVE "Tidsindskud.txt" TO WS-TIDS-FILENAME
           END-ACCEPT
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT tids-file-1
           IF TIDS-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ tids-file-1
                       AT END
                           MOVE "Y" TO END-OF-LISTE
                       NOT AT END
                           IF TI-STATUS = "A"
                               PERFORM NOTER-TIDSINDSKUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE tids-file-1
           END-IF.

       NOTER-TIDSINDSKUD.
           IF WS-TIDS-COUNT < WS-MAX-LISTE
               ADD 1 TO WS-TIDS-COUNT
               MOVE TI-KONTONUMMER TO TB-KONTO(WS-TIDS-COUNT)
               MOVE TI-FORFALDSDATO TO TB-FORFALD(WS-TIDS-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *> Only the block of a confirmed case counts.
       LOAD-SPAERREDE-KONTI.
           ACCEPT WS-SVINDEL-FILENAME
                   FROM ENVIRONMENT "SVINDEL_SAGS_FIL"
               ON EXCEPTION
                   MOVE "Svindelsager.txt" TO WS-SVINDEL-FILENAME
           END-ACCEPT
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT svindel-file-1
           IF SVINDEL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ svindel-file-1
                       AT END
                           MOVE "Y" TO END-OF-LISTE
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
           IF WS-SPAERRET-COUNT < WS-MAX-LISTE
               ADD 1 TO WS-SPAERRET-COUNT
               MOVE SV-KONTONUMMER TO SP-KONTO(WS-SPAERRET-COUNT)
               MOVE SV-SAGSNR TO SP-SAGSNR(WS-SPAERRET-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *> The product rules, and the open withdrawal notices when
      *> there are rules.
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
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT prodregel-file-1
           IF PRODREGEL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ prodregel-file-1
                       AT END
                           MOVE "Y" TO END-OF-LISTE
                       NOT AT END
                           PERFORM NOTER-PRODUKTREGEL
                   END-READ
               END-PERFORM
               CLOSE prodregel-file-1
           END-IF
           IF WS-REGEL-COUNT > 0
               PERFORM LOAD-HAEVEVARSLER
           END-IF.

       NOTER-PRODUKTREGEL.
           IF WS-REGEL-COUNT < WS-MAX-REGLER
               ADD 1 TO WS-REGEL-COUNT
               IF PR-LAAS-ALDER IS NOT NUMERIC
                   MOVE ZEROS TO PR-LAAS-ALDER
               END-IF
               IF PR-LAAS-DATO IS NOT NUMERIC
                   MOVE ZEROS TO PR-LAAS-DATO
               END-IF
               IF PR-VARSEL-DAGE IS NOT NUMERIC
                   MOVE ZEROS TO PR-VARSEL-DAGE
               END-IF
               MOVE PR-TYPE TO RG-TYPE(WS-REGEL-COUNT)
               MOVE PR-DEBET-TYPER TO RG-DEBET-TYPER(WS-REGEL-COUNT)
               MOVE PR-LAAS-ALDER TO RG-LAAS-ALDER(WS-REGEL-COUNT)
               MOVE PR-LAAS-DATO TO RG-LAAS-DATO(WS-REGEL-COUNT)
               MOVE PR-VARSEL-DAGE TO RG-VARSEL-DAGE(WS-REGEL-COUNT)
           ELSE
               DISPLAY "KONTOLUKNING: rule table full, skipping type "
                   PR-TYPE
           END-IF.

       LOAD-HAEVEVARSLER.
           MOVE "N" TO END-OF-LISTE
           OPEN INPUT haevvarsel-file-1
           IF HAEVVARSEL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-LISTE = "Y"
                   READ haevvarsel-file-1
                       AT END
                           MOVE "Y" TO END-OF-LISTE
                       NOT AT END
                           IF HV-BRUGT-DATO = 0
                               PERFORM NOTER-HAEVEVARSEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE haevvarsel-file-1
           END-IF.

       NOTER-HAEVEVARSEL.
           IF WS-HV-COUNT < WS-MAX-LISTE
               ADD 1 TO WS-HV-COUNT
               MOVE HV-KONTONUMMER TO HT-KONTO(WS-HV-COUNT)
               MOVE HV-VARSLET-DATO TO HT-VARSLET(WS-HV-COUNT)
               MOVE HV-BELOEB TO HT-BELOEB(WS-HV-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

       OPEN-FILES.
           OPEN INPUT trans-file-1
           IF TRANS-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: cannot open closure requests, "
                   "status " TRANS-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: cannot open master, status "
                   MASTER-FILE-1-STATUS
               CLOSE trans-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O konto-file-1
           IF KONTO-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: cannot open account master, "
                   "status " KONTO-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND post-file-1
           IF POST-FILE-1-STATUS = "35"
               OPEN OUTPUT post-file-1
           END-IF
           IF POST-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: cannot open posting "
                   "transaction file, status " POST-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               CLOSE konto-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT rapport-file-1
           OPEN OUTPUT brev-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
              OR BREV-FILE-1-STATUS NOT = "00"
               DISPLAY "KONTOLUKNING: cannot open report or letter "
                   "extract, status " RAPPORT-FILE-1-STATUS " "
                   BREV-FILE-1-STATUS
               CLOSE trans-file-1
               CLOSE master-file-1
               CLOSE konto-file-1
               CLOSE post-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Every blocker is reported, not just the first, so the
      *> branch can clear them all before the request comes back.
       BEHANDL-ONE-LUKNING.
           MOVE "N" TO WS-BLOKERET
           MOVE LT-KONTONUMMER TO WS-LUK-KONTO
           MOVE LT-KONTONUMMER TO KONTO-NUMMER IN konto-record
           READ konto-file-1
               INVALID KEY
                   MOVE "kontoen findes ikke" TO WS-FEJL-TEKST
                   PERFORM NOTER-BLOKERING
               NOT INVALID KEY
                   PERFORM TJEK-BLOKERINGER
           END-READ
           IF WS-BLOKERET = "Y"
               ADD 1 TO WS-AFVIST-COUNT
           ELSE
               PERFORM LUK-KONTO
           END-IF.

       TJEK-BLOKERINGER.
           MOVE konto-record TO WS-KONTO-GEM
           MOVE KONTO-KUNDEID IN konto-record TO WS-LUK-KUNDEID
           MOVE KONTO-VALUTAKODE IN konto-record TO WS-LUK-VALUTA
           MOVE KONTO-SALDO IN konto-record TO WS-LUK-SALDO
           MOVE KONTO-TYPE IN konto-record TO WS-LUK-TYPE
           IF WS-LUK-TYPE = "T"
               MOVE "tidsindskud - afsluttes ved brud i TIDSINDSKUD"
                   TO WS-FEJL-TEKST
               PERFORM NOTER-BLOKERING
           END-IF
           IF KONTO-STATUS IN konto-record = "L"
               MOVE SPACES TO WS-FEJL-TEKST
               STRING "kontoen er allerede lukket "
                       DELIMITED BY SIZE
                   KONTO-LUKKET-DATO IN konto-record
                       DELIMITED BY SIZE
                   INTO WS-FEJL-TEKST
               END-STRING
               PERFORM NOTER-BLOKERING
           END-IF
           PERFORM TJEK-FASTE-ORDRER
           PERFORM TJEK-AFDRAGSAFTALE
           PERFORM TJEK-OVERTRAEKSSAG
           PERFORM TJEK-RESERVATIONER
           PERFORM TJEK-RETSHOLD
           PERFORM TJEK-TIDSINDSKUD
           PERFORM TJEK-SPAERRET-KONTO
           PERFORM BEREGN-AFREGNING
           IF WS-REST-BELOEB < 0
               MOVE WS-REST-BELOEB TO WS-BELOEB-EDIT
               MOVE SPACES TO WS-FEJL-TEKST
               STRING "saldo efter afregning " DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   " - skal udlignes foerst" DELIMITED BY SIZE
                   INTO WS-FEJL-TEKST
               END-STRING
               PERFORM NOTER-BLOKERING
           END-IF
           IF WS-REST-BELOEB > 0
               PERFORM TJEK-PRODUKTREGLER
               PERFORM TJEK-MODTAGER
           END-IF.

       TJEK-FASTE-ORDRER.
           PERFORM VARYING WS-OR-IX FROM 1 BY 1
                   UNTIL WS-OR-IX > WS-ORDRE-COUNT
               IF OT-KONTONUMMER(WS-OR-IX) = WS-LUK-KONTO
                  AND (OT-SLUT(WS-OR-IX) = 0
                       OR OT-SLUT(WS-OR-IX) >= WS-BOGF-DATO)
                   MOVE SPACES TO WS-FEJL-TEKST
                   STRING "aaben fast ordre " DELIMITED BY SIZE
                       OT-TEKST(WS-OR-IX) DELIMITED BY SIZE
                       INTO WS-FEJL-TEKST
                   END-STRING
                   PERFORM NOTER-BLOKERING
               END-IF
           END-PERFORM.

       TJEK-AFDRAGSAFTALE.
           PERFORM VARYING WS-AF-IX FROM 1 BY 1
                   UNTIL WS-AF-IX > WS-AFTALE-COUNT
               IF AT-KUNDEID(WS-AF-IX) = WS-LUK-KUNDEID
                   MOVE "aktiv afdragsaftale (Betalingsservice)"
                       TO WS-FEJL-TEKST
                   PERFORM NOTER-BLOKERING
               END-IF
           END-PERFORM.

       TJEK-OVERTRAEKSSAG.
           PERFORM VARYING WS-SG-IX FROM 1 BY 1
                   UNTIL WS-SG-IX > WS-SAG-COUNT
               IF ST-KUNDEID(WS-SG-IX) = WS-LUK-KUNDEID
                   MOVE SPACES TO WS-FEJL-TEKST
                   STRING "aaben inkassosag, trin " DELIMITED BY SIZE
                       ST-TRIN(WS-SG-IX) DELIMITED BY SIZE
                       INTO WS-FEJL-TEKST
                   END-STRING
                   PERFORM NOTER-BLOKERING
               END-IF
           END-PERFORM.

       TJEK-RESERVATIONER.
           CALL "RESERVATIONSOPSLAG" USING WS-LUK-KONTO WS-BOGF-DATO
               WS-RESV-AKTIV WS-RESV-ANTAL WS-RESV-BELOEB
           IF WS-RESV-ANTAL > 0
               MOVE WS-RESV-BELOEB TO WS-BELOEB-EDIT
               MOVE SPACES TO WS-FEJL-TEKST
               STRING "aktive kortreservationer: " DELIMITED BY SIZE
                   WS-RESV-ANTAL DELIMITED BY SIZE
                   " paa" DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   INTO WS-FEJL-TEKST
               END-STRING
               PERFORM NOTER-BLOKERING
           END-IF.

      *> The owner and, on a joint account, every co-holder.
       TJEK-RETSHOLD.
           MOVE WS-LUK-KUNDEID TO WS-HOLD-KUNDEID
           PERFORM TJEK-EN-RETSHOLD
           MOVE WS-LUK-KONTO TO WS-KH-KONTO
           MOVE 1 TO WS-KH-NR
           CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
               WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
               WS-KH-ROLLE WS-KH-ANDEL
           PERFORM VARYING WS-KH-NR FROM 1 BY 1
                   UNTIL WS-KH-NR > WS-KH-ANTAL
               CALL "KONTOHAVEROPSLAG" USING WS-KH-KONTO WS-KH-NR
                   WS-KH-ANTAL WS-KH-ANDEL-SUM WS-KH-KUNDEID
                   WS-KH-ROLLE WS-KH-ANDEL
               IF WS-KH-KUNDEID NOT = WS-LUK-KUNDEID
                   MOVE WS-KH-KUNDEID TO WS-HOLD-KUNDEID
                   PERFORM TJEK-EN-RETSHOLD
               END-IF
           END-PERFORM.

       TJEK-EN-RETSHOLD.
           CALL "RETSHOLDOPSLAG" USING WS-HOLD-KUNDEID WS-BOGF-DATO
               WS-HOLD WS-HOLD-AARSAG WS-HOLD-TEKST WS-HOLD-REVIEW
           IF WS-HOLD = "J"
               MOVE SPACES TO WS-FEJL-TEKST
               STRING "retsligt hold paa " DELIMITED BY SIZE
                   WS-HOLD-KUNDEID DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-HOLD-TEKST DELIMITED BY SIZE
                   INTO WS-FEJL-TEKST
               END-STRING
               PERFORM NOTER-BLOKERING
           END-IF.

       TJEK-TIDSINDSKUD.
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
                   UNTIL WS-TB-IX > WS-TIDS-COUNT
               IF TB-KONTO(WS-TB-IX) = WS-LUK-KONTO
                   MOVE SPACES TO WS-FEJL-TEKST
                   STRING "aktivt tidsindskud, forfald "
                           DELIMITED BY SIZE
                       TB-FORFALD(WS-TB-IX) DELIMITED BY SIZE
                       INTO WS-FEJL-TEKST
                   END-STRING
                   PERFORM NOTER-BLOKERING
               END-IF
           END-PERFORM.

       TJEK-SPAERRET-KONTO.
           PERFORM VARYING WS-SP-IX FROM 1 BY 1
                   UNTIL WS-SP-IX > WS-SPAERRET-COUNT
               IF SP-KONTO(WS-SP-IX) = WS-LUK-KONTO
                   MOVE SPACES TO WS-FEJL-TEKST
                   STRING "spaerret - bekraeftet kontoovertagelse "
                           DELIMITED BY SIZE
                       SP-SAGSNR(WS-SP-IX) DELIMITED BY SIZE
                       INTO WS-FEJL-TEKST
                   END-STRING
                   PERFORM NOTER-BLOKERING
               END-IF
           END-PERFORM.

      *> The payout is a customer debit of type OVF or EKST on the
      *> closing date, so it must keep the rules of the account's
      *> product as KONTOPOSTERING applies them; the closing
      *> interest and fee are exempt there as well.
       TJEK-PRODUKTREGLER.
           IF WS-REGEL-COUNT > 0
               IF LT-MODKONTO NOT = SPACES
                   MOVE "OVF" TO WS-UDBET-TYPE
               ELSE
                   MOVE "EKST" TO WS-UDBET-TYPE
               END-IF
               PERFORM FIND-PRODUKTREGEL
               IF WS-REGEL-FUNDET = "Y"
                   PERFORM TJEK-REGEL-TYPE
                   PERFORM TJEK-REGEL-LAAS
                   PERFORM TJEK-REGEL-VARSEL
               END-IF
           END-IF.

       FIND-PRODUKTREGEL.
           MOVE "N" TO WS-REGEL-FUNDET
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-REGEL-COUNT
                      OR WS-REGEL-FUNDET = "Y"
               IF RG-TYPE(WS-RG-IX) = WS-LUK-TYPE
                   MOVE "Y" TO WS-REGEL-FUNDET
               END-IF
           END-PERFORM
           IF WS-REGEL-FUNDET = "Y"
               SUBTRACT 1 FROM WS-RG-IX
           END-IF.

       TJEK-REGEL-TYPE.
           IF RG-DEBET-TYPER(WS-RG-IX) NOT = SPACES
               MOVE "N" TO WS-PRODUKT-OK
               PERFORM VARYING WS-RG-TYPE-IX FROM 1 BY 1
                       UNTIL WS-RG-TYPE-IX > 10
                          OR WS-PRODUKT-OK = "Y"
                   IF RG-DEBET-TYPE(WS-RG-IX, WS-RG-TYPE-IX)
                           = WS-UDBET-TYPE
                       MOVE "Y" TO WS-PRODUKT-OK
                   END-IF
               END-PERFORM
               IF WS-PRODUKT-OK = "N"
                   MOVE SPACES TO WS-FEJL-TEKST
                   STRING "produktet tillader ikke udbetaling som "
                           DELIMITED BY SIZE
                       WS-UDBET-TYPE DELIMITED BY SPACE
                       " (P014)" DELIMITED BY SIZE
                       INTO WS-FEJL-TEKST
                   END-STRING
                   PERFORM NOTER-BLOKERING
               END-IF
           END-IF.

      *> An owner without a birth date counts as under age, as in
      *> KONTOPOSTERING.
       TJEK-REGEL-LAAS.
           MOVE "Y" TO WS-PRODUKT-OK
           IF RG-LAAS-DATO(WS-RG-IX) NOT = 0
              AND WS-BOGF-DATO < RG-LAAS-DATO(WS-RG-IX)
               MOVE "N" TO WS-PRODUKT-OK
           ELSE
           IF RG-LAAS-ALDER(WS-RG-IX) NOT = 0
               MOVE WS-LUK-KUNDEID TO KundeID IN master-record
               READ master-file-1
                   KEY IS KundeID IN master-record
                   INVALID KEY
                       MOVE ZEROS TO DATE-OF-BIRTH IN master-record
               END-READ
               IF DATE-OF-BIRTH IN master-record IS NOT NUMERIC
                  OR DATE-OF-BIRTH IN master-record = 0
                  OR DATE-OF-BIRTH IN master-record > WS-BOGF-DATO
                   MOVE "N" TO WS-PRODUKT-OK
               ELSE
                   COMPUTE WS-EJER-ALDER = (WS-BOGF-DATO
                       - DATE-OF-BIRTH IN master-record) / 10000
                   IF WS-EJER-ALDER < RG-LAAS-ALDER(WS-RG-IX)
                       MOVE "N" TO WS-PRODUKT-OK
                   END-IF
               END-IF
           END-IF
           END-IF
           IF WS-PRODUKT-OK = "N"
               MOVE "kontoen er laast efter produktets regler (P015)"
                   TO WS-FEJL-TEKST
               PERFORM NOTER-BLOKERING
           END-IF.

       TJEK-REGEL-VARSEL.
           IF RG-VARSEL-DAGE(WS-RG-IX) NOT = 0
               MOVE "N" TO WS-PRODUKT-OK
               COMPUTE WS-VARSEL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BOGF-DATO)
                   - RG-VARSEL-DAGE(WS-RG-IX)
               COMPUTE WS-VARSEL-SENEST =
                   FUNCTION DATE-OF-INTEGER(WS-VARSEL-INT)
               PERFORM VARYING WS-HV-IX FROM 1 BY 1
                       UNTIL WS-HV-IX > WS-HV-COUNT
                          OR WS-PRODUKT-OK = "Y"
                   IF HT-KONTO(WS-HV-IX) = WS-LUK-KONTO
                      AND HT-VARSLET(WS-HV-IX) <= WS-VARSEL-SENEST
                      AND HT-BELOEB(WS-HV-IX) >= WS-REST-BELOEB
                       MOVE "Y" TO WS-PRODUKT-OK
                   END-IF
               END-PERFORM
               IF WS-PRODUKT-OK = "N"
                   MOVE "intet haevevarsel daekker udbetalingen (P016)"
                       TO WS-FEJL-TEKST
                   PERFORM NOTER-BLOKERING
               END-IF
           END-IF.

      *> Final interest on the balance for the days of the quarter
      *> up to the closing date, less the closing fee.
       BEREGN-AFREGNING.
           MOVE ZEROS TO WS-RENTE-SATS
           PERFORM VARYING WS-RS-IX FROM 1 BY 1
                   UNTIL WS-RS-IX > WS-RENTE-COUNT
               IF RS-KODE(WS-RS-IX) = WS-LUK-VALUTA
                   IF WS-LUK-SALDO > 0
                       MOVE RS-INDLAAN(WS-RS-IX) TO WS-RENTE-SATS
                   ELSE
                       MOVE RS-UDLAAN(WS-RS-IX) TO WS-RENTE-SATS
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-RENTE-BELOEB ROUNDED = WS-LUK-SALDO
               * WS-RENTE-SATS / 100 * WS-RENTE-DAGE / 365

           MOVE ZEROS TO WS-GEBYR-BELOEB
           MOVE SPACES TO WS-GEBYR-TEKST
           PERFORM VARYING WS-GB-IX FROM 1 BY 1
                   UNTIL WS-GB-IX > WS-GEBYR-COUNT
               IF GS-VALUTA(WS-GB-IX) = WS-LUK-VALUTA
                   MOVE GS-BELOEB(WS-GB-IX) TO WS-GEBYR-BELOEB
                   MOVE GS-TEKST(WS-GB-IX) TO WS-GEBYR-TEKST
               END-IF
           END-PERFORM

           COMPUTE WS-REST-BELOEB = WS-LUK-SALDO + WS-RENTE-BELOEB
               - WS-GEBYR-BELOEB.

      *> Our own account must be open, in the same currency and not
      *> the account being closed; another bank's account must be
      *> an IBAN passing the mod-97 check, with the holder's name.
       TJEK-MODTAGER.
           MOVE "N" TO WS-MODKONTO-OK
           IF LT-MODKONTO NOT = SPACES
               IF LT-MODKONTO = WS-LUK-KONTO
                   MOVE "modkonto er kontoen der lukkes"
                       TO WS-FEJL-TEKST
               ELSE
                   PERFORM TJEK-EGEN-MODKONTO
               END-IF
           ELSE
           IF LT-MODT-IBAN NOT = SPACES
               CALL "IBANTJEK" USING LT-MODT-IBAN WS-IBAN-GYLDIG
               IF WS-IBAN-GYLDIG = "N"
                   MOVE "modtager-IBAN ugyldig" TO WS-FEJL-TEKST
               ELSE
               IF LT-MODT-NAVN = SPACES
                   MOVE "modtagers navn mangler" TO WS-FEJL-TEKST
               ELSE
                   MOVE "Y" TO WS-MODKONTO-OK
               END-IF
               END-IF
           ELSE
               MOVE "ingen modtagerkonto til restsaldoen"
                   TO WS-FEJL-TEKST
           END-IF
           END-IF
           IF WS-MODKONTO-OK = "N"
               PERFORM NOTER-BLOKERING
           END-IF.

       TJEK-EGEN-MODKONTO.
           MOVE LT-MODKONTO TO KONTO-NUMMER IN konto-record
           READ konto-file-1
               INVALID KEY
                   PERFORM TJEK-MODKONTO-PAA-MASTER
               NOT INVALID KEY
                   IF KONTO-STATUS IN konto-record = "L"
                       MOVE "modkontoen er lukket" TO WS-FEJL-TEKST
                   ELSE
                   IF KONTO-VALUTAKODE IN konto-record
                           NOT = WS-LUK-VALUTA
                       MOVE "modkonto i anden valuta"
                           TO WS-FEJL-TEKST
                   ELSE
                       MOVE "Y" TO WS-MODKONTO-OK
                   END-IF
                   END-IF
           END-READ.

       TJEK-MODKONTO-PAA-MASTER.
           MOVE LT-MODKONTO TO KontoNummer IN master-record
           READ master-file-1
               KEY IS KontoNummer IN master-record
               INVALID KEY
                   MOVE "modkontoen findes ikke" TO WS-FEJL-TEKST
               NOT INVALID KEY
                   IF SLETTET-MARKERING IN master-record = "J"
                       MOVE "modkontoens kunde er slettet"
                           TO WS-FEJL-TEKST
                   ELSE
                   IF Valutakode IN master-record NOT = WS-LUK-VALUTA
                       MOVE "modkonto i anden valuta"
                           TO WS-FEJL-TEKST
                   ELSE
                       MOVE "Y" TO WS-MODKONTO-OK
                   END-IF
                   END-IF
           END-READ.

       NOTER-BLOKERING.
           MOVE "Y" TO WS-BLOKERET
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "AFVIST " DELIMITED BY SIZE
               WS-LUK-KONTO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEJL-TEKST DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

      *> The account is marked closed first; the settlement
      *> postings are only written once the mark is on the master.
       LUK-KONTO.
           MOVE WS-LUK-KONTO TO KONTO-NUMMER IN konto-record
           READ konto-file-1
               INVALID KEY
                   MOVE WS-KONTO-GEM TO konto-record
           END-READ
           MOVE "L" TO KONTO-STATUS IN konto-record
           MOVE WS-BOGF-DATO TO KONTO-LUKKET-DATO IN konto-record
           REWRITE konto-record
               INVALID KEY
                   DISPLAY "KONTOLUKNING: account rewrite failed "
                       "for KontoNummer " WS-LUK-KONTO ", status "
                       KONTO-FILE-1-STATUS
                   MOVE 20 TO RETURN-CODE
                   ADD 1 TO WS-AFVIST-COUNT
               NOT INVALID KEY
                   PERFORM SKRIV-AFREGNING
                   PERFORM SKRIV-LUKKEBREV
                   PERFORM SKRIV-LUKKET-LINJE
                   ADD 1 TO WS-LUKKET-COUNT
                   ADD WS-REST-BELOEB TO WS-UDBETALT-TOTAL
           END-REWRITE.

       SKRIV-AFREGNING.
           IF WS-RENTE-BELOEB NOT = 0
               PERFORM NY-POSTERING
               IF WS-RENTE-BELOEB > 0
                   MOVE WS-RENTE-BELOEB TO POST-BELOEB IN post-record
                   MOVE "K" TO POST-DK IN post-record
               ELSE
                   COMPUTE POST-BELOEB IN post-record =
                       WS-RENTE-BELOEB * -1
                   MOVE "D" TO POST-DK IN post-record
               END-IF
               MOVE "RENTE VED LUKNING" TO POST-TEKST IN post-record
               MOVE "RENT" TO POST-TYPEKODE IN post-record
               PERFORM SKRIV-POSTERING
           END-IF

           IF WS-GEBYR-BELOEB > 0
               PERFORM NY-POSTERING
               MOVE WS-GEBYR-BELOEB TO POST-BELOEB IN post-record
               MOVE "D" TO POST-DK IN post-record
               STRING "GEBYR LUKN " DELIMITED BY SIZE
                   WS-GEBYR-TEKST DELIMITED BY SIZE
                   INTO POST-TEKST IN post-record
               END-STRING
               MOVE "GEBY" TO POST-TYPEKODE IN post-record
               PERFORM SKRIV-POSTERING
           END-IF

           IF WS-REST-BELOEB > 0
               PERFORM NY-POSTERING
               MOVE WS-REST-BELOEB TO POST-BELOEB IN post-record
               MOVE "KONTO LUKKET" TO POST-TEKST IN post-record
               MOVE WS-BRUGERID TO POST-BRUGERID IN post-record
               IF LT-MODKONTO NOT = SPACES
                   MOVE "T" TO POST-DK IN post-record
                   MOVE LT-MODKONTO TO POST-MODKONTO IN post-record
                   MOVE "OVF" TO POST-TYPEKODE IN post-record
               ELSE
                   MOVE "D" TO POST-DK IN post-record
                   MOVE "EKST" TO POST-TYPEKODE IN post-record
                   MOVE LT-MODT-IBAN TO POST-MODT-IBAN IN post-record
                   MOVE LT-MODT-NAVN TO POST-MODT-NAVN IN post-record
                   STRING "Saldo ved lukning af " DELIMITED BY SIZE
                       WS-LUK-KONTO DELIMITED BY SPACE
                       INTO POST-MODT-MEDD IN post-record
                   END-STRING
               END-IF
               PERFORM SKRIV-POSTERING
           END-IF.

       NY-POSTERING.
           MOVE SPACES TO post-record
           MOVE WS-LUK-KUNDEID TO POST-KUNDEID IN post-record
           MOVE WS-LUK-KONTO TO POST-KONTONUMMER IN post-record
           MOVE WS-BOGF-DATO TO POST-DATO IN post-record
           MOVE WS-BOGF-DATO TO POST-VALOER-DATO IN post-record.

       SKRIV-POSTERING.
           WRITE post-record
           ADD 1 TO WS-POST-COUNT.

      *> The owner's address from the customer master; the letter
      *> shows the amount paid out and the closed account.
       SKRIV-LUKKEBREV.
           MOVE WS-LUK-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   DISPLAY "KONTOLUKNING: owner " WS-LUK-KUNDEID
                       " not on the master - no closing letter for "
                       WS-LUK-KONTO
               NOT INVALID KEY
                   MOVE master-record TO brev-record
                   IF WS-REST-BELOEB > 0
                       MOVE WS-REST-BELOEB TO Balance IN brev-record
                   ELSE
                       MOVE ZEROS TO Balance IN brev-record
                   END-IF
                   MOVE WS-LUK-VALUTA TO Valutakode IN brev-record
                   MOVE WS-LUK-KONTO TO KontoNummer IN brev-record
                   WRITE brev-record
           END-READ.

       SKRIV-LUKKET-LINJE.
           MOVE WS-LUK-SALDO TO WS-BELOEB-EDIT
           MOVE WS-RENTE-BELOEB TO WS-BELOEB-EDIT-2
           MOVE WS-REST-BELOEB TO WS-BELOEB-EDIT-3
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "LUKKET " DELIMITED BY SIZE
               WS-LUK-KONTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LUK-VALUTA DELIMITED BY SIZE
               " saldo" DELIMITED BY SIZE
               WS-BELOEB-EDIT DELIMITED BY SIZE
               " rente" DELIMITED BY SIZE
               WS-BELOEB-EDIT-2 DELIMITED BY SIZE
               " udbetalt" DELIMITED BY SIZE
               WS-BELOEB-EDIT-3 DELIMITED BY SIZE
               " bruger " DELIMITED BY SIZE
               WS-BRUGERID DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.
