       identification division.
       program-id. INTEGRITETSKONTROL.

      *> Weekly referential-integrity sweep over the side files.
      *> Merges (KUNDEFLET), erasures (GDPRSLETNING), archiving and
      *> renumbering (KONTOOMNUMMERERING) change the masters; the
      *> side files are kept by their own maintenance runs and can be
      *> left pointing at a KundeID or KontoNummer that no longer
      *> exists. Every line of every side file is checked:
      *>   KundeID   - must be on the customer master and not
      *>               anonymised (SLETTET-MARKERING "J"),
      *>   KontoNummer (standing orders, account holders) - must be
      *>               on the account master, or without one the
      *>               KontoNummer of a customer on the master.
      *> An orphan is reported per file with a suggested action:
      *>   OMPEG - re-point: the KundeID was retired by a merge and
      *>           the merge log (FletLog.txt) leads to a survivor
      *>           still on the master, or the KontoNummer was
      *>           renumbered and the alias cross-reference
      *>           (KontoAlias.txt) leads to an account that exists;
      *>           chains of merges or renumberings are followed,
      *>   FLET  - merge by hand: the file holds one line per
      *>           KundeID (KycRegister, Overtraekssager,
      *>           Kontaktoplysninger, Skattehjemsted) and the
      *>           survivor already has a line - re-pointing would
      *>           give it two, so the lines are left for the file's
      *>           owner to merge,
      *>   UDFAS - retire: nothing to re-point to (archived, erased
      *>           or never known); left to the file's owner.
      *> Files checked (KundeID in positions 1-10 unless noted):
      *> KycRegister.txt, SamtykkeRegister.txt, VaergeRegister.txt,
      *> Overtraekssager.txt, Afdragsaftaler.txt, FasteOrdrer.txt
      *> (KontoNummer in 11-30), KontaktHistorik.txt,
      *> Kontohavere.txt (KontoNummer in 1-20, KundeID in 22-31),
      *> Kontaktoplysninger.txt and Skattehjemsted.txt. A file not
      *> on disk is skipped.
      *> INTEGRITET_MODUS "RAPPORT" (default) only reports;
      *> "ANVEND" also performs the re-pointings, rewriting each
      *> file in place after a work copy the way KUNDEFLET does, and
      *> writes the before- and after-image of every changed line to
      *> the integrity journal (IntegritetJournal.txt). Retirements
      *> and merges by hand are never applied. Orphans left on the
      *> files give return code 4. Runs on the UGENTLIG line of the
      *> schedule plan.

       environment division.
       input-output section.
       file-control.
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
           select alias-file-1 assign to dynamic WS-ALIAS-FILENAME
               organization is line sequential
               file status is ALIAS-FILE-1-STATUS.
           select flet-file-1 assign to dynamic WS-FLET-FILENAME
               organization is line sequential
               file status is FLET-FILE-1-STATUS.
           select gammel-file-1 assign to dynamic WS-GAMMEL-FILENAME
               organization is line sequential
               file status is GAMMEL-FILE-1-STATUS.
           select ny-file-1 assign to dynamic WS-NY-FILENAME
               organization is line sequential
               file status is NY-FILE-1-STATUS.
           select rapport-file-1 assign to dynamic
                   WS-RAPPORT-FILENAME
               organization is line sequential
               file status is RAPPORT-FILE-1-STATUS.
           select journal-file-1 assign to dynamic
                   WS-JOURNAL-FILENAME
               organization is line sequential
               file status is JOURNAL-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  alias-file-1.
       01  alias-record.
           copy "KONTOALIAS.cpy".
       fd  flet-file-1.
       01  flet-record             PIC X(220).
       fd  gammel-file-1.
       01  gammel-record           PIC X(400).
       fd  ny-file-1.
       01  ny-record               PIC X(400).
       fd  rapport-file-1.
       01  rapport-record          PIC X(132).
       fd  journal-file-1.
       01  journal-record          PIC X(430).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "INTEGRITETSKONTROL".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.
       01  WS-LAAS-PROGRAM       PIC X(20) VALUE "INTEGRITETSKONTROL".
       01  WS-LAAS-RESULTAT      PIC X VALUE "N".
       01  WS-LAAS-GEMT-RC       PIC 9(5) VALUE 0.

       01  END-OF-ALIAS            PIC X VALUE "N".
       01  END-OF-FLET             PIC X VALUE "N".
       01  END-OF-GAMMEL           PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  ALIAS-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  FLET-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  GAMMEL-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  NY-FILE-1-STATUS        PIC X(2) VALUE "00".
       01  RAPPORT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  JOURNAL-FILE-1-STATUS   PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-ALIAS-FILENAME       PIC X(100)
                                    VALUE "KontoAlias.txt".
       01  WS-FLET-FILENAME        PIC X(100)
                                    VALUE "FletLog.txt".
       01  WS-GAMMEL-FILENAME      PIC X(100) VALUE SPACES.
       01  WS-NY-FILENAME          PIC X(100)
                                    VALUE "IntegritetArbejd.tmp".
       01  WS-RAPPORT-FILENAME     PIC X(100)
                                    VALUE "IntegritetRapport.txt".
       01  WS-JOURNAL-FILENAME     PIC X(100)
                                    VALUE "IntegritetJournal.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-MODUS                PIC X(7) VALUE "RAPPORT".
       01  WS-KONTO-AKTIV          PIC X VALUE "N".
       01  WS-KOPI-RC              PIC 9(5) VALUE 0.
       01  WS-RAPPORT-LINJE        PIC X(132) VALUE SPACES.
       01  WS-JOURNAL-LINJE        PIC X(430) VALUE SPACES.

      *> The side files, each with where its keys sit in the line
      *> (position zero: the file carries no such key).
       01  WS-MAX-FILER            PIC 9(2) VALUE 10.
       01  WS-FIL-COUNT            PIC 9(2) VALUE 0.
       01  WS-FT-IX                PIC 9(2) VALUE 0.
       01  FIL-TABEL.
           02  FIL-ENTRY OCCURS 10 TIMES.
               03  FT-FILENAME     pic x(100).
               03  FT-KUNDE-POS    pic 9(3).
               03  FT-KONTO-POS    pic 9(3).
               03  FT-PAA-DISK     pic x(1).
               03  FT-EN-PR-KUNDE  pic x(1).
               03  FT-LINJER       pic 9(7).
               03  FT-FORAELDRELOES pic 9(7).
               03  FT-OMPEGET      pic 9(7).

      *> Retired KundeID to surviving KundeID, from the merge log.
       01  WS-MAX-FLET             PIC 9(5) VALUE 5000.
       01  WS-FLET-COUNT           PIC 9(5) VALUE 0.
       01  WS-FL-IX                PIC 9(5) VALUE 0.
       01  FLET-TABEL.
           02  FLET-ENTRY OCCURS 5000 TIMES.
               03  FL-AFGIV        pic x(10).
               03  FL-BEHOLD       pic x(10).

      *> Old KontoNummer to new, from the alias cross-reference.
       01  WS-MAX-ALIAS            PIC 9(5) VALUE 10000.
       01  WS-ALIAS-COUNT          PIC 9(5) VALUE 0.
       01  WS-AL-IX                PIC 9(5) VALUE 0.
       01  ALIAS-TABEL.
           02  ALIAS-ENTRY OCCURS 10000 TIMES.
               03  AL-GAMMEL       pic x(20).
               03  AL-NY           pic x(20).

      *> KundeIDs already on a one-line-per-customer file, so a
      *> re-pointing never gives the survivor a second line.
       01  WS-MAX-NOEGLER          PIC 9(5) VALUE 50000.
       01  WS-NOEGLE-COUNT         PIC 9(5) VALUE 0.
       01  WS-NG-IX                PIC 9(5) VALUE 0.
       01  WS-HAR-LINJE            PIC X VALUE "N".
       01  NOEGLE-TABEL.
           02  NOEGLE-ENTRY OCCURS 50000 TIMES.
               03  NG-KUNDEID      pic x(10).

       01  WS-KUNDEID              PIC X(10) VALUE SPACES.
       01  WS-KONTONUMMER          PIC X(20) VALUE SPACES.
       01  WS-SOEG-KUNDEID         PIC X(10) VALUE SPACES.
       01  WS-SOEG-KONTO           PIC X(20) VALUE SPACES.
       01  WS-KAEDE-LED            PIC 9(2) VALUE 0.
       01  WS-FUNDET               PIC X VALUE "N".
       01  WS-KUNDE-FINDES         PIC X VALUE "N".
       01  WS-KUNDE-SLETTET        PIC X VALUE "N".
       01  WS-KONTO-FINDES         PIC X VALUE "N".
       01  WS-LINJE-AENDRET        PIC X VALUE "N".
       01  WS-AARSAG               PIC X(30) VALUE SPACES.
       01  WS-FORSLAG              PIC X(5) VALUE SPACES.
       01  WS-NY-NOEGLE            PIC X(20) VALUE SPACES.
       01  WS-NOEGLE               PIC X(20) VALUE SPACES.
       01  WS-UDFOERT              PIC X(9) VALUE SPACES.
       01  WS-LINJENR              PIC 9(7) VALUE 0.

       01  WS-LINJE-COUNT          PIC 9(7) VALUE 0.
       01  WS-FORAELDRELOES-COUNT  PIC 9(7) VALUE 0.
       01  WS-OMPEG-FORSLAG-COUNT  PIC 9(7) VALUE 0.
       01  WS-UDFAS-COUNT          PIC 9(7) VALUE 0.
       01  WS-FLET-FORSLAG-COUNT   PIC 9(7) VALUE 0.
       01  WS-OMPEGET-COUNT        PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           MOVE "TAG " TO WS-LAAS-AKTION
           CALL "LAASSTYRING" USING WS-LAAS-AKTION WS-LAAS-PROGRAM
               WS-LAAS-RESULTAT
           IF WS-LAAS-RESULTAT NOT = "Y"
               DISPLAY "INTEGRITETSKONTROL: kundemasteren er optaget "
                   "af en anden koersel - trinnet afvises"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT
           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT
           ACCEPT WS-ALIAS-FILENAME FROM ENVIRONMENT "KONTO_ALIAS_FIL"
               ON EXCEPTION
                   MOVE "KontoAlias.txt" TO WS-ALIAS-FILENAME
           END-ACCEPT
           ACCEPT WS-FLET-FILENAME FROM ENVIRONMENT "FLET_LOG_FIL"
               ON EXCEPTION
                   MOVE "FletLog.txt" TO WS-FLET-FILENAME
           END-ACCEPT
           ACCEPT WS-RAPPORT-FILENAME
                   FROM ENVIRONMENT "INTEGRITET_RAPPORT_FIL"
               ON EXCEPTION
                   MOVE "IntegritetRapport.txt"
                       TO WS-RAPPORT-FILENAME
           END-ACCEPT
           ACCEPT WS-JOURNAL-FILENAME
                   FROM ENVIRONMENT "INTEGRITET_JOURNAL_FIL"
               ON EXCEPTION
                   MOVE "IntegritetJournal.txt"
                       TO WS-JOURNAL-FILENAME
           END-ACCEPT
           ACCEPT WS-MODUS FROM ENVIRONMENT "INTEGRITET_MODUS"
               ON EXCEPTION
                   MOVE "RAPPORT" TO WS-MODUS
           END-ACCEPT
           IF WS-MODUS NOT = "ANVEND"
               MOVE "RAPPORT" TO WS-MODUS
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM SAET-SIDEFILER
           PERFORM LOAD-FLETLOG
           PERFORM LOAD-KONTOALIAS
           PERFORM OPEN-FILES

           PERFORM VARYING WS-FT-IX FROM 1 BY 1
                   UNTIL WS-FT-IX > WS-FIL-COUNT
               PERFORM KONTROLLER-FIL
           END-PERFORM

           PERFORM WRITE-OPSUMMERING

           CLOSE master-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF
           CLOSE rapport-file-1
           IF WS-MODUS = "ANVEND"
               CLOSE journal-file-1
           END-IF

           IF WS-FORAELDRELOES-COUNT > WS-OMPEGET-COUNT
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "INTEGRITETSKONTROL - sidefiler " WS-TODAY
               " (" WS-MODUS ")"
           DISPLAY "Linjer kontrolleret  : " WS-LINJE-COUNT
           DISPLAY "Foraeldreloese       : " WS-FORAELDRELOES-COUNT
           DISPLAY "  forslag ompeg      : " WS-OMPEG-FORSLAG-COUNT
           DISPLAY "  forslag flet       : " WS-FLET-FORSLAG-COUNT
           DISPLAY "  forslag udfas      : " WS-UDFAS-COUNT
           DISPLAY "Ompeget              : " WS-OMPEGET-COUNT
           DISPLAY "Rapport              : "
               FUNCTION TRIM(WS-RAPPORT-FILENAME)
           DISPLAY "=========================================="

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-LINJE-COUNT TO WS-KLOG-LAEST
           MOVE WS-OMPEGET-COUNT TO WS-KLOG-SKREVET
           MOVE WS-FORAELDRELOES-COUNT TO WS-KLOG-AFVIST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

           MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
           MOVE "FRI " TO WS-LAAS-AKTION
           CALL "LAASSTYRING" USING WS-LAAS-AKTION WS-LAAS-PROGRAM
               WS-LAAS-RESULTAT
           MOVE WS-LAAS-GEMT-RC TO RETURN-CODE

       goback.

       SAET-SIDEFILER.
           MOVE 10 TO WS-FIL-COUNT
           INITIALIZE FIL-TABEL
           ACCEPT FT-FILENAME(1) FROM ENVIRONMENT "KYC_FIL"
               ON EXCEPTION
                   MOVE "KycRegister.txt" TO FT-FILENAME(1)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(1)
           MOVE "J" TO FT-EN-PR-KUNDE(1)
           ACCEPT FT-FILENAME(2) FROM ENVIRONMENT "SAMTYKKE_FIL"
               ON EXCEPTION
                   MOVE "SamtykkeRegister.txt" TO FT-FILENAME(2)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(2)
           ACCEPT FT-FILENAME(3) FROM ENVIRONMENT "VAERGE_FIL"
               ON EXCEPTION
                   MOVE "VaergeRegister.txt" TO FT-FILENAME(3)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(3)
           ACCEPT FT-FILENAME(4) FROM ENVIRONMENT "OVERTRAEK_SAG_FIL"
               ON EXCEPTION
                   MOVE "Overtraekssager.txt" TO FT-FILENAME(4)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(4)
           MOVE "J" TO FT-EN-PR-KUNDE(4)
           ACCEPT FT-FILENAME(5) FROM ENVIRONMENT "AFDRAG_FIL"
               ON EXCEPTION
                   MOVE "Afdragsaftaler.txt" TO FT-FILENAME(5)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(5)
           ACCEPT FT-FILENAME(6) FROM ENVIRONMENT "FASTORDRE_FIL"
               ON EXCEPTION
                   MOVE "FasteOrdrer.txt" TO FT-FILENAME(6)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(6)
           MOVE 11 TO FT-KONTO-POS(6)
           ACCEPT FT-FILENAME(7)
                   FROM ENVIRONMENT "KONTAKT_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "KontaktHistorik.txt" TO FT-FILENAME(7)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(7)
           ACCEPT FT-FILENAME(8) FROM ENVIRONMENT "KONTOHAVER_FIL"
               ON EXCEPTION
                   MOVE "Kontohavere.txt" TO FT-FILENAME(8)
           END-ACCEPT
           MOVE 22 TO FT-KUNDE-POS(8)
           MOVE 1 TO FT-KONTO-POS(8)
           ACCEPT FT-FILENAME(9) FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt" TO FT-FILENAME(9)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(9)
           MOVE "J" TO FT-EN-PR-KUNDE(9)
           ACCEPT FT-FILENAME(10) FROM ENVIRONMENT "SKATTEHJEM_FIL"
               ON EXCEPTION
                   MOVE "Skattehjemsted.txt" TO FT-FILENAME(10)
           END-ACCEPT
           MOVE 1 TO FT-KUNDE-POS(10)
           MOVE "J" TO FT-EN-PR-KUNDE(10).

      *> The merge log holds the before-images as well; only the
      *> FLET lines (FLET <date> <retired> -> <survivor>) count.
       LOAD-FLETLOG.
           OPEN INPUT flet-file-1
           IF FLET-FILE-1-STATUS NOT = "00"
               DISPLAY "INTEGRITETSKONTROL: no merge log on file - "
                   "ingen ompegning til overlevende KundeID"
           ELSE
               PERFORM UNTIL END-OF-FLET = "Y"
                   READ flet-file-1
                       AT END
                           MOVE "Y" TO END-OF-FLET
                       NOT AT END
                           IF flet-record(1:5) = "FLET "
                              AND flet-record(25:4) = " -> "
                               PERFORM NOTER-FLET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE flet-file-1
           END-IF.

       NOTER-FLET.
           IF WS-FLET-COUNT < WS-MAX-FLET
               ADD 1 TO WS-FLET-COUNT
               MOVE flet-record(15:10) TO FL-AFGIV(WS-FLET-COUNT)
               MOVE flet-record(29:10) TO FL-BEHOLD(WS-FLET-COUNT)
           ELSE
               DISPLAY "INTEGRITETSKONTROL: merge table full - "
                   "increase WS-MAX-FLET, run stopped"
               MOVE 16 TO RETURN-CODE
               CLOSE flet-file-1
               PERFORM AFSLUT-KOERSEL
           END-IF.

       LOAD-KONTOALIAS.
           OPEN INPUT alias-file-1
           IF ALIAS-FILE-1-STATUS NOT = "00"
               DISPLAY "INTEGRITETSKONTROL: no alias cross-reference "
                   "on file - ingen ompegning af kontonumre"
           ELSE
               PERFORM UNTIL END-OF-ALIAS = "Y"
                   READ alias-file-1
                       AT END
                           MOVE "Y" TO END-OF-ALIAS
                       NOT AT END
                           PERFORM NOTER-ALIAS
                   END-READ
               END-PERFORM
               CLOSE alias-file-1
           END-IF.

       NOTER-ALIAS.
           IF WS-ALIAS-COUNT < WS-MAX-ALIAS
               ADD 1 TO WS-ALIAS-COUNT
               MOVE ALIAS-GAMMEL TO AL-GAMMEL(WS-ALIAS-COUNT)
               MOVE ALIAS-NY TO AL-NY(WS-ALIAS-COUNT)
           ELSE
               DISPLAY "INTEGRITETSKONTROL: alias table full - "
                   "increase WS-MAX-ALIAS, run stopped"
               MOVE 16 TO RETURN-CODE
               CLOSE alias-file-1
               PERFORM AFSLUT-KOERSEL
           END-IF.

       OPEN-FILES.
           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "INTEGRITETSKONTROL: cannot open master, "
                   "status " MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           END-IF

           OPEN OUTPUT rapport-file-1
           IF RAPPORT-FILE-1-STATUS NOT = "00"
               DISPLAY "INTEGRITETSKONTROL: cannot open report, "
                   "status " RAPPORT-FILE-1-STATUS
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           IF WS-MODUS = "ANVEND"
               OPEN EXTEND journal-file-1
               IF JOURNAL-FILE-1-STATUS = "35"
                   OPEN OUTPUT journal-file-1
               END-IF
               IF JOURNAL-FILE-1-STATUS NOT = "00"
                   DISPLAY "INTEGRITETSKONTROL: cannot open "
                       "integrity journal, status "
                       JOURNAL-FILE-1-STATUS
                   CLOSE master-file-1
                   CLOSE rapport-file-1
                   MOVE 16 TO RETURN-CODE
                   PERFORM AFSLUT-KOERSEL
               END-IF
           END-IF

           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "INTEGRITETSKONTROL - sidefiler mod kundemaster, "
                   DELIMITED BY SIZE
               "kontomaster og kontoalias " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " modus " DELIMITED BY SIZE
               WS-MODUS DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

      *> One pass over a side file. In ANVEND mode every line goes
      *> to the work file, re-pointed where safe, and the work file
      *> is copied back over the side file when anything changed.
       KONTROLLER-FIL.
           MOVE FT-FILENAME(WS-FT-IX) TO WS-GAMMEL-FILENAME
           MOVE 0 TO WS-LINJENR
           MOVE 0 TO WS-NOEGLE-COUNT
           IF FT-EN-PR-KUNDE(WS-FT-IX) = "J"
               PERFORM LOAD-NOEGLER
           END-IF
           MOVE SPACES TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           OPEN INPUT gammel-file-1
           IF GAMMEL-FILE-1-STATUS NOT = "00"
               MOVE "N" TO FT-PAA-DISK(WS-FT-IX)
               STRING "FIL " DELIMITED BY SIZE
                   WS-GAMMEL-FILENAME DELIMITED BY " "
                   " - ikke paa disk, springes over"
                       DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           ELSE
               MOVE "Y" TO FT-PAA-DISK(WS-FT-IX)
               STRING "FIL " DELIMITED BY SIZE
                   WS-GAMMEL-FILENAME DELIMITED BY " "
                   INTO WS-RAPPORT-LINJE
               END-STRING
               WRITE rapport-record FROM WS-RAPPORT-LINJE
               IF WS-MODUS = "ANVEND"
                   OPEN OUTPUT ny-file-1
                   IF NY-FILE-1-STATUS NOT = "00"
                       DISPLAY "INTEGRITETSKONTROL: cannot open work "
                           "file, status " NY-FILE-1-STATUS
                       CLOSE gammel-file-1
                       MOVE 16 TO RETURN-CODE
                       PERFORM AFSLUT-KOERSEL
                   END-IF
               END-IF
               PERFORM UNTIL END-OF-GAMMEL = "Y"
                   READ gammel-file-1
                       AT END
                           MOVE "Y" TO END-OF-GAMMEL
                       NOT AT END
                           ADD 1 TO WS-LINJENR
                           PERFORM KONTROLLER-LINJE
                   END-READ
               END-PERFORM
               CLOSE gammel-file-1
               MOVE "N" TO END-OF-GAMMEL
               IF WS-MODUS = "ANVEND"
                   CLOSE ny-file-1
                   IF FT-OMPEGET(WS-FT-IX) > 0
                       PERFORM KOPIER-TILBAGE
                   END-IF
               END-IF
           END-IF.

      *> A first pass over a one-line-per-customer file collects
      *> the KundeIDs it already holds.
       LOAD-NOEGLER.
           OPEN INPUT gammel-file-1
           IF GAMMEL-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-GAMMEL = "Y"
                   READ gammel-file-1
                       AT END
                           MOVE "Y" TO END-OF-GAMMEL
                       NOT AT END
                           IF gammel-record NOT = SPACES
                               MOVE gammel-record(
                                   FT-KUNDE-POS(WS-FT-IX):10)
                                   TO WS-SOEG-KUNDEID
                               PERFORM NOTER-NOEGLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gammel-file-1
               MOVE "N" TO END-OF-GAMMEL
           END-IF.

       NOTER-NOEGLE.
           IF WS-NOEGLE-COUNT < WS-MAX-NOEGLER
               ADD 1 TO WS-NOEGLE-COUNT
               MOVE WS-SOEG-KUNDEID TO NG-KUNDEID(WS-NOEGLE-COUNT)
           ELSE
               DISPLAY "INTEGRITETSKONTROL: KundeID table full - "
                   "increase WS-MAX-NOEGLER, run stopped"
               MOVE 16 TO RETURN-CODE
               CLOSE gammel-file-1
               PERFORM AFSLUT-KOERSEL
           END-IF.

       CHECK-HAR-LINJE.
           MOVE "N" TO WS-HAR-LINJE
           PERFORM VARYING WS-NG-IX FROM 1 BY 1
                   UNTIL WS-NG-IX > WS-NOEGLE-COUNT
                      OR WS-HAR-LINJE = "Y"
               IF NG-KUNDEID(WS-NG-IX) = WS-SOEG-KUNDEID
                   MOVE "Y" TO WS-HAR-LINJE
               END-IF
           END-PERFORM.

       KOPIER-TILBAGE.
           MOVE RETURN-CODE TO WS-KOPI-RC
           CALL "CBL_COPY_FILE" USING WS-NY-FILENAME
               WS-GAMMEL-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "INTEGRITETSKONTROL: copy-back of "
                   FUNCTION TRIM(WS-GAMMEL-FILENAME) " failed"
               MOVE 20 TO WS-KOPI-RC
           END-IF
           MOVE WS-KOPI-RC TO RETURN-CODE.

       KONTROLLER-LINJE.
           MOVE gammel-record TO ny-record
           MOVE "N" TO WS-LINJE-AENDRET
           IF gammel-record NOT = SPACES
               ADD 1 TO WS-LINJE-COUNT
               ADD 1 TO FT-LINJER(WS-FT-IX)
               IF FT-KUNDE-POS(WS-FT-IX) > 0
                   MOVE gammel-record(FT-KUNDE-POS(WS-FT-IX):10)
                       TO WS-KUNDEID
                   IF WS-KUNDEID NOT = SPACES
                       PERFORM KONTROLLER-KUNDEID
                   END-IF
               END-IF
               IF FT-KONTO-POS(WS-FT-IX) > 0
                   MOVE gammel-record(FT-KONTO-POS(WS-FT-IX):20)
                       TO WS-KONTONUMMER
                   IF WS-KONTONUMMER NOT = SPACES
                       PERFORM KONTROLLER-KONTO
                   END-IF
               END-IF
           END-IF
           IF WS-MODUS = "ANVEND"
               WRITE ny-record
               IF WS-LINJE-AENDRET = "Y"
                   PERFORM SKRIV-JOURNAL
               END-IF
           END-IF.

       KONTROLLER-KUNDEID.
           MOVE WS-KUNDEID TO WS-SOEG-KUNDEID
           PERFORM CHECK-KUNDE
           IF WS-KUNDE-FINDES = "N" OR WS-KUNDE-SLETTET = "Y"
               IF WS-KUNDE-SLETTET = "Y"
                   MOVE "KUNDE ANONYMISERET (GDPR)" TO WS-AARSAG
               ELSE
                   MOVE "KUNDEID UKENDT" TO WS-AARSAG
               END-IF
               MOVE WS-KUNDEID TO WS-NOEGLE
               MOVE SPACES TO WS-NY-NOEGLE
               MOVE SPACES TO WS-FORSLAG
               PERFORM FIND-OVERLEVER
               IF WS-SOEG-KUNDEID NOT = WS-KUNDEID
                   PERFORM CHECK-KUNDE
                   IF WS-KUNDE-FINDES = "Y" AND WS-KUNDE-SLETTET = "N"
                       MOVE "KUNDEID FLETTET" TO WS-AARSAG
                       MOVE WS-SOEG-KUNDEID TO WS-NY-NOEGLE
                   END-IF
               END-IF
               IF WS-NY-NOEGLE NOT = SPACES
                  AND FT-EN-PR-KUNDE(WS-FT-IX) = "J"
                   PERFORM CHECK-HAR-LINJE
                   IF WS-HAR-LINJE = "Y"
                       MOVE "OVERLEVER HAR ALLEREDE LINJE"
                           TO WS-AARSAG
                       MOVE "FLET" TO WS-FORSLAG
                   ELSE
                       PERFORM NOTER-NOEGLE
                   END-IF
               END-IF
               IF WS-FORSLAG = "FLET"
                   CONTINUE
               ELSE
               IF WS-NY-NOEGLE NOT = SPACES
                   MOVE "OMPEG" TO WS-FORSLAG
                   IF WS-MODUS = "ANVEND"
                       MOVE WS-SOEG-KUNDEID
                           TO ny-record(FT-KUNDE-POS(WS-FT-IX):10)
                       MOVE "Y" TO WS-LINJE-AENDRET
                   END-IF
               ELSE
                   MOVE "UDFAS" TO WS-FORSLAG
               END-IF
               END-IF
               PERFORM NOTER-FORAELDRELOES
           END-IF.

       CHECK-KUNDE.
           MOVE "N" TO WS-KUNDE-FINDES
           MOVE "N" TO WS-KUNDE-SLETTET
           MOVE WS-SOEG-KUNDEID TO KundeID IN master-record
           READ master-file-1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-FINDES
                   IF SLETTET-MARKERING IN master-record = "J"
                       MOVE "Y" TO WS-KUNDE-SLETTET
                   END-IF
           END-READ.

      *> Follows the merge log from the retired KundeID through any
      *> later merge of the survivor; a loop in the log is cut off.
       FIND-OVERLEVER.
           MOVE 0 TO WS-KAEDE-LED
           MOVE "Y" TO WS-FUNDET
           PERFORM UNTIL WS-FUNDET = "N" OR WS-KAEDE-LED > 20
               MOVE "N" TO WS-FUNDET
               PERFORM VARYING WS-FL-IX FROM 1 BY 1
                       UNTIL WS-FL-IX > WS-FLET-COUNT
                          OR WS-FUNDET = "Y"
                   IF FL-AFGIV(WS-FL-IX) = WS-SOEG-KUNDEID
                       MOVE "Y" TO WS-FUNDET
                   END-IF
               END-PERFORM
               IF WS-FUNDET = "Y"
                   SUBTRACT 1 FROM WS-FL-IX
                   MOVE FL-BEHOLD(WS-FL-IX) TO WS-SOEG-KUNDEID
                   ADD 1 TO WS-KAEDE-LED
               END-IF
           END-PERFORM.

       KONTROLLER-KONTO.
           MOVE WS-KONTONUMMER TO WS-SOEG-KONTO
           PERFORM CHECK-KONTO
           IF WS-KONTO-FINDES = "N"
               MOVE "KONTONUMMER UKENDT" TO WS-AARSAG
               MOVE WS-KONTONUMMER TO WS-NOEGLE
               MOVE SPACES TO WS-NY-NOEGLE
               PERFORM FIND-NYT-KONTONUMMER
               IF WS-SOEG-KONTO NOT = WS-KONTONUMMER
                   PERFORM CHECK-KONTO
                   IF WS-KONTO-FINDES = "Y"
                       MOVE "KONTONUMMER OMNUMMERERET" TO WS-AARSAG
                       MOVE WS-SOEG-KONTO TO WS-NY-NOEGLE
                   END-IF
               END-IF
               IF WS-NY-NOEGLE NOT = SPACES
                   MOVE "OMPEG" TO WS-FORSLAG
                   IF WS-MODUS = "ANVEND"
                       MOVE WS-SOEG-KONTO
                           TO ny-record(FT-KONTO-POS(WS-FT-IX):20)
                       MOVE "Y" TO WS-LINJE-AENDRET
                   END-IF
               ELSE
                   MOVE "UDFAS" TO WS-FORSLAG
               END-IF
               PERFORM NOTER-FORAELDRELOES
           END-IF.

      *> Without an account master the account is known when it is
      *> the KontoNummer of a customer on the master.
       CHECK-KONTO.
           MOVE "N" TO WS-KONTO-FINDES
           IF WS-KONTO-AKTIV = "Y"
               MOVE WS-SOEG-KONTO TO KONTO-NUMMER IN konto-record
               READ konto-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KONTO-FINDES
               END-READ
           ELSE
               MOVE WS-SOEG-KONTO TO KontoNummer IN master-record
               READ master-file-1
                   KEY IS KontoNummer IN master-record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KONTO-FINDES
               END-READ
           END-IF.

       FIND-NYT-KONTONUMMER.
           MOVE 0 TO WS-KAEDE-LED
           MOVE "Y" TO WS-FUNDET
           PERFORM UNTIL WS-FUNDET = "N" OR WS-KAEDE-LED > 20
               MOVE "N" TO WS-FUNDET
               PERFORM VARYING WS-AL-IX FROM 1 BY 1
                       UNTIL WS-AL-IX > WS-ALIAS-COUNT
                          OR WS-FUNDET = "Y"
                   IF AL-GAMMEL(WS-AL-IX) = WS-SOEG-KONTO
                       MOVE "Y" TO WS-FUNDET
                   END-IF
               END-PERFORM
               IF WS-FUNDET = "Y"
                   SUBTRACT 1 FROM WS-AL-IX
                   MOVE AL-NY(WS-AL-IX) TO WS-SOEG-KONTO
                   ADD 1 TO WS-KAEDE-LED
               END-IF
           END-PERFORM.

       NOTER-FORAELDRELOES.
           ADD 1 TO WS-FORAELDRELOES-COUNT
           ADD 1 TO FT-FORAELDRELOES(WS-FT-IX)
           MOVE SPACES TO WS-UDFOERT
           IF WS-FORSLAG = "OMPEG"
               ADD 1 TO WS-OMPEG-FORSLAG-COUNT
               IF WS-MODUS = "ANVEND"
                   ADD 1 TO WS-OMPEGET-COUNT
                   ADD 1 TO FT-OMPEGET(WS-FT-IX)
                   MOVE "UDFOERT" TO WS-UDFOERT
               END-IF
           ELSE
           IF WS-FORSLAG = "FLET"
               ADD 1 TO WS-FLET-FORSLAG-COUNT
           ELSE
               ADD 1 TO WS-UDFAS-COUNT
           END-IF
           END-IF
           MOVE SPACES TO WS-RAPPORT-LINJE
           STRING "  linje " DELIMITED BY SIZE
               WS-LINJENR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOEGLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AARSAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FORSLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NY-NOEGLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-UDFOERT DELIMITED BY SIZE
               INTO WS-RAPPORT-LINJE
           END-STRING
           WRITE rapport-record FROM WS-RAPPORT-LINJE.

       SKRIV-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-LINJE
           STRING "FOER " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GAMMEL-FILENAME(1:24) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               gammel-record DELIMITED BY SIZE
               INTO WS-JOURNAL-LINJE
           END-STRING
           WRITE journal-record FROM WS-JOURNAL-LINJE
           MOVE SPACES TO WS-JOURNAL-LINJE
           STRING "EFTR " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GAMMEL-FILENAME(1:24) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ny-record DELIMITED BY SIZE
               INTO WS-JOURNAL-LINJE
           END-STRING
           WRITE journal-record FROM WS-JOURNAL-LINJE.

       WRITE-OPSUMMERING.
           MOVE SPACES TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           MOVE "OPSUMMERING PR. FIL     LINJER   FORAELDRELOESE   "
               & "OMPEGET" TO WS-RAPPORT-LINJE
           WRITE rapport-record FROM WS-RAPPORT-LINJE
           PERFORM VARYING WS-FT-IX FROM 1 BY 1
                   UNTIL WS-FT-IX > WS-FIL-COUNT
               MOVE SPACES TO WS-RAPPORT-LINJE
               IF FT-PAA-DISK(WS-FT-IX) = "Y"
                   STRING FT-FILENAME(WS-FT-IX)(1:24)
                           DELIMITED BY SIZE
                       FT-LINJER(WS-FT-IX) DELIMITED BY SIZE
                       "          " DELIMITED BY SIZE
                       FT-FORAELDRELOES(WS-FT-IX) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       FT-OMPEGET(WS-FT-IX) DELIMITED BY SIZE
                       INTO WS-RAPPORT-LINJE
                   END-STRING
               ELSE
                   STRING FT-FILENAME(WS-FT-IX)(1:24)
                           DELIMITED BY SIZE
                       "ikke paa disk" DELIMITED BY SIZE
                       INTO WS-RAPPORT-LINJE
                   END-STRING
               END-IF
               WRITE rapport-record FROM WS-RAPPORT-LINJE
           END-PERFORM.
