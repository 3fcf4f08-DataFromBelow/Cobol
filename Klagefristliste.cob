       identification division.
       program-id. KLAGEFRISTLISTE.

      *> Daily worklist of open complaints close to their response
      *> deadline. Reads the complaint register (Klager.txt,
      *> KLAGE.cpy) and lists every case not yet closed whose
      *> deadline falls within KLAGE_VARSEL_DAGE days (5 if not set)
      *> or has passed, in register order, with the customer's
      *> name, category, received date, deadline, days left
      *> (negative when overdue) and status. A
      *> customer with an open collections case (Overtraekssager.txt,
      *> OVERTRAEK.cpy) is marked INKASSO with the escalation stage,
      *> so a complaint about fees is not handled apart from the
      *> dunning. The foot of the list carries the figures for the
      *> complaints board (Pengeinstitutankenaevnet) per category:
      *> cases received this year, still open, closed this year,
      *> closed with medhold or delvis medhold, and the amount
      *> refunded. Runs on the DAGLIG line of the schedule plan. Any
      *> overdue case ends the run with return code 4.

       environment division.
       input-output section.
       file-control.
           select klage-file-1 assign to dynamic WS-KLAGE-FILENAME
               organization is line sequential
               file status is KLAGE-FILE-1-STATUS.
           select sag-file-1 assign to dynamic WS-SAG-FILENAME
               organization is line sequential
               file status is SAG-FILE-1-STATUS.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is random
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select liste-file-1 assign to dynamic WS-LISTE-FILENAME
               organization is line sequential
               file status is LISTE-FILE-1-STATUS.

       data division.
       file section.
       fd  klage-file-1.
       01  klage-record.
           copy "KLAGE.cpy".
       fd  sag-file-1.
       01  sag-record.
           copy "OVERTRAEK.cpy".
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  liste-file-1.
       01  liste-record            PIC X(160).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "KLAGEFRISTLISTE".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-KLAGE            PIC X VALUE "N".
       01  END-OF-SAG              PIC X VALUE "N".
       01  KLAGE-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  SAG-FILE-1-STATUS       PIC X(2) VALUE "00".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  LISTE-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-KLAGE-FILENAME       PIC X(100)
                                    VALUE "Klager.txt".
       01  WS-SAG-FILENAME         PIC X(100)
                                    VALUE "Overtraekssager.txt".
       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-LISTE-FILENAME       PIC X(100)
                                    VALUE "KlageFristliste.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-AAR                  PIC 9(4) VALUE ZEROS.
       01  WS-VARSEL-DAGE-X        PIC X(5) VALUE SPACES.
       01  WS-VARSEL-DAGE          PIC 9(3) VALUE 5.
       01  WS-MASTER-AKTIV         PIC X VALUE "N".
       01  WS-NAVN                 PIC X(30) VALUE SPACES.
       01  WS-DAGE                 PIC S9(5) VALUE 0.
       01  WS-DAGE-EDIT            PIC -ZZZZ9.
       01  WS-INKASSO              PIC X(15) VALUE SPACES.
       01  WS-LISTE-LINJE          PIC X(160) VALUE SPACES.
       01  WS-BELOEB-EDIT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MAX-SAGER            PIC 9(5) VALUE 2000.
       01  WS-SAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-SG-IX                PIC 9(5) VALUE 0.
       01  WS-SAG-OVERLOEB         PIC X VALUE "N".
       01  SAG-TABEL.
           02  SAG-ENTRY OCCURS 2000 TIMES.
               03  ST-KUNDEID      pic x(10).
               03  ST-TRIN         pic x(1).

      *> Complaints-board figures per category.
       01  WS-KAT-IX               PIC 9(1) VALUE 0.
       01  WS-KAT-NR               PIC 9(1) VALUE 0.
       01  WS-KATEGORI-KODER.
           02  FILLER              PIC X(4) VALUE "GEBY".
           02  FILLER              PIC X(4) VALUE "RENT".
           02  FILLER              PIC X(4) VALUE "FEJL".
           02  FILLER              PIC X(4) VALUE "ANDN".
       01  WS-KATEGORI-TABEL REDEFINES WS-KATEGORI-KODER.
           02  WS-KAT-KODE         PIC X(4) OCCURS 4 TIMES.
       01  KAT-TAELLERE.
           02  KAT-TAELLER OCCURS 4 TIMES.
               03  KA-MODTAGET     PIC 9(5).
               03  KA-AABNE        PIC 9(5).
               03  KA-LUKKET       PIC 9(5).
               03  KA-MEDHOLD      PIC 9(5).
               03  KA-REFUSION     PIC 9(9)V99.

       01  WS-KLAGE-COUNT          PIC 9(7) VALUE 0.
       01  WS-AABEN-COUNT          PIC 9(7) VALUE 0.
       01  WS-LISTET-COUNT         PIC 9(7) VALUE 0.
       01  WS-OVERSKREDET-COUNT    PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-KLAGE-FILENAME FROM ENVIRONMENT "KLAGE_FIL"
               ON EXCEPTION
                   MOVE "Klager.txt" TO WS-KLAGE-FILENAME
           END-ACCEPT

           ACCEPT WS-SAG-FILENAME FROM ENVIRONMENT "OVERTRAEK_SAG_FIL"
               ON EXCEPTION
                   MOVE "Overtraekssager.txt" TO WS-SAG-FILENAME
           END-ACCEPT

           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-LISTE-FILENAME
                   FROM ENVIRONMENT "KLAGE_FRISTLISTE_FIL"
               ON EXCEPTION
                   MOVE "KlageFristliste.txt" TO WS-LISTE-FILENAME
           END-ACCEPT

           ACCEPT WS-VARSEL-DAGE-X FROM ENVIRONMENT "KLAGE_VARSEL_DAGE"
               ON EXCEPTION
                   MOVE SPACES TO WS-VARSEL-DAGE-X
           END-ACCEPT
           IF WS-VARSEL-DAGE-X NOT = SPACES
               COMPUTE WS-VARSEL-DAGE =
                   FUNCTION NUMVAL(WS-VARSEL-DAGE-X)
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-AAR
           INITIALIZE KAT-TAELLERE

           PERFORM LOAD-OVERTRAEKSSAGER

           OPEN OUTPUT liste-file-1
           IF LISTE-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEFRISTLISTE: cannot open list, status "
                   LISTE-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFSLUT-KOERSEL
           END-IF

           MOVE SPACES TO WS-LISTE-LINJE
           STRING "KLAGER TIL SVARFRIST PR. " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " (FRIST INDEN FOR " DELIMITED BY SIZE
               WS-VARSEL-DAGE DELIMITED BY SIZE
               " DAGE ELLER OVERSKREDET)" DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE
           MOVE SPACES TO WS-LISTE-LINJE
           STRING "SAGSNR     KUNDEID    " DELIMITED BY SIZE
               "NAVN                           KAT  " DELIMITED BY SIZE
               "MODTAGET FRIST      DAGE S " DELIMITED BY SIZE
               "INKASSO         BRUGER" DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AKTIV
           END-IF

           OPEN INPUT klage-file-1
           IF KLAGE-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEFRISTLISTE: no complaint register, "
                   "nothing to list"
           ELSE
               PERFORM UNTIL END-OF-KLAGE = "Y"
                   READ klage-file-1
                       AT END
                           MOVE "Y" TO END-OF-KLAGE
                       NOT AT END
                           ADD 1 TO WS-KLAGE-COUNT
                           PERFORM VURDER-ONE-KLAGE
                   END-READ
               END-PERFORM
               CLOSE klage-file-1
           END-IF

           IF WS-MASTER-AKTIV = "Y"
               CLOSE master-file-1
           END-IF

           MOVE SPACES TO WS-LISTE-LINJE
           STRING "I ALT " DELIMITED BY SIZE
               WS-LISTET-COUNT DELIMITED BY SIZE
               " SAGER PAA LISTEN, HERAF " DELIMITED BY SIZE
               WS-OVERSKREDET-COUNT DELIMITED BY SIZE
               " OVER FRISTEN, AF " DELIMITED BY SIZE
               WS-AABEN-COUNT DELIMITED BY SIZE
               " AABNE" DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE
           PERFORM SKRIV-NAEVNSTAL
           CLOSE liste-file-1

           DISPLAY "=========================================="
           DISPLAY "KLAGEFRISTLISTE - klager til svarfrist "
               WS-TODAY
           DISPLAY "Klagesager i alt    : " WS-KLAGE-COUNT
           DISPLAY "Aabne sager         : " WS-AABEN-COUNT
           DISPLAY "Paa listen          : " WS-LISTET-COUNT
           DISPLAY "Over fristen        : " WS-OVERSKREDET-COUNT
           DISPLAY "=========================================="

           IF (WS-OVERSKREDET-COUNT > 0 OR WS-SAG-OVERLOEB = "Y")
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM AFSLUT-KOERSEL.

       AFSLUT-KOERSEL.
           MOVE WS-KLAGE-COUNT TO WS-KLOG-LAEST
           MOVE WS-LISTET-COUNT TO WS-KLOG-SKREVET
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

      *> A table cut short only loses the INKASSO mark, so the list
      *> is still written, with a warning.
       LOAD-OVERTRAEKSSAGER.
           OPEN INPUT sag-file-1
           IF SAG-FILE-1-STATUS NOT = "00"
               DISPLAY "KLAGEFRISTLISTE: no collections-case file on "
                   "disk, status " SAG-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-SAG = "Y"
                   READ sag-file-1
                       AT END
                           MOVE "Y" TO END-OF-SAG
                       NOT AT END
                           IF WS-SAG-COUNT < WS-MAX-SAGER
                               ADD 1 TO WS-SAG-COUNT
                               MOVE SAG-KUNDEID
                                   TO ST-KUNDEID(WS-SAG-COUNT)
                               MOVE SAG-TRIN TO ST-TRIN(WS-SAG-COUNT)
                           ELSE
                               MOVE "Y" TO WS-SAG-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE sag-file-1
               IF WS-SAG-OVERLOEB = "Y"
                   DISPLAY "KLAGEFRISTLISTE: flere overtraekssager "
                       "end tabellen kan rumme - INKASSO-markering "
                       "kan mangle"
               END-IF
           END-IF.

       VURDER-ONE-KLAGE.
           IF KL-REFUSION IS NOT NUMERIC
               MOVE ZEROS TO KL-REFUSION
           END-IF
           IF KL-LUKKET-DATO IS NOT NUMERIC
               MOVE ZEROS TO KL-LUKKET-DATO
           END-IF
           PERFORM TAEL-NAEVNSTAL
           IF KL-STATUS NOT = "L"
               ADD 1 TO WS-AABEN-COUNT
               MOVE 0 TO WS-DAGE
               IF FUNCTION TEST-DATE-YYYYMMDD(KL-FRIST-DATO) = 0
                   COMPUTE WS-DAGE =
                       FUNCTION INTEGER-OF-DATE(KL-FRIST-DATO)
                       - FUNCTION INTEGER-OF-DATE(WS-TODAY)
               END-IF
               IF WS-DAGE <= WS-VARSEL-DAGE
                   ADD 1 TO WS-LISTET-COUNT
                   IF WS-DAGE < 0
                       ADD 1 TO WS-OVERSKREDET-COUNT
                   END-IF
                   PERFORM SKRIV-LISTE-POST
               END-IF
           END-IF.

       TAEL-NAEVNSTAL.
           MOVE 0 TO WS-KAT-NR
           PERFORM VARYING WS-KAT-IX FROM 1 BY 1
                   UNTIL WS-KAT-IX > 4
               IF WS-KAT-KODE(WS-KAT-IX) = KL-KATEGORI
                   MOVE WS-KAT-IX TO WS-KAT-NR
               END-IF
           END-PERFORM
           IF WS-KAT-NR > 0
               IF KL-MODTAGET-DATO(1:4) = WS-AAR
                   ADD 1 TO KA-MODTAGET(WS-KAT-NR)
               END-IF
               IF KL-STATUS NOT = "L"
                   ADD 1 TO KA-AABNE(WS-KAT-NR)
               ELSE
                   IF KL-LUKKET-DATO(1:4) = WS-AAR
                       ADD 1 TO KA-LUKKET(WS-KAT-NR)
                       IF KL-RESULTAT = "M" OR KL-RESULTAT = "D"
                           ADD 1 TO KA-MEDHOLD(WS-KAT-NR)
                       END-IF
                       ADD KL-REFUSION TO KA-REFUSION(WS-KAT-NR)
                   END-IF
               END-IF
           END-IF.

       SKRIV-LISTE-POST.
           MOVE SPACES TO WS-NAVN
           IF WS-MASTER-AKTIV = "Y"
               MOVE KL-KUNDEID TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       MOVE "(findes ikke i kundemaster)" TO WS-NAVN
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(Fornavn IN master-record)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(Efternavn IN master-record)
                               DELIMITED BY SIZE
                           INTO WS-NAVN
                       END-STRING
               END-READ
           END-IF

           MOVE SPACES TO WS-INKASSO
           PERFORM VARYING WS-SG-IX FROM 1 BY 1
                   UNTIL WS-SG-IX > WS-SAG-COUNT
               IF ST-KUNDEID(WS-SG-IX) = KL-KUNDEID
                   STRING "INKASSO trin " DELIMITED BY SIZE
                       ST-TRIN(WS-SG-IX) DELIMITED BY SIZE
                       INTO WS-INKASSO
                   END-STRING
               END-IF
           END-PERFORM

           MOVE WS-DAGE TO WS-DAGE-EDIT
           MOVE SPACES TO WS-LISTE-LINJE
           STRING KL-SAGSNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-KUNDEID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-KATEGORI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-MODTAGET-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-FRIST-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAGE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INKASSO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KL-BRUGERID DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE.

       SKRIV-NAEVNSTAL.
           MOVE SPACES TO WS-LISTE-LINJE
           WRITE liste-record FROM WS-LISTE-LINJE
           MOVE SPACES TO WS-LISTE-LINJE
           STRING "TAL TIL PENGEINSTITUTANKENAEVNET " DELIMITED BY SIZE
               WS-AAR DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE
           MOVE SPACES TO WS-LISTE-LINJE
           STRING "KAT   MODTAGET  AABNE LUKKET MEDHOLD "
                   DELIMITED BY SIZE
               "     REFUNDERET" DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE
           PERFORM VARYING WS-KAT-IX FROM 1 BY 1
                   UNTIL WS-KAT-IX > 4
               MOVE KA-REFUSION(WS-KAT-IX) TO WS-BELOEB-EDIT
               MOVE SPACES TO WS-LISTE-LINJE
               STRING WS-KAT-KODE(WS-KAT-IX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   KA-MODTAGET(WS-KAT-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   KA-AABNE(WS-KAT-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   KA-LUKKET(WS-KAT-IX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   KA-MEDHOLD(WS-KAT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOEB-EDIT DELIMITED BY SIZE
                   INTO WS-LISTE-LINJE
               END-STRING
               WRITE liste-record FROM WS-LISTE-LINJE
           END-PERFORM.
