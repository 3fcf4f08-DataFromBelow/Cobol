       identification division.
       program-id. SKATTEGENNEMSYN.

      *> Monthly CRS/FATCA review worklist. Reads the whole customer
      *> master and lists every customer with a foreign indication
      *> that the self-certification register (Skattehjemsted.txt,
      *> SKATHJEM.cpy) does not cover. The indications are:
      *>   - a foreign address (LANDEKODE not blank/DK);
      *>   - a foreign phone number on the contact details
      *>     (KI-UDLANDTLF, Kontaktoplysninger.txt).
      *> A customer is listed as MANGLER when there is no
      *> self-certification at all, and as AFVIGER when there is
      *> one but the country of the address is not among the
      *> certified countries, so the certification has to be
      *> renewed or the discrepancy explained. Anonymised customers
      *> are left out. The worklist (SkatteGennemsyn.txt) is
      *> worked by the branches until the customer has signed a
      *> self-certification and SKATTEVEDLIGEHOLD has recorded it;
      *> until then CRSINDBERETNING reports the customer's accounts
      *> to the address country as undocumented.

       environment division.
       input-output section.
       file-control.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select skat-file-1 assign to dynamic WS-SKAT-FILENAME
               organization is line sequential
               file status is SKAT-FILE-1-STATUS.
           select kontakt-file-1 assign to dynamic
                   WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.
           select liste-file-1 assign to dynamic WS-LISTE-FILENAME
               organization is line sequential
               file status is LISTE-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  skat-file-1.
       01  skat-record.
           copy "SKATHJEM.cpy".
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKTINFO.cpy".
       fd  liste-file-1.
       01  liste-record            PIC X(100).

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "SKATTEGENNEMSYN".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-SKAT             PIC X VALUE "N".
       01  END-OF-KONTAKT          PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  SKAT-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  KONTAKT-FILE-1-STATUS   PIC X(2) VALUE "00".
       01  LISTE-FILE-1-STATUS     PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-SKAT-FILENAME        PIC X(100)
                                    VALUE "Skattehjemsted.txt".
       01  WS-KONTAKT-FILENAME     PIC X(100)
                                    VALUE "Kontaktoplysninger.txt".
       01  WS-LISTE-FILENAME       PIC X(100)
                                    VALUE "SkatteGennemsyn.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.

       01  WS-MAX-SKAT             PIC 9(5) VALUE 5000.
       01  WS-SKAT-COUNT           PIC 9(5) VALUE 0.
       01  WS-SK-IX                PIC 9(5) VALUE 0.
       01  WS-SK-FUNDET            PIC X VALUE "N".
       01  SKAT-TABEL.
           02  SKAT-ENTRY OCCURS 5000 TIMES.
               03  SK-KUNDEID      pic x(10).
               03  SK-LAND         pic x(2) occurs 3 times.

       01  WS-MAX-UTLF             PIC 9(5) VALUE 5000.
       01  WS-UTLF-COUNT           PIC 9(5) VALUE 0.
       01  WS-UT-IX                PIC 9(5) VALUE 0.
       01  UTLF-TABEL.
           02  UTLF-ENTRY OCCURS 5000 TIMES.
               03  UT-KUNDEID      pic x(10).
               03  UT-TELEFON      pic x(16).

      *> The customer being looked at.
       01  WS-UDL-ADRESSE          PIC X VALUE "N".
       01  WS-UDL-TELEFON          PIC X(16) VALUE SPACES.
       01  WS-HJ-IX                PIC 9(1) VALUE 0.
       01  WS-LAND-CERT            PIC X VALUE "N".
       01  WS-INDICIER             PIC X(2) VALUE SPACES.
       01  WS-STATUS-TEKST         PIC X(7) VALUE SPACES.
       01  WS-LISTE-LINJE          PIC X(100) VALUE SPACES.

       01  WS-KUNDE-COUNT          PIC 9(7) VALUE 0.
       01  WS-UDL-ADR-COUNT        PIC 9(7) VALUE 0.
       01  WS-UDL-TLF-COUNT        PIC 9(7) VALUE 0.
       01  WS-MANGLER-COUNT        PIC 9(7) VALUE 0.
       01  WS-AFVIGER-COUNT        PIC 9(7) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-SKAT-FILENAME FROM ENVIRONMENT "SKATTEHJEM_FIL"
               ON EXCEPTION
                   MOVE "Skattehjemsted.txt" TO WS-SKAT-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTAKT-FILENAME FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt"
                       TO WS-KONTAKT-FILENAME
           END-ACCEPT

           ACCEPT WS-LISTE-FILENAME
                   FROM ENVIRONMENT "SKAT_GENNEMSYN_FIL"
               ON EXCEPTION
                   MOVE "SkatteGennemsyn.txt" TO WS-LISTE-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-SKAT-REGISTER
           PERFORM LOAD-UDLANDSTELEFONER

      *> A customer missing from a table would be listed wrongly or
      *> not at all, so an overflow stops the run before the list.
           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "SKATTEGENNEMSYN: flere poster end tabellerne "
                   "kan rumme - koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEGENNEMSYN: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT liste-file-1
           IF LISTE-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEGENNEMSYN: cannot open worklist, status "
                   LISTE-FILE-1-STATUS
               CLOSE master-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-LISTE-LINJE
           STRING "SKATTEGENNEMSYN - CRS/FATCA ARBEJDSLISTE "
                   DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE
           MOVE SPACES TO WS-LISTE-LINJE
           STRING "STATUS  KUNDEID    NAVN                 "
                   DELIMITED BY SIZE
               "FILIAL LAND IND  UDENLANDSK TELEFON" DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE

           MOVE LOW-VALUES TO KundeID IN master-record
           START master-file-1
               KEY NOT < KundeID IN master-record
               INVALID KEY
                   MOVE "Y" TO END-OF-MASTER
           END-START
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ master-file-1 NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       ADD 1 TO WS-KUNDE-COUNT
                       IF SLETTET-MARKERING NOT = "J"
                           PERFORM GENNEMSE-KUNDE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE master-file-1
           CLOSE liste-file-1

           DISPLAY "=========================================="
           DISPLAY "SKATTEGENNEMSYN - CRS/FATCA arbejdsliste"
           DISPLAY "Kunder laest          : " WS-KUNDE-COUNT
           DISPLAY "Udenlandsk adresse    : " WS-UDL-ADR-COUNT
           DISPLAY "Udenlandsk telefon    : " WS-UDL-TLF-COUNT
           DISPLAY "Uden selvcertificering: " WS-MANGLER-COUNT
           DISPLAY "Afviger fra adresse   : " WS-AFVIGER-COUNT
           DISPLAY "=========================================="

           MOVE WS-KUNDE-COUNT TO WS-KLOG-LAEST
           COMPUTE WS-KLOG-SKREVET = WS-MANGLER-COUNT
               + WS-AFVIGER-COUNT
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       LOAD-SKAT-REGISTER.
           OPEN INPUT skat-file-1
           IF SKAT-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEGENNEMSYN: intet skatteregister paa "
                   "disk - ingen kunder er selvcertificeret"
           ELSE
               PERFORM UNTIL END-OF-SKAT = "Y"
                   READ skat-file-1
                       AT END
                           MOVE "Y" TO END-OF-SKAT
                       NOT AT END
                           IF WS-SKAT-COUNT < WS-MAX-SKAT
                               ADD 1 TO WS-SKAT-COUNT
                               MOVE SH-KUNDEID
                                   TO SK-KUNDEID(WS-SKAT-COUNT)
                               MOVE SH-LAND(1)
                                   TO SK-LAND(WS-SKAT-COUNT, 1)
                               MOVE SH-LAND(2)
                                   TO SK-LAND(WS-SKAT-COUNT, 2)
                               MOVE SH-LAND(3)
                                   TO SK-LAND(WS-SKAT-COUNT, 3)
                           ELSE
                               MOVE "Y" TO WS-TABEL-OVERLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE skat-file-1
           END-IF.

      *> Only the customers with a foreign number are kept.
       LOAD-UDLANDSTELEFONER.
           OPEN INPUT kontakt-file-1
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               DISPLAY "SKATTEGENNEMSYN: ingen kontaktfil paa disk - "
                   "kun adressen gennemses"
           ELSE
               PERFORM UNTIL END-OF-KONTAKT = "Y"
                   READ kontakt-file-1
                       AT END
                           MOVE "Y" TO END-OF-KONTAKT
                       NOT AT END
                           IF KI-UDLANDTLF NOT = SPACES
                               IF WS-UTLF-COUNT < WS-MAX-UTLF
                                   ADD 1 TO WS-UTLF-COUNT
                                   MOVE KI-KUNDEID
                                       TO UT-KUNDEID(WS-UTLF-COUNT)
                                   MOVE KI-UDLANDTLF
                                       TO UT-TELEFON(WS-UTLF-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-TABEL-OVERLOEB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kontakt-file-1
           END-IF.

       GENNEMSE-KUNDE.
           MOVE SPACES TO WS-INDICIER
           MOVE "N" TO WS-UDL-ADRESSE
           IF LANDEKODE NOT = SPACES AND LANDEKODE NOT = "DK"
               MOVE "Y" TO WS-UDL-ADRESSE
               MOVE "A" TO WS-INDICIER(1:1)
               ADD 1 TO WS-UDL-ADR-COUNT
           END-IF
           MOVE SPACES TO WS-UDL-TELEFON
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UTLF-COUNT
               IF UT-KUNDEID(WS-UT-IX) = KundeID
                   MOVE UT-TELEFON(WS-UT-IX) TO WS-UDL-TELEFON
               END-IF
           END-PERFORM
           IF WS-UDL-TELEFON NOT = SPACES
               MOVE "T" TO WS-INDICIER(2:1)
               ADD 1 TO WS-UDL-TLF-COUNT
           END-IF

           IF WS-INDICIER NOT = SPACES
               MOVE SPACES TO WS-STATUS-TEKST
               PERFORM FIND-SELVCERT
               IF WS-SK-FUNDET = "N"
                   MOVE "MANGLER" TO WS-STATUS-TEKST
                   ADD 1 TO WS-MANGLER-COUNT
               ELSE
                   IF WS-UDL-ADRESSE = "Y"
                       PERFORM CHECK-ADRESSELAND
                       IF WS-LAND-CERT = "N"
                           MOVE "AFVIGER" TO WS-STATUS-TEKST
                           ADD 1 TO WS-AFVIGER-COUNT
                       END-IF
                   END-IF
               END-IF
               IF WS-STATUS-TEKST NOT = SPACES
                   PERFORM SKRIV-ARBEJDSLINJE
               END-IF
           END-IF.

       FIND-SELVCERT.
           MOVE "N" TO WS-SK-FUNDET
           PERFORM VARYING WS-SK-IX FROM 1 BY 1
                   UNTIL WS-SK-IX > WS-SKAT-COUNT
                      OR WS-SK-FUNDET = "Y"
               IF SK-KUNDEID(WS-SK-IX) = KundeID
                   MOVE "Y" TO WS-SK-FUNDET
               END-IF
           END-PERFORM
           IF WS-SK-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SK-IX
           END-IF.

       CHECK-ADRESSELAND.
           MOVE "N" TO WS-LAND-CERT
           PERFORM VARYING WS-HJ-IX FROM 1 BY 1 UNTIL WS-HJ-IX > 3
               IF SK-LAND(WS-SK-IX, WS-HJ-IX) = LANDEKODE
                   MOVE "Y" TO WS-LAND-CERT
               END-IF
           END-PERFORM.

       SKRIV-ARBEJDSLINJE.
           MOVE SPACES TO WS-LISTE-LINJE
           STRING WS-STATUS-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KundeID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Efternavn DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FILIALKODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               LANDEKODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-INDICIER DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-UDL-TELEFON DELIMITED BY SIZE
               INTO WS-LISTE-LINJE
           END-STRING
           WRITE liste-record FROM WS-LISTE-LINJE.
