       identification division.
       program-id. CRSINDBERETNING.

      *> Annual CRS/FATCA report to SKAT for the international
      *> exchange of account information, run on the yearly plan
      *> line after RENTEINDBERETNING for the same year
      *> (INDBERET_AAR, default last calendar year).
      *> A customer is reportable when:
      *>   - the self-certification register (Skattehjemsted.txt,
      *>     SKATHJEM.cpy) names a country of residence other than
      *>     DK - one report line per such country, with the TIN;
      *>   - there is no self-certification but the address is
      *>     abroad - reported to the address country as
      *>     undocumented until SKATTEGENNEMSYN's worklist has been
      *>     worked. A foreign phone number alone only puts the
      *>     customer on that worklist.
      *> Anonymised customers are not reported. Every account of a
      *> reportable customer goes on the report (CrsIndberetning.txt,
      *> CRSINDB.cpy): the primary account (Balance on the customer
      *> master) and the other accounts on the account master that
      *> were open at some point in the year, a closed one flagged.
      *> The year-end balance is today's balance with the postings
      *> booked after 31 December taken off again, each on the
      *> account it was booked to, in the owner's Valutakode as
      *> NATIONALBANKSTAT values it, converted to DKK with the
      *> year-end rate from the exchange-rate table RENTEINDBERETNING
      *> uses. The gross interest is the customer's deposit interest
      *> for the year from RENTEINDBERETNING's file
      *> (Renteindberetning.txt) - it is per customer, so it is
      *> carried on the primary account's line.
      *> Missing interest figures for the year abort with return
      *> code 8 - RENTEINDBERETNING has not run. A reportable
      *> currency without a year-end rate, a table overflow or a
      *> master that cannot be opened abort with 16. No report is
      *> written when the run aborts: an incomplete regulatory file
      *> must never be shipped.

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
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select skat-file-1 assign to dynamic WS-SKAT-FILENAME
               organization is line sequential
               file status is SKAT-FILE-1-STATUS.
           select rente-file-1 assign to dynamic WS-RENTE-FILENAME
               organization is line sequential
               file status is RENTE-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select kurs-file-1 assign to dynamic WS-KURS-FILENAME
               organization is line sequential
               file status is KURS-FILE-1-STATUS.
           select crs-file-1 assign to dynamic WS-CRS-FILENAME
               organization is line sequential
               file status is CRS-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  skat-file-1.
       01  skat-record.
           copy "SKATHJEM.cpy".
       fd  rente-file-1.
       01  rente-record.
           copy "RENTEIND.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  kurs-file-1.
       01  kurs-record.
           copy "VALUTAKURS.cpy".
       fd  crs-file-1.
       01  crs-record.
           copy "CRSINDB.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "CRSINDBERETNING".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-MASTER           PIC X VALUE "N".
       01  END-OF-KONTO            PIC X VALUE "N".
       01  END-OF-SKAT             PIC X VALUE "N".
       01  END-OF-RENTE            PIC X VALUE "N".
       01  END-OF-HIST             PIC X VALUE "N".
       01  END-OF-KURS             PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  SKAT-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  RENTE-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  KURS-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  CRS-FILE-1-STATUS       PIC X(2) VALUE "00".

       01  WS-MASTER-FILENAME      PIC X(100)
                                    VALUE "Kundemaster.dat".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-SKAT-FILENAME        PIC X(100)
                                    VALUE "Skattehjemsted.txt".
       01  WS-RENTE-FILENAME       PIC X(100)
                                    VALUE "Renteindberetning.txt".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-KURS-FILENAME        PIC X(100)
                                    VALUE "Valutakurser.txt".
       01  WS-CRS-FILENAME         PIC X(100)
                                    VALUE "CrsIndberetning.txt".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-AAR                  PIC 9(4) VALUE ZEROS.
       01  WS-AAR-X                PIC X(4) VALUE SPACES.
       01  WS-AAR-PRIMO            PIC 9(8) VALUE ZEROS.
       01  WS-AAR-ULTIMO           PIC 9(8) VALUE ZEROS.
       01  WS-KONTO-AKTIV          PIC X VALUE "N".

      *> RENTEINDBERETNING's year figures per customer.
       01  WS-MAX-RENTE            PIC 9(5) VALUE 5000.
       01  WS-RENTE-COUNT          PIC 9(5) VALUE 0.
       01  WS-RE-IX                PIC 9(5) VALUE 0.
       01  RENTE-TABEL.
           02  RENTE-ENTRY OCCURS 5000 TIMES.
               03  RE-KUNDEID      pic x(10).
               03  RE-INDLAAN      pic s9(9)v99.

      *> The self-certifications.
       01  WS-MAX-SKAT             PIC 9(5) VALUE 5000.
       01  WS-SKAT-COUNT           PIC 9(5) VALUE 0.
       01  WS-SK-IX                PIC 9(5) VALUE 0.
       01  WS-SK-FUNDET            PIC X VALUE "N".
       01  SKAT-TABEL.
           02  SKAT-ENTRY OCCURS 5000 TIMES.
               03  SK-KUNDEID      pic x(10).
               03  SK-HJEMSTED OCCURS 3 TIMES.
                   04  SK-LAND     pic x(2).
                   04  SK-TIN      pic x(20).

      *> The reportable customers and the countries they are
      *> reported to.
       01  WS-MAX-IND              PIC 9(5) VALUE 5000.
       01  WS-IND-COUNT            PIC 9(5) VALUE 0.
       01  WS-IN-IX                PIC 9(5) VALUE 0.
       01  IND-TABEL.
           02  IND-ENTRY OCCURS 5000 TIMES.
               03  IN-KUNDEID      pic x(10).
               03  IN-DOKUMENTATION pic x(1).
               03  IN-LANDE        pic 9(1).
               03  IN-HJEMSTED OCCURS 3 TIMES.
                   04  IN-LAND     pic x(2).
                   04  IN-TIN      pic x(20).
       01  WS-HJ-IX                PIC 9(1) VALUE 0.
       01  WS-HJ-ANTAL             PIC 9(1) VALUE 0.

      *> Rates: the last one on or before 31 December.
       01  WS-MAX-KURS             PIC 9(3) VALUE 50.
       01  WS-KURS-COUNT           PIC 9(3) VALUE 0.
       01  WS-KURS-IX              PIC 9(3) VALUE 0.
       01  WS-KURS-FUNDET          PIC X VALUE "N".
       01  WS-KURS                 PIC 9(5)V9(6) VALUE ZEROS.
       01  KURS-TABEL.
           02  KURS-ENTRY OCCURS 50 TIMES.
               03  KU-KODE         pic x(3).
               03  KU-RATE         pic 9(5)v9(6).
               03  KU-DATO         pic 9(8).

      *> Postings after the year end, netted per account they were
      *> booked to.
       01  WS-MAX-EFTER            PIC 9(5) VALUE 10000.
       01  WS-EFTER-COUNT          PIC 9(5) VALUE 0.
       01  WS-EF-IX                PIC 9(5) VALUE 0.
       01  WS-EF-FUNDET            PIC X VALUE "N".
       01  EFTER-TABEL.
           02  EFTER-ENTRY OCCURS 10000 TIMES.
               03  EF-KUNDEID      pic x(10).
               03  EF-KONTO        pic x(20).
               03  EF-NETTO        pic s9(11)v99.
       01  WS-EF-KUNDEID           PIC X(10) VALUE SPACES.
       01  WS-EF-KONTO             PIC X(20) VALUE SPACES.
       01  WS-POST-NETTO           PIC S9(9)V99 VALUE ZEROS.

      *> The account being reported.
       01  WS-KTO-KONTO            PIC X(20) VALUE SPACES.
       01  WS-KTO-LUKKET           PIC X(1) VALUE SPACES.
       01  WS-KTO-SALDO            PIC S9(11)V99 VALUE ZEROS.
       01  WS-KTO-SALDO-DKK        PIC 9(11)V99 VALUE ZEROS.
       01  WS-KTO-RENTE            PIC 9(9)V99 VALUE ZEROS.
       01  WS-KUNDE-RENTE          PIC 9(9)V99 VALUE ZEROS.

       01  WS-KUNDE-COUNT          PIC 9(7) VALUE 0.
       01  WS-SELVCERT-COUNT       PIC 9(7) VALUE 0.
       01  WS-UDOK-COUNT           PIC 9(7) VALUE 0.
       01  WS-FATCA-COUNT          PIC 9(7) VALUE 0.
       01  WS-KONTO-COUNT          PIC 9(7) VALUE 0.
       01  WS-LINJE-COUNT          PIC 9(7) VALUE 0.
       01  WS-UDEN-KURS-COUNT      PIC 9(7) VALUE 0.
       01  WS-TABEL-OVERLOEB       PIC X VALUE "N".
       01  WS-SALDO-TOTAL          PIC 9(15)V99 VALUE ZEROS.
       01  WS-RENTE-TOTAL          PIC 9(13)V99 VALUE ZEROS.
       01  WS-BELOEB-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "KUNDE_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kundemaster.dat" TO WS-MASTER-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-SKAT-FILENAME FROM ENVIRONMENT "SKATTEHJEM_FIL"
               ON EXCEPTION
                   MOVE "Skattehjemsted.txt" TO WS-SKAT-FILENAME
           END-ACCEPT

           ACCEPT WS-RENTE-FILENAME
                   FROM ENVIRONMENT "RENTEINDBERET_FIL"
               ON EXCEPTION
                   MOVE "Renteindberetning.txt" TO WS-RENTE-FILENAME
           END-ACCEPT

           ACCEPT WS-HISTORIK-FILENAME
                   FROM ENVIRONMENT "POSTERING_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "Posteringshistorik.txt"
                       TO WS-HISTORIK-FILENAME
           END-ACCEPT

           ACCEPT WS-KURS-FILENAME FROM ENVIRONMENT "VALUTAKURS_FIL"
               ON EXCEPTION
                   MOVE "Valutakurser.txt" TO WS-KURS-FILENAME
           END-ACCEPT

           ACCEPT WS-CRS-FILENAME FROM ENVIRONMENT "CRS_INDBERET_FIL"
               ON EXCEPTION
                   MOVE "CrsIndberetning.txt" TO WS-CRS-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-AAR-X FROM ENVIRONMENT "INDBERET_AAR"
               ON EXCEPTION
                   MOVE SPACES TO WS-AAR-X
           END-ACCEPT
           IF WS-AAR-X NOT = SPACES
               MOVE WS-AAR-X TO WS-AAR
           ELSE
               MOVE WS-TODAY(1:4) TO WS-AAR
               SUBTRACT 1 FROM WS-AAR
           END-IF
           COMPUTE WS-AAR-PRIMO = WS-AAR * 10000 + 0101
           COMPUTE WS-AAR-ULTIMO = WS-AAR * 10000 + 1231

           PERFORM LOAD-RENTETAL
           IF WS-RENTE-COUNT = 0
               DISPLAY "CRSINDBERETNING: ingen rentetal for " WS-AAR
                   " i " FUNCTION TRIM(WS-RENTE-FILENAME)
                   " - RENTEINDBERETNING skal koere foerst"
               MOVE 8 TO RETURN-CODE
               PERFORM AFBRYD-UDEN-FIL
           END-IF
           PERFORM LOAD-SKAT-REGISTER
           PERFORM LOAD-VALUTAKURSER

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "CRSINDBERETNING: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM AFBRYD-UDEN-FIL
           END-IF
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS = "00"
               MOVE "Y" TO WS-KONTO-AKTIV
           ELSE
               DISPLAY "CRSINDBERETNING: ingen kontomaster paa disk "
                   "- kun hovedkontoen indberettes"
           END-IF

           PERFORM FIND-INDBERETTEDE
           PERFORM LOAD-EFTER-ULTIMO

           IF WS-TABEL-OVERLOEB = "Y"
               DISPLAY "CRSINDBERETNING: flere poster end tabellerne "
                   "kan rumme - indberetningen ville vaere "
                   "ufuldstaendig, koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-UDEN-KURS-COUNT > 0
               DISPLAY "CRSINDBERETNING: " WS-UDEN-KURS-COUNT
                   " indberetningspligtige kunder har en valuta uden "
                   "aarsultimokurs - koerslen afbrydes"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
               CLOSE master-file-1
               IF WS-KONTO-AKTIV = "Y"
                   CLOSE konto-file-1
               END-IF
               PERFORM AFBRYD-UDEN-FIL
           END-IF

           PERFORM WRITE-INDBERETNING

           CLOSE master-file-1
           IF WS-KONTO-AKTIV = "Y"
               CLOSE konto-file-1
           END-IF

           DISPLAY "=========================================="
           DISPLAY "CRSINDBERETNING - CRS/FATCA " WS-AAR
           DISPLAY "Kunder laest             : " WS-KUNDE-COUNT
           DISPLAY "Selvcertificerede        : " WS-SELVCERT-COUNT
           DISPLAY "Udokumenterede (adresse) : " WS-UDOK-COUNT
           DISPLAY "Heraf med FATCA (US)     : " WS-FATCA-COUNT
           DISPLAY "Konti indberettet        : " WS-KONTO-COUNT
           DISPLAY "Linjer skrevet           : " WS-LINJE-COUNT
           MOVE WS-SALDO-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Saldi i alt DKK          : " WS-BELOEB-EDIT
           MOVE WS-RENTE-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "Renter i alt DKK         : " WS-BELOEB-EDIT
           DISPLAY "=========================================="

           MOVE WS-KUNDE-COUNT TO WS-KLOG-LAEST
           MOVE WS-LINJE-COUNT TO WS-KLOG-SKREVET
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

       AFBRYD-UDEN-FIL.
           MOVE WS-KUNDE-COUNT TO WS-KLOG-LAEST
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           MOVE "FAIL" TO WS-KLOG-STATUS
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE
           GOBACK.

       LOAD-RENTETAL.
           OPEN INPUT rente-file-1
           IF RENTE-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-RENTE = "Y"
                   READ rente-file-1
                       AT END
                           MOVE "Y" TO END-OF-RENTE
                       NOT AT END
                           IF RI-AAR = WS-AAR
                               PERFORM NOTER-RENTETAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE rente-file-1
           END-IF.

       NOTER-RENTETAL.
           IF WS-RENTE-COUNT < WS-MAX-RENTE
               ADD 1 TO WS-RENTE-COUNT
               MOVE RI-KUNDEID TO RE-KUNDEID(WS-RENTE-COUNT)
               MOVE RI-INDLAAN-RENTE TO RE-INDLAAN(WS-RENTE-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

       LOAD-SKAT-REGISTER.
           OPEN INPUT skat-file-1
           IF SKAT-FILE-1-STATUS NOT = "00"
               DISPLAY "CRSINDBERETNING: intet skatteregister paa "
                   "disk - kun udenlandske adresser indberettes"
           ELSE
               PERFORM UNTIL END-OF-SKAT = "Y"
                   READ skat-file-1
                       AT END
                           MOVE "Y" TO END-OF-SKAT
                       NOT AT END
                           PERFORM NOTER-SELVCERT
                   END-READ
               END-PERFORM
               CLOSE skat-file-1
           END-IF.

       NOTER-SELVCERT.
           IF WS-SKAT-COUNT < WS-MAX-SKAT
               ADD 1 TO WS-SKAT-COUNT
               MOVE SH-KUNDEID TO SK-KUNDEID(WS-SKAT-COUNT)
               PERFORM VARYING WS-HJ-IX FROM 1 BY 1 UNTIL WS-HJ-IX > 3
                   MOVE SH-LAND(WS-HJ-IX)
                       TO SK-LAND(WS-SKAT-COUNT, WS-HJ-IX)
                   MOVE SH-TIN(WS-HJ-IX)
                       TO SK-TIN(WS-SKAT-COUNT, WS-HJ-IX)
               END-PERFORM
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

       LOAD-VALUTAKURSER.
           OPEN INPUT kurs-file-1
           IF KURS-FILE-1-STATUS NOT = "00"
               DISPLAY "CRSINDBERETNING: no exchange-rate table on "
                   "file, status " KURS-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-KURS = "Y"
                   READ kurs-file-1 INTO kurs-record
                       AT END
                           MOVE "Y" TO END-OF-KURS
                       NOT AT END
                           IF VALKURS-DATE <= WS-AAR-ULTIMO
                               PERFORM NOTER-KURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kurs-file-1
           END-IF.

       NOTER-KURS.
           MOVE "N" TO WS-KURS-FUNDET
           PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                   UNTIL WS-KURS-IX > WS-KURS-COUNT
                      OR WS-KURS-FUNDET = "Y"
               IF KU-KODE(WS-KURS-IX) = VALKURS-KODE
                   MOVE "Y" TO WS-KURS-FUNDET
               END-IF
           END-PERFORM
           IF WS-KURS-FUNDET = "Y"
               SUBTRACT 1 FROM WS-KURS-IX
               IF VALKURS-DATE > KU-DATO(WS-KURS-IX)
                   MOVE VALKURS-RATE TO KU-RATE(WS-KURS-IX)
                   MOVE VALKURS-DATE TO KU-DATO(WS-KURS-IX)
               END-IF
           ELSE
               IF WS-KURS-COUNT < WS-MAX-KURS
                   ADD 1 TO WS-KURS-COUNT
                   MOVE VALKURS-KODE TO KU-KODE(WS-KURS-COUNT)
                   MOVE VALKURS-RATE TO KU-RATE(WS-KURS-COUNT)
                   MOVE VALKURS-DATE TO KU-DATO(WS-KURS-COUNT)
               ELSE
                   DISPLAY "CRSINDBERETNING: rate table full, "
                       "skipping " VALKURS-KODE
               END-IF
           END-IF.

      *> The rate of the customer on master-record into WS-KURS.
       FIND-KURS.
           MOVE "N" TO WS-KURS-FUNDET
           IF Valutakode = "DKK" OR Valutakode = SPACES
               MOVE 1 TO WS-KURS
               MOVE "Y" TO WS-KURS-FUNDET
           ELSE
               PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                       UNTIL WS-KURS-IX > WS-KURS-COUNT
                          OR WS-KURS-FUNDET = "Y"
                   IF KU-KODE(WS-KURS-IX) = Valutakode
                       MOVE KU-RATE(WS-KURS-IX) TO WS-KURS
                       MOVE "Y" TO WS-KURS-FUNDET
                   END-IF
               END-PERFORM
           END-IF.

      *> First pass over the master: who is reported, to where.
       FIND-INDBERETTEDE.
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
                           PERFORM VURDER-KUNDE
                       END-IF
               END-READ
           END-PERFORM.

       VURDER-KUNDE.
           MOVE "N" TO WS-SK-FUNDET
           PERFORM VARYING WS-SK-IX FROM 1 BY 1
                   UNTIL WS-SK-IX > WS-SKAT-COUNT
                      OR WS-SK-FUNDET = "Y"
               IF SK-KUNDEID(WS-SK-IX) = KundeID
                   MOVE "Y" TO WS-SK-FUNDET
               END-IF
           END-PERFORM

           MOVE 0 TO WS-HJ-ANTAL
           IF WS-SK-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SK-IX
               PERFORM VARYING WS-HJ-IX FROM 1 BY 1 UNTIL WS-HJ-IX > 3
                   IF SK-LAND(WS-SK-IX, WS-HJ-IX) NOT = SPACES
                      AND SK-LAND(WS-SK-IX, WS-HJ-IX) NOT = "DK"
                       ADD 1 TO WS-HJ-ANTAL
                   END-IF
               END-PERFORM
           END-IF

           IF WS-HJ-ANTAL > 0
              OR (WS-SK-FUNDET = "N" AND LANDEKODE NOT = SPACES
                  AND LANDEKODE NOT = "DK")
               PERFORM NOTER-INDBERETTET
           END-IF.

       NOTER-INDBERETTET.
           IF WS-IND-COUNT < WS-MAX-IND
               ADD 1 TO WS-IND-COUNT
               MOVE WS-IND-COUNT TO WS-IN-IX
               INITIALIZE IND-ENTRY(WS-IN-IX)
               MOVE KundeID TO IN-KUNDEID(WS-IN-IX)
               IF WS-SK-FUNDET = "Y"
                   ADD 1 TO WS-SELVCERT-COUNT
                   MOVE "S" TO IN-DOKUMENTATION(WS-IN-IX)
                   PERFORM VARYING WS-HJ-IX FROM 1 BY 1
                           UNTIL WS-HJ-IX > 3
                       IF SK-LAND(WS-SK-IX, WS-HJ-IX) NOT = SPACES
                          AND SK-LAND(WS-SK-IX, WS-HJ-IX) NOT = "DK"
                           ADD 1 TO IN-LANDE(WS-IN-IX)
                           MOVE SK-LAND(WS-SK-IX, WS-HJ-IX)
                               TO IN-LAND(WS-IN-IX, IN-LANDE(WS-IN-IX))
                           MOVE SK-TIN(WS-SK-IX, WS-HJ-IX)
                               TO IN-TIN(WS-IN-IX, IN-LANDE(WS-IN-IX))
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-UDOK-COUNT
                   MOVE "U" TO IN-DOKUMENTATION(WS-IN-IX)
                   MOVE 1 TO IN-LANDE(WS-IN-IX)
                   MOVE LANDEKODE TO IN-LAND(WS-IN-IX, 1)
               END-IF
               PERFORM VARYING WS-HJ-IX FROM 1 BY 1
                       UNTIL WS-HJ-IX > IN-LANDE(WS-IN-IX)
                   IF IN-LAND(WS-IN-IX, WS-HJ-IX) = "US"
                       ADD 1 TO WS-FATCA-COUNT
                   END-IF
               END-PERFORM
               PERFORM FIND-KURS
               IF WS-KURS-FUNDET = "N"
                   ADD 1 TO WS-UDEN-KURS-COUNT
                   DISPLAY "CRSINDBERETNING: ingen aarsultimokurs for "
                       Valutakode " (kunde " KundeID ")"
               END-IF
           ELSE
               MOVE "Y" TO WS-TABEL-OVERLOEB
           END-IF.

      *> Postings booked after the year end, credited to the account
      *> KONTOPOSTERING booked them on. Only reportable customers
      *> matter.
       LOAD-EFTER-ULTIMO.
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "CRSINDBERETNING: ingen posteringshistorik "
                   "paa disk - dagens saldi bruges uaendret"
           ELSE
               PERFORM UNTIL END-OF-HIST = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-HIST
                       NOT AT END
                           IF POST-DATO > WS-AAR-ULTIMO
                               PERFORM NOTER-EFTER-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historik-file-1
           END-IF.

       NOTER-EFTER-POST.
           PERFORM VARYING WS-IN-IX FROM 1 BY 1
                   UNTIL WS-IN-IX > WS-IND-COUNT
                      OR IN-KUNDEID(WS-IN-IX) = POST-KUNDEID
               CONTINUE
           END-PERFORM
           IF WS-IN-IX <= WS-IND-COUNT
               MOVE POST-KUNDEID TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POST-KUNDEID TO WS-EF-KUNDEID
                       MOVE KontoNummer IN master-record
                           TO WS-EF-KONTO
                       IF WS-KONTO-AKTIV = "Y"
                           MOVE POST-KONTONUMMER
                               TO KONTO-NUMMER IN konto-record
                           READ konto-file-1
                               KEY IS KONTO-NUMMER IN konto-record
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE POST-KONTONUMMER
                                       TO WS-EF-KONTO
                           END-READ
                       END-IF
                       IF POST-DK = "D"
                           COMPUTE WS-POST-NETTO = POST-BELOEB * -1
                       ELSE
                           MOVE POST-BELOEB TO WS-POST-NETTO
                       END-IF
                       PERFORM NOTER-EFTER
               END-READ
           END-IF.

       NOTER-EFTER.
           MOVE "N" TO WS-EF-FUNDET
           PERFORM VARYING WS-EF-IX FROM 1 BY 1
                   UNTIL WS-EF-IX > WS-EFTER-COUNT
                      OR WS-EF-FUNDET = "Y"
               IF EF-KUNDEID(WS-EF-IX) = WS-EF-KUNDEID
                  AND EF-KONTO(WS-EF-IX) = WS-EF-KONTO
                   MOVE "Y" TO WS-EF-FUNDET
                   ADD WS-POST-NETTO TO EF-NETTO(WS-EF-IX)
               END-IF
           END-PERFORM
           IF WS-EF-FUNDET = "N"
               IF WS-EFTER-COUNT < WS-MAX-EFTER
                   ADD 1 TO WS-EFTER-COUNT
                   MOVE WS-EF-KUNDEID TO EF-KUNDEID(WS-EFTER-COUNT)
                   MOVE WS-EF-KONTO TO EF-KONTO(WS-EFTER-COUNT)
                   MOVE WS-POST-NETTO TO EF-NETTO(WS-EFTER-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABEL-OVERLOEB
               END-IF
           END-IF.

      *> Second pass: the reportable customers' accounts.
       WRITE-INDBERETNING.
           OPEN OUTPUT crs-file-1
           IF CRS-FILE-1-STATUS NOT = "00"
               DISPLAY "CRSINDBERETNING: cannot open report, status "
                   CRS-FILE-1-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM AFBRYD-UDEN-FIL
           END-IF

           MOVE SPACES TO crs-record
           MOVE "HDR" TO CRS-TAG
           MOVE WS-AAR TO CRS-HDR-AAR
           MOVE WS-AAR-ULTIMO TO CRS-HDR-ULTIMO
           MOVE WS-TODAY TO CRS-HDR-KOERSEL
           WRITE crs-record

           PERFORM VARYING WS-IN-IX FROM 1 BY 1
                   UNTIL WS-IN-IX > WS-IND-COUNT
               MOVE IN-KUNDEID(WS-IN-IX) TO KundeID IN master-record
               READ master-file-1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM INDBERET-KUNDE
               END-READ
           END-PERFORM

           MOVE SPACES TO crs-record
           MOVE "TRL" TO CRS-TAG
           MOVE WS-LINJE-COUNT TO CRS-TRL-ANTAL
           MOVE WS-SALDO-TOTAL TO CRS-TRL-SALDO
           MOVE WS-RENTE-TOTAL TO CRS-TRL-RENTE
           WRITE crs-record
           CLOSE crs-file-1.

       INDBERET-KUNDE.
           PERFORM FIND-KURS
           MOVE 0 TO WS-KUNDE-RENTE
           PERFORM VARYING WS-RE-IX FROM 1 BY 1
                   UNTIL WS-RE-IX > WS-RENTE-COUNT
               IF RE-KUNDEID(WS-RE-IX) = KundeID IN master-record
                  AND RE-INDLAAN(WS-RE-IX) > 0
                   ADD RE-INDLAAN(WS-RE-IX) TO WS-KUNDE-RENTE
               END-IF
           END-PERFORM

           MOVE KontoNummer IN master-record TO WS-KTO-KONTO
           MOVE Balance IN master-record TO WS-KTO-SALDO
           MOVE SPACE TO WS-KTO-LUKKET
           MOVE WS-KUNDE-RENTE TO WS-KTO-RENTE
           PERFORM INDBERET-KONTO

           IF WS-KONTO-AKTIV = "Y"
               MOVE KundeID IN master-record
                   TO KONTO-KUNDEID IN konto-record
               MOVE "N" TO END-OF-KONTO
               START konto-file-1
                   KEY NOT < KONTO-KUNDEID IN konto-record
                   INVALID KEY
                       MOVE "Y" TO END-OF-KONTO
               END-START
               PERFORM UNTIL END-OF-KONTO = "Y"
                   READ konto-file-1 NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-KONTO
                       NOT AT END
                           IF KONTO-KUNDEID IN konto-record
                                   NOT = KundeID IN master-record
                               MOVE "Y" TO END-OF-KONTO
                           ELSE
                               PERFORM VURDER-KONTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> The primary account is already reported from Balance; an
      *> account opened after the year end or closed before it was
      *> not held in the year.
       VURDER-KONTO.
           IF KONTO-NUMMER IN konto-record
                   NOT = KontoNummer IN master-record
              AND KONTO-OPRETTET IN konto-record <= WS-AAR-ULTIMO
              AND NOT (KONTO-STATUS IN konto-record = "L"
                   AND KONTO-LUKKET-DATO IN konto-record
                       < WS-AAR-PRIMO)
               MOVE KONTO-NUMMER IN konto-record TO WS-KTO-KONTO
               MOVE KONTO-SALDO IN konto-record TO WS-KTO-SALDO
               MOVE SPACE TO WS-KTO-LUKKET
               IF KONTO-STATUS IN konto-record = "L"
                  AND KONTO-LUKKET-DATO IN konto-record
                      <= WS-AAR-ULTIMO
                   MOVE "J" TO WS-KTO-LUKKET
               END-IF
               MOVE 0 TO WS-KTO-RENTE
               PERFORM INDBERET-KONTO
           END-IF.

      *> One line per country the customer is reported to.
       INDBERET-KONTO.
           ADD 1 TO WS-KONTO-COUNT
           PERFORM VARYING WS-EF-IX FROM 1 BY 1
                   UNTIL WS-EF-IX > WS-EFTER-COUNT
               IF EF-KUNDEID(WS-EF-IX) = KundeID IN master-record
                  AND EF-KONTO(WS-EF-IX) = WS-KTO-KONTO
                   SUBTRACT EF-NETTO(WS-EF-IX) FROM WS-KTO-SALDO
               END-IF
           END-PERFORM
           IF WS-KTO-SALDO > 0
               COMPUTE WS-KTO-SALDO-DKK ROUNDED =
                   WS-KTO-SALDO * WS-KURS
           ELSE
               MOVE 0 TO WS-KTO-SALDO-DKK
           END-IF

           PERFORM VARYING WS-HJ-IX FROM 1 BY 1
                   UNTIL WS-HJ-IX > IN-LANDE(WS-IN-IX)
               MOVE SPACES TO crs-record
               MOVE "KTO" TO CRS-TAG
               IF IN-LAND(WS-IN-IX, WS-HJ-IX) = "US"
                   MOVE "FATCA" TO CRS-REGIME
               ELSE
                   MOVE "CRS" TO CRS-REGIME
               END-IF
               MOVE IN-LAND(WS-IN-IX, WS-HJ-IX) TO CRS-LAND
               MOVE IN-TIN(WS-IN-IX, WS-HJ-IX) TO CRS-TIN
               MOVE IN-DOKUMENTATION(WS-IN-IX) TO CRS-DOKUMENTATION
               MOVE KundeID IN master-record TO CRS-KUNDEID
               MOVE Fornavn IN master-record TO CRS-FORNAVN
               MOVE Efternavn IN master-record TO CRS-EFTERNAVN
               MOVE DATE-OF-BIRTH IN master-record TO CRS-FOEDSELSDATO
               MOVE VEJNAVN IN master-record TO CRS-VEJNAVN
               MOVE HUSNR IN master-record TO CRS-HUSNR
               IF LANDEKODE IN master-record = SPACES
                  OR LANDEKODE IN master-record = "DK"
                   MOVE POSTNR IN master-record TO CRS-POSTNR
                   MOVE "DK" TO CRS-ADR-LAND
               ELSE
                   MOVE UDLANDSPOSTNR IN master-record TO CRS-POSTNR
                   MOVE LANDEKODE IN master-record TO CRS-ADR-LAND
               END-IF
               MOVE BYx IN master-record TO CRS-BY
               MOVE WS-KTO-KONTO TO CRS-KONTO
               MOVE WS-KTO-LUKKET TO CRS-LUKKET
               MOVE WS-KTO-SALDO-DKK TO CRS-SALDO
               MOVE WS-KTO-RENTE TO CRS-RENTE
               WRITE crs-record
               ADD 1 TO WS-LINJE-COUNT
               ADD WS-KTO-SALDO-DKK TO WS-SALDO-TOTAL
               ADD WS-KTO-RENTE TO WS-RENTE-TOTAL
           END-PERFORM.
