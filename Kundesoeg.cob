       identification division.
       program-id. KUNDESOEG.

      *> Name and address search behind the customer inquiries
      *> (KUNDEOPSLAG, KUNDE360), for the customer who does not know
      *> the customer number. The operator gives the surname and may
      *> narrow by first name, POSTNR, street and birth date. Names
      *> are compared on a Danish spelling form - upper case, with
      *> ae/oe/aa standing for the letters as written in either the
      *> old or the new spelling (Moeller, Aagaard) - so a prefix of
      *> the surname finds both. The "sounds-like" option compares a
      *> phonetic key instead (Nielsen/Nilsen, Pedersen/Petersen,
      *> Christensen/Kristensen, Moeller/Mueller). Anonymised
      *> customers are never returned. A search matching more than
      *> KUNDESOEG_MAX_HITS customers (default 50) lists nothing and
      *> asks for more criteria. The hits are shown a page at a time
      *> with the KundeID and birth date masked per MASK_DISPLAY,
      *> and the KundeID picked is handed back to the inquiry, which
      *> opens its normal lookup; spaces when nothing was picked.
      *> The search itself (criteria and hit count) is written to
      *> the read-access log, and every customer shown on a page is
      *> logged through ADGANGSLOG under KUNDESOEG. The master lock
      *> is held for the scan only, not while the operator reads
      *> the list; when the nightly chain holds it the search runs
      *> on the published snapshot, as the inquiries do.

       environment division.
       input-output section.
       file-control.
           select master-file-1 assign to dynamic WS-MASTER-FILENAME
               organization is indexed
               access mode is sequential
               record key is KundeID IN master-record
               alternate record key is KontoNummer IN master-record
                   with duplicates
               file status is MASTER-FILE-1-STATUS.
           select adgang-file-1 assign to dynamic WS-ADGANG-FILENAME
               organization is line sequential
               file status is ADGANG-FILE-1-STATUS.

       data division.
       file section.
       fd  master-file-1.
       01  master-record.
           copy "KUNDER.cpy".
       fd  adgang-file-1.
       01  adgang-record.
           copy "ADGANGLOG.cpy".

       working-storage section.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.
       01  WS-LAAS-PROGRAM       PIC X(20) VALUE "KUNDESOEG".
       01  WS-LAAS-RESULTAT      PIC X VALUE "N".
       01  WS-LAAS-GEMT-RC       PIC 9(5) VALUE 0.

       01  END-OF-FILE           PIC X VALUE "N".
       01  MASTER-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  ADGANG-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  WS-MASTER-FILENAME    PIC X(100)
                                  VALUE "Kundemaster.dat".
       01  WS-SNAP-FILENAME      PIC X(100)
                                  VALUE "KundemasterSnap.dat".
       01  WS-ADGANG-FILENAME    PIC X(100)
                                  VALUE "Adgangslog.txt".
       01  WS-BRUG-SNAPSHOT      PIC X VALUE "N".
       01  WS-BRUGERID           PIC X(8) VALUE SPACES.
       01  WS-ADGANG-PROGRAM     PIC X(20) VALUE "KUNDESOEG".

      *> Search criteria as entered, and the surname, first name and
      *> street in spelling form; the surname also as phonetic key.
       01  WS-SOEG-EFTERNAVN     PIC X(20) VALUE SPACES.
       01  WS-SOEG-FORNAVN       PIC X(20) VALUE SPACES.
       01  WS-SOEG-POSTNR        PIC X(4) VALUE SPACES.
       01  WS-SOEG-VEJNAVN       PIC X(20) VALUE SPACES.
       01  WS-SOEG-FOEDT         PIC X(8) VALUE SPACES.
       01  WS-SOEG-LYD           PIC X VALUE "N".
       01  WS-SOEG-EFT-NORM      PIC X(42) VALUE SPACES.
       01  WS-SOEG-EFT-LGD       PIC 9(2) VALUE 0.
       01  WS-SOEG-EFT-FON       PIC X(12) VALUE SPACES.
       01  WS-SOEG-FOR-NORM      PIC X(42) VALUE SPACES.
       01  WS-SOEG-FOR-LGD       PIC 9(2) VALUE 0.
       01  WS-SOEG-VEJ-NORM      PIC X(42) VALUE SPACES.
       01  WS-SOEG-VEJ-LGD       PIC 9(2) VALUE 0.
       01  WS-KRITERIER          PIC X(100) VALUE SPACES.
       01  WS-HITS-TEKST         PIC X(9) VALUE SPACES.

      *> Spelling form: NORMALISER turns WS-NORM-IND into WS-NORM-UD
      *> (two spare positions so the phonetic pass can look ahead);
      *> FONETISK-NOEGLE turns WS-NORM-UD into WS-FON-UD.
       01  WS-NORM-IND           PIC X(20) VALUE SPACES.
       01  WS-NORM-ARB           PIC X(20) VALUE SPACES.
       01  WS-NORM-UD            PIC X(42) VALUE SPACES.
       01  WS-NORM-LGD           PIC 9(2) VALUE 0.
       01  WS-NI                 PIC 9(2) VALUE 0.
       01  WS-TEGN               PIC X VALUE SPACE.
       01  WS-TEGN-2             PIC X VALUE SPACE.
       01  WS-ERSTAT             PIC X(2) VALUE SPACES.
       01  WS-FON-UD             PIC X(12) VALUE SPACES.
       01  WS-FON-LGD            PIC 9(2) VALUE 0.
       01  WS-FON-TEGN           PIC X VALUE SPACE.
       01  WS-FON-SIDSTE         PIC X VALUE SPACE.

       01  WS-MATCH              PIC X VALUE "N".
       01  WS-FOR-MANGE          PIC X VALUE "N".
       01  WS-MAX-HITS           PIC 9(3) VALUE 50.
       01  WS-MAX-HITS-X         PIC X(5) VALUE SPACES.
       01  WS-HIT-COUNT          PIC 9(3) VALUE 0.
       01  WS-HIT-IX             PIC 9(3) VALUE 0.
       01  WS-HIT-EDIT           PIC ZZ9.
       01  HIT-TABEL.
           02  HIT-ENTRY OCCURS 200 TIMES.
               03  HT-KUNDEID      pic x(10).
               03  HT-FORNAVN      pic x(20).
               03  HT-EFTERNAVN    pic x(20).
               03  HT-POSTNR       pic x(4).
               03  HT-BY           pic x(20).
               03  HT-FOEDT        pic 9(8).
               03  HT-LOGGET       pic x(1).

       01  WS-SIDE-STR           PIC 9(3) VALUE 10.
       01  WS-SIDE-START         PIC 9(3) VALUE 1.
       01  WS-SIDE-SLUT          PIC 9(3) VALUE 0.
       01  WS-SOEG-SLUT          PIC X VALUE "N".
       01  WS-VALG               PIC X(4) VALUE SPACES.
       01  WS-VALG-NR            PIC 9(3) VALUE 0.
       01  WS-MASKED-KUNDEID     PIC X(10).
       01  WS-MASKED-FOEDT       PIC X(8).

       linkage section.
       01  LS-MASTER-FILENAME    pic x(100).
       01  LS-MASK-DISPLAY       pic x(1).
       01  LS-KUNDEID            pic x(10).

       procedure division using LS-MASTER-FILENAME LS-MASK-DISPLAY
               LS-KUNDEID.
       MAIN-PROCEDURE.
           MOVE SPACES TO LS-KUNDEID
           MOVE LS-MASTER-FILENAME TO WS-MASTER-FILENAME
           MOVE "N" TO END-OF-FILE
           MOVE "N" TO WS-FOR-MANGE
           MOVE "N" TO WS-BRUG-SNAPSHOT
           MOVE 0 TO WS-HIT-COUNT

           ACCEPT WS-MAX-HITS-X FROM ENVIRONMENT "KUNDESOEG_MAX_HITS"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAX-HITS-X
           END-ACCEPT
           IF WS-MAX-HITS-X NOT = SPACES
               COMPUTE WS-MAX-HITS = FUNCTION NUMVAL(WS-MAX-HITS-X)
           END-IF
           IF WS-MAX-HITS = 0 OR WS-MAX-HITS > 200
               MOVE 200 TO WS-MAX-HITS
           END-IF

           PERFORM LAES-KRITERIER
           IF WS-SOEG-EFT-LGD < 2
               DISPLAY "KUNDESOEG: angiv mindst 2 bogstaver af "
                   "efternavnet"
               GOBACK
           END-IF

           MOVE "TAG " TO WS-LAAS-AKTION
           CALL "LAASSTYRING" USING WS-LAAS-AKTION WS-LAAS-PROGRAM
               WS-LAAS-RESULTAT
           IF WS-LAAS-RESULTAT NOT = "Y"
               ACCEPT WS-SNAP-FILENAME
                       FROM ENVIRONMENT "KUNDE_SNAP_FIL"
                   ON EXCEPTION
                       MOVE "KundemasterSnap.dat" TO WS-SNAP-FILENAME
               END-ACCEPT
               MOVE "Y" TO WS-BRUG-SNAPSHOT
               MOVE WS-SNAP-FILENAME TO WS-MASTER-FILENAME
               DISPLAY "KUNDESOEG: BEMAERK - masteren er laast, "
                   "der soeges i seneste snapshot"
           END-IF

           OPEN INPUT master-file-1
           IF MASTER-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDESOEG: cannot open master, status "
                   MASTER-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM FRIGIV-LAAS
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-FILE = "Y" OR WS-FOR-MANGE = "Y"
               READ master-file-1
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM KONTROLLER-KUNDE
               END-READ
           END-PERFORM

           CLOSE master-file-1
           PERFORM FRIGIV-LAAS

           PERFORM LOG-SOEGNING

           IF WS-FOR-MANGE = "Y"
               MOVE WS-MAX-HITS TO WS-HIT-EDIT
               DISPLAY "KUNDESOEG: soegningen giver over "
                   FUNCTION TRIM(WS-HIT-EDIT) " hits - angiv flere "
                   "kriterier (fornavn, postnr, vejnavn eller "
                   "foedselsdato)"
               GOBACK
           END-IF
           IF WS-HIT-COUNT = 0
               DISPLAY "KUNDESOEG: ingen kunder fundet"
               GOBACK
           END-IF

           MOVE 1 TO WS-SIDE-START
           MOVE "N" TO WS-SOEG-SLUT
           PERFORM UNTIL WS-SOEG-SLUT = "Y"
               PERFORM VIS-SIDE
               DISPLAY "Vaelg nr, N = naeste side, F = forrige side, "
                   "blank = afbryd: " WITH NO ADVANCING
               MOVE SPACES TO WS-VALG
               ACCEPT WS-VALG
               PERFORM BEHANDL-VALG
           END-PERFORM

       goback.

       LAES-KRITERIER.
           DISPLAY "KUNDESOEG - efternavn: " WITH NO ADVANCING
           ACCEPT WS-SOEG-EFTERNAVN
           DISPLAY "Lydsoegning (J/N): " WITH NO ADVANCING
           ACCEPT WS-SOEG-LYD
           IF WS-SOEG-LYD = "j"
               MOVE "J" TO WS-SOEG-LYD
           END-IF
           DISPLAY "Fornavn (blank = alle): " WITH NO ADVANCING
           ACCEPT WS-SOEG-FORNAVN
           DISPLAY "Postnr (blank = alle): " WITH NO ADVANCING
           ACCEPT WS-SOEG-POSTNR
           DISPLAY "Vejnavn (blank = alle): " WITH NO ADVANCING
           ACCEPT WS-SOEG-VEJNAVN
           DISPLAY "Foedselsdato AAAAMMDD (blank = alle): "
               WITH NO ADVANCING
           ACCEPT WS-SOEG-FOEDT

           MOVE WS-SOEG-EFTERNAVN TO WS-NORM-IND
           PERFORM NORMALISER
           MOVE WS-NORM-UD TO WS-SOEG-EFT-NORM
           MOVE WS-NORM-LGD TO WS-SOEG-EFT-LGD
           PERFORM FONETISK-NOEGLE
           MOVE WS-FON-UD TO WS-SOEG-EFT-FON

           MOVE WS-SOEG-FORNAVN TO WS-NORM-IND
           PERFORM NORMALISER
           MOVE WS-NORM-UD TO WS-SOEG-FOR-NORM
           MOVE WS-NORM-LGD TO WS-SOEG-FOR-LGD

           MOVE WS-SOEG-VEJNAVN TO WS-NORM-IND
           PERFORM NORMALISER
           MOVE WS-NORM-UD TO WS-SOEG-VEJ-NORM
           MOVE WS-NORM-LGD TO WS-SOEG-VEJ-LGD.

       KONTROLLER-KUNDE.
           IF SLETTET-MARKERING IN master-record NOT = "J"
               MOVE Efternavn IN master-record TO WS-NORM-IND
               PERFORM NORMALISER
               MOVE "N" TO WS-MATCH
               IF WS-SOEG-LYD = "J"
                   PERFORM FONETISK-NOEGLE
                   IF WS-FON-UD = WS-SOEG-EFT-FON
                       MOVE "Y" TO WS-MATCH
                   END-IF
               ELSE
                   IF WS-NORM-UD(1:WS-SOEG-EFT-LGD)
                      = WS-SOEG-EFT-NORM(1:WS-SOEG-EFT-LGD)
                       MOVE "Y" TO WS-MATCH
                   END-IF
               END-IF
               IF WS-MATCH = "Y" AND WS-SOEG-FOR-LGD > 0
                   MOVE Fornavn IN master-record TO WS-NORM-IND
                   PERFORM NORMALISER
                   IF WS-NORM-UD(1:WS-SOEG-FOR-LGD)
                      NOT = WS-SOEG-FOR-NORM(1:WS-SOEG-FOR-LGD)
                       MOVE "N" TO WS-MATCH
                   END-IF
               END-IF
               IF WS-MATCH = "Y" AND WS-SOEG-VEJ-LGD > 0
                   MOVE VEJNAVN IN master-record TO WS-NORM-IND
                   PERFORM NORMALISER
                   IF WS-NORM-UD(1:WS-SOEG-VEJ-LGD)
                      NOT = WS-SOEG-VEJ-NORM(1:WS-SOEG-VEJ-LGD)
                       MOVE "N" TO WS-MATCH
                   END-IF
               END-IF
               IF WS-MATCH = "Y" AND WS-SOEG-POSTNR NOT = SPACES
                   IF POSTNR IN master-record NOT = WS-SOEG-POSTNR
                       MOVE "N" TO WS-MATCH
                   END-IF
               END-IF
               IF WS-MATCH = "Y" AND WS-SOEG-FOEDT NOT = SPACES
                   IF DATE-OF-BIRTH IN master-record(1:8)
                      NOT = WS-SOEG-FOEDT
                       MOVE "N" TO WS-MATCH
                   END-IF
               END-IF
               IF WS-MATCH = "Y"
                   PERFORM NOTER-HIT
               END-IF
           END-IF.

       NOTER-HIT.
           IF WS-HIT-COUNT < WS-MAX-HITS
               ADD 1 TO WS-HIT-COUNT
               MOVE KundeID IN master-record
                   TO HT-KUNDEID(WS-HIT-COUNT)
               MOVE Fornavn IN master-record
                   TO HT-FORNAVN(WS-HIT-COUNT)
               MOVE Efternavn IN master-record
                   TO HT-EFTERNAVN(WS-HIT-COUNT)
               MOVE POSTNR IN master-record TO HT-POSTNR(WS-HIT-COUNT)
               MOVE BYx IN master-record TO HT-BY(WS-HIT-COUNT)
               MOVE DATE-OF-BIRTH IN master-record
                   TO HT-FOEDT(WS-HIT-COUNT)
               MOVE "N" TO HT-LOGGET(WS-HIT-COUNT)
           ELSE
               MOVE "Y" TO WS-FOR-MANGE
           END-IF.

      *> Spelling form of a name or street: upper case, letters and
      *> digits only, the Danish letters (and the German umlauts
      *> and e-acute they are often confused with) written out the
      *> way the old spelling does, in UTF-8 or Latin-1 alike.
       NORMALISER.
           MOVE WS-NORM-IND TO WS-NORM-ARB
           INSPECT WS-NORM-ARB CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-UD
           MOVE 0 TO WS-NORM-LGD
           MOVE 1 TO WS-NI
           PERFORM UNTIL WS-NI > 20
               MOVE WS-NORM-ARB(WS-NI:1) TO WS-TEGN
               MOVE SPACES TO WS-ERSTAT
               EVALUATE TRUE
                   WHEN WS-TEGN = X"C3" AND WS-NI < 20
                       ADD 1 TO WS-NI
                       MOVE WS-NORM-ARB(WS-NI:1) TO WS-TEGN
                       EVALUATE WS-TEGN
                           WHEN X"A6"
                           WHEN X"86"
                           WHEN X"A4"
                           WHEN X"84"
                               MOVE "AE" TO WS-ERSTAT
                           WHEN X"B8"
                           WHEN X"98"
                           WHEN X"B6"
                           WHEN X"96"
                               MOVE "OE" TO WS-ERSTAT
                           WHEN X"A5"
                           WHEN X"85"
                               MOVE "AA" TO WS-ERSTAT
                           WHEN X"BC"
                           WHEN X"9C"
                               MOVE "Y" TO WS-ERSTAT
                           WHEN X"A9"
                           WHEN X"89"
                               MOVE "E" TO WS-ERSTAT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN WS-TEGN = X"E6" OR WS-TEGN = X"C6"
                       MOVE "AE" TO WS-ERSTAT
                   WHEN WS-TEGN = X"F8" OR WS-TEGN = X"D8"
                       MOVE "OE" TO WS-ERSTAT
                   WHEN WS-TEGN = X"E5" OR WS-TEGN = X"C5"
                       MOVE "AA" TO WS-ERSTAT
                   WHEN WS-TEGN >= "A" AND WS-TEGN <= "Z"
                       MOVE WS-TEGN TO WS-ERSTAT
                   WHEN WS-TEGN >= "0" AND WS-TEGN <= "9"
                       MOVE WS-TEGN TO WS-ERSTAT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-ERSTAT NOT = SPACES AND WS-NORM-LGD < 40
                   ADD 1 TO WS-NORM-LGD
                   MOVE WS-ERSTAT(1:1) TO WS-NORM-UD(WS-NORM-LGD:1)
                   IF WS-ERSTAT(2:1) NOT = SPACE
                      AND WS-NORM-LGD < 40
                       ADD 1 TO WS-NORM-LGD
                       MOVE WS-ERSTAT(2:1)
                           TO WS-NORM-UD(WS-NORM-LGD:1)
                   END-IF
               END-IF
               ADD 1 TO WS-NI
           END-PERFORM.

      *> Phonetic key of a spelling form: the first letter, then the
      *> consonants with the sound-alike ones folded together
      *> (CH/C/Q as K, PH as F, TH/D as T, W as V, Z/X/SCH as S, an
      *> initial HV as V), H and the vowels dropped and repeats run
      *> together.
       FONETISK-NOEGLE.
           MOVE SPACES TO WS-FON-UD
           MOVE 0 TO WS-FON-LGD
           MOVE SPACE TO WS-FON-SIDSTE
           MOVE 1 TO WS-NI
           PERFORM UNTIL WS-NI > WS-NORM-LGD
               MOVE WS-NORM-UD(WS-NI:1) TO WS-TEGN
               MOVE WS-NORM-UD(WS-NI + 1:1) TO WS-TEGN-2
               EVALUATE TRUE
                   WHEN WS-TEGN = "A" AND WS-TEGN-2 = "A"
                       MOVE "O" TO WS-FON-TEGN
                       ADD 1 TO WS-NI
                   WHEN WS-TEGN = "S"
                    AND WS-NORM-UD(WS-NI + 1:2) = "CH"
                       MOVE "S" TO WS-FON-TEGN
                       ADD 2 TO WS-NI
                   WHEN WS-TEGN = "C" AND WS-TEGN-2 = "H"
                       MOVE "K" TO WS-FON-TEGN
                       ADD 1 TO WS-NI
                   WHEN WS-TEGN = "P" AND WS-TEGN-2 = "H"
                       MOVE "F" TO WS-FON-TEGN
                       ADD 1 TO WS-NI
                   WHEN WS-TEGN = "T" AND WS-TEGN-2 = "H"
                       MOVE "T" TO WS-FON-TEGN
                       ADD 1 TO WS-NI
                   WHEN WS-TEGN = "H" AND WS-TEGN-2 = "V"
                    AND WS-NI = 1
                       MOVE "V" TO WS-FON-TEGN
                       ADD 1 TO WS-NI
                   WHEN WS-TEGN = "C" OR WS-TEGN = "Q"
                       MOVE "K" TO WS-FON-TEGN
                   WHEN WS-TEGN = "W"
                       MOVE "V" TO WS-FON-TEGN
                   WHEN WS-TEGN = "Z" OR WS-TEGN = "X"
                       MOVE "S" TO WS-FON-TEGN
                   WHEN WS-TEGN = "D"
                       MOVE "T" TO WS-FON-TEGN
                   WHEN OTHER
                       MOVE WS-TEGN TO WS-FON-TEGN
               END-EVALUATE
               IF WS-FON-LGD = 0
                   ADD 1 TO WS-FON-LGD
                   MOVE WS-FON-TEGN TO WS-FON-UD(1:1)
                   MOVE WS-FON-TEGN TO WS-FON-SIDSTE
               ELSE
                   IF WS-FON-TEGN NOT = "A" AND NOT = "E"
                      AND NOT = "I" AND NOT = "O" AND NOT = "U"
                      AND NOT = "Y" AND NOT = "H"
                      AND WS-FON-TEGN NOT = WS-FON-SIDSTE
                      AND WS-FON-LGD < 12
                       ADD 1 TO WS-FON-LGD
                       MOVE WS-FON-TEGN TO WS-FON-UD(WS-FON-LGD:1)
                       MOVE WS-FON-TEGN TO WS-FON-SIDSTE
                   END-IF
               END-IF
               ADD 1 TO WS-NI
           END-PERFORM.

       VIS-SIDE.
           COMPUTE WS-SIDE-SLUT = WS-SIDE-START + WS-SIDE-STR - 1
           IF WS-SIDE-SLUT > WS-HIT-COUNT
               MOVE WS-HIT-COUNT TO WS-SIDE-SLUT
           END-IF
           DISPLAY "=================================================="
           MOVE WS-HIT-COUNT TO WS-HIT-EDIT
           DISPLAY "KUNDESOEG - hits " WS-SIDE-START "-" WS-SIDE-SLUT
               " af " FUNCTION TRIM(WS-HIT-EDIT)
           DISPLAY "Nr  KundeID    Navn"
               "                                    Postnr By"
               "                   Foedt"
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WS-HIT-IX FROM WS-SIDE-START BY 1
                   UNTIL WS-HIT-IX > WS-SIDE-SLUT
               PERFORM VIS-HIT
           END-PERFORM
           DISPLAY "==================================================".

       VIS-HIT.
           IF LS-MASK-DISPLAY = "Y"
               MOVE ALL "*" TO WS-MASKED-KUNDEID
               MOVE HT-KUNDEID(WS-HIT-IX)(7:4)
                   TO WS-MASKED-KUNDEID(7:4)
               MOVE ALL "*" TO WS-MASKED-FOEDT
               MOVE HT-FOEDT(WS-HIT-IX)(1:4) TO WS-MASKED-FOEDT(1:4)
           ELSE
               MOVE HT-KUNDEID(WS-HIT-IX) TO WS-MASKED-KUNDEID
               MOVE HT-FOEDT(WS-HIT-IX) TO WS-MASKED-FOEDT
           END-IF
           MOVE WS-HIT-IX TO WS-HIT-EDIT
           DISPLAY WS-HIT-EDIT " " WS-MASKED-KUNDEID " "
               HT-FORNAVN(WS-HIT-IX) " " HT-EFTERNAVN(WS-HIT-IX) " "
               HT-POSTNR(WS-HIT-IX) "   " HT-BY(WS-HIT-IX) " "
               WS-MASKED-FOEDT
           IF HT-LOGGET(WS-HIT-IX) NOT = "Y"
               CALL "ADGANGSLOG" USING WS-ADGANG-PROGRAM
                   HT-KUNDEID(WS-HIT-IX)
               MOVE "Y" TO HT-LOGGET(WS-HIT-IX)
           END-IF.

       BEHANDL-VALG.
           EVALUATE TRUE
               WHEN WS-VALG = SPACES
                   MOVE "Y" TO WS-SOEG-SLUT
               WHEN WS-VALG = "N" OR WS-VALG = "n"
                   IF WS-SIDE-START + WS-SIDE-STR <= WS-HIT-COUNT
                       ADD WS-SIDE-STR TO WS-SIDE-START
                   ELSE
                       DISPLAY "KUNDESOEG: dette er sidste side"
                   END-IF
               WHEN WS-VALG = "F" OR WS-VALG = "f"
                   IF WS-SIDE-START > WS-SIDE-STR
                       SUBTRACT WS-SIDE-STR FROM WS-SIDE-START
                   ELSE
                       DISPLAY "KUNDESOEG: dette er foerste side"
                   END-IF
               WHEN OTHER
                   COMPUTE WS-VALG-NR = FUNCTION NUMVAL(WS-VALG)
                   IF WS-VALG-NR >= 1 AND WS-VALG-NR <= WS-HIT-COUNT
                       MOVE HT-KUNDEID(WS-VALG-NR) TO LS-KUNDEID
                       MOVE "Y" TO WS-SOEG-SLUT
                   ELSE
                       DISPLAY "KUNDESOEG: ugyldigt valg " WS-VALG
                   END-IF
           END-EVALUATE.

      *> One line per search in the read-access log, with the
      *> criteria and the number of hits and no KundeID; the
      *> customers actually shown get their own lines (VIS-HIT).
       LOG-SOEGNING.
           ACCEPT WS-ADGANG-FILENAME FROM ENVIRONMENT "ADGANGSLOG_FIL"
               ON EXCEPTION
                   MOVE "Adgangslog.txt" TO WS-ADGANG-FILENAME
           END-ACCEPT
           ACCEPT WS-BRUGERID FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION
                   MOVE "BATCH" TO WS-BRUGERID
           END-ACCEPT
           IF WS-BRUGERID = SPACES
               MOVE "BATCH" TO WS-BRUGERID
           END-IF

           MOVE WS-HIT-COUNT TO WS-HIT-EDIT
           MOVE WS-HIT-EDIT TO WS-HITS-TEKST
           IF WS-FOR-MANGE = "Y"
               MOVE "FOR MANGE" TO WS-HITS-TEKST
           END-IF
           MOVE SPACES TO WS-KRITERIER
           STRING "EFTERNAVN=" DELIMITED BY SIZE
               WS-SOEG-EFTERNAVN DELIMITED BY "  "
               " LYD=" DELIMITED BY SIZE
               WS-SOEG-LYD DELIMITED BY SIZE
               " FORNAVN=" DELIMITED BY SIZE
               WS-SOEG-FORNAVN DELIMITED BY "  "
               " POSTNR=" DELIMITED BY SIZE
               WS-SOEG-POSTNR DELIMITED BY SIZE
               " VEJ=" DELIMITED BY SIZE
               WS-SOEG-VEJNAVN DELIMITED BY "  "
               " FOEDT=" DELIMITED BY SIZE
               WS-SOEG-FOEDT DELIMITED BY SIZE
               " HITS=" DELIMITED BY SIZE
               WS-HITS-TEKST DELIMITED BY SIZE
               INTO WS-KRITERIER
           END-STRING

           OPEN EXTEND adgang-file-1
           IF ADGANG-FILE-1-STATUS = "35"
               OPEN OUTPUT adgang-file-1
           END-IF
           IF ADGANG-FILE-1-STATUS NOT = "00"
               DISPLAY "KUNDESOEG: cannot open access log, "
                   "status " ADGANG-FILE-1-STATUS
           ELSE
               MOVE SPACES TO adgang-record
               MOVE FUNCTION CURRENT-DATE(1:8) TO AG-DATO
               MOVE FUNCTION CURRENT-DATE(9:6) TO AG-TID
               MOVE WS-BRUGERID TO AG-BRUGERID
               MOVE WS-ADGANG-PROGRAM TO AG-PROGRAM
               MOVE WS-KRITERIER TO AG-SOEGNING
               WRITE adgang-record
               CLOSE adgang-file-1
           END-IF.

       FRIGIV-LAAS.
           IF WS-BRUG-SNAPSHOT = "N"
               MOVE RETURN-CODE TO WS-LAAS-GEMT-RC
               MOVE "FRI " TO WS-LAAS-AKTION
               CALL "LAASSTYRING" USING WS-LAAS-AKTION
                   WS-LAAS-PROGRAM WS-LAAS-RESULTAT
               MOVE WS-LAAS-GEMT-RC TO RETURN-CODE
           END-IF.
