       identification division.
       program-id. ALARMKOERSEL.

      *> Customer alert run, placed in the nightly plan after
      *> KONTOPOSTERING and SALDOOPDATERING. For every subscription
      *> on the alert file (Alarmabonnementer.txt, ALARMABON.cpy) it
      *> raises the alerts the day's business calls for:
      *>   "D" a single debit above the limit and "L" a salary (INDB)
      *>       credit, both found on the history rows KONTOPOSTERING
      *>       has written since the last run - the state file
      *>       AlarmSidsteLoebenr.txt holds the highest loebenummer
      *>       already looked at (without it only today's rows are
      *>       looked at);
      *>   "S" the account balance on the account master below the
      *>       limit. A balance alert is sent once per dip: it is
      *>       re-armed on the alert log when the balance is back at
      *>       or over the limit.
      *> Every alert goes to the gateway file
      *> (AlarmNotifikationer.txt, ALARMNOTIF.cpy) by SMS or e-mail
      *> as the subscription says, to the mobile number or address
      *> on the contact register, is logged on the alert log
      *> (AlarmLog.txt, ALARMLOG.cpy) - which is read back so the
      *> same event is never alerted twice - and is recorded on the
      *> contact history as operational ("D") contact. A customer
      *> whose latest consent event for ALARM_FORMAAL (default
      *> ALARM) is a withdrawal gets no alerts, and neither does one
      *> without the mobile number or e-mail address the channel
      *> needs; a balance alert held back that way is tried again
      *> on the next run.

       environment division.
       input-output section.
       file-control.
           select abon-file-1 assign to dynamic WS-ABON-FILENAME
               organization is line sequential
               file status is ABON-FILE-1-STATUS.
           select konto-file-1 assign to dynamic WS-KONTO-FILENAME
               organization is indexed
               access mode is dynamic
               record key is KONTO-NUMMER IN konto-record
               alternate record key is KONTO-KUNDEID IN konto-record
                   with duplicates
               file status is KONTO-FILE-1-STATUS.
           select historik-file-1 assign to dynamic
                   WS-HISTORIK-FILENAME
               organization is line sequential
               file status is HISTORIK-FILE-1-STATUS.
           select kinfo-file-1 assign to dynamic WS-KINFO-FILENAME
               organization is line sequential
               file status is KINFO-FILE-1-STATUS.
           select samtykke-file-1 assign to dynamic
                   WS-SAMTYKKE-FILENAME
               organization is line sequential
               file status is SAMTYKKE-FILE-1-STATUS.
           select alarmlog-file-1 assign to dynamic
                   WS-ALARMLOG-FILENAME
               organization is line sequential
               file status is ALARMLOG-FILE-1-STATUS.
           select notif-file-1 assign to dynamic WS-NOTIF-FILENAME
               organization is line sequential
               file status is NOTIF-FILE-1-STATUS.
           select sidste-file-1 assign to dynamic WS-SIDSTE-FILENAME
               organization is line sequential
               file status is SIDSTE-FILE-1-STATUS.
           select kontakt-file-1 assign to dynamic
                   WS-KONTAKT-FILENAME
               organization is line sequential
               file status is KONTAKT-FILE-1-STATUS.

       data division.
       file section.
       fd  abon-file-1.
       01  abon-record.
           copy "ALARMABON.cpy".
       fd  konto-file-1.
       01  konto-record.
           copy "KONTO.cpy".
       fd  historik-file-1.
       01  historik-record.
           copy "POSTTRANS.cpy".
       fd  kinfo-file-1.
       01  kinfo-record.
           copy "KONTAKTINFO.cpy".
       fd  samtykke-file-1.
       01  samtykke-record.
           copy "SAMTYKKE.cpy".
       fd  alarmlog-file-1.
       01  alarmlog-record.
           copy "ALARMLOG.cpy".
       fd  notif-file-1.
       01  notif-record.
           copy "ALARMNOTIF.cpy".
       fd  sidste-file-1.
       01  sidste-record.
           02  SIDSTE-LOEBENR      PIC 9(9).
       fd  kontakt-file-1.
       01  kontakt-record.
           copy "KONTAKT.cpy".

       working-storage section.
       01  WS-KLOG-PROGRAM       PIC X(20) VALUE "ALARMKOERSEL".
       01  WS-KLOG-LAEST         PIC 9(7) VALUE 0.
       01  WS-KLOG-SKREVET       PIC 9(7) VALUE 0.
       01  WS-KLOG-AFVIST        PIC 9(7) VALUE 0.
       01  WS-KLOG-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-KLOG-STATUS        PIC X(5) VALUE "PASS".
       01  WS-KLOG-RETKODE       PIC 9(5) VALUE 0.

       01  END-OF-FILE             PIC X VALUE "N".
       01  ABON-FILE-1-STATUS      PIC X(2) VALUE "00".
       01  KONTO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  HISTORIK-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  KINFO-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  SAMTYKKE-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  ALARMLOG-FILE-1-STATUS  PIC X(2) VALUE "00".
       01  NOTIF-FILE-1-STATUS     PIC X(2) VALUE "00".
       01  SIDSTE-FILE-1-STATUS    PIC X(2) VALUE "00".
       01  KONTAKT-FILE-1-STATUS   PIC X(2) VALUE "00".

       01  WS-ABON-FILENAME        PIC X(100)
                                    VALUE "Alarmabonnementer.txt".
       01  WS-KONTO-FILENAME       PIC X(100)
                                    VALUE "Kontomaster.dat".
       01  WS-HISTORIK-FILENAME    PIC X(100)
                                    VALUE "Posteringshistorik.txt".
       01  WS-KINFO-FILENAME       PIC X(100)
                                    VALUE "Kontaktoplysninger.txt".
       01  WS-SAMTYKKE-FILENAME    PIC X(100)
                                    VALUE "SamtykkeRegister.txt".
       01  WS-ALARMLOG-FILENAME    PIC X(100)
                                    VALUE "AlarmLog.txt".
       01  WS-NOTIF-FILENAME       PIC X(100)
                                    VALUE "AlarmNotifikationer.txt".
       01  WS-SIDSTE-FILENAME      PIC X(100)
                                    VALUE "AlarmSidsteLoebenr.txt".
       01  WS-KONTAKT-FILENAME     PIC X(100)
                                    VALUE "KontaktHistorik.txt".
       01  WS-ALARM-FORMAAL        PIC X(12) VALUE "ALARM".

       01  WS-TODAY                PIC 9(8) VALUE ZEROS.
       01  WS-NU-TID               PIC 9(6) VALUE ZEROS.

      *> Highest history loebenummer looked at by an earlier run, and
      *> the highest seen by this one.
       01  WS-SIDSTE-LOEBENR       PIC 9(9) VALUE 0.
       01  WS-NY-SIDSTE-LOEBENR    PIC 9(9) VALUE 0.
       01  WS-FOERSTE-KOERSEL      PIC X VALUE "N".
       01  WS-HISTORIK-LAEST       PIC X VALUE "N".

       01  WS-MAX-ABON             PIC 9(5) VALUE 5000.
       01  WS-ABON-COUNT           PIC 9(5) VALUE 0.
       01  WS-AB-IX                PIC 9(5) VALUE 0.
       01  ABON-TABEL.
           02  ABON-ENTRY OCCURS 5000 TIMES.
               03  AT-KONTONUMMER  pic x(20).
               03  AT-KUNDEID      pic x(10).
               03  AT-TYPE         pic x(1).
               03  AT-GRAENSE      pic 9(7)v99.
               03  AT-KANAL        pic x(1).
               03  AT-UNDER        pic x(1).

       01  WS-MAX-KINFO            PIC 9(5) VALUE 5000.
       01  WS-KINFO-COUNT          PIC 9(5) VALUE 0.
       01  WS-KX-IX                PIC 9(5) VALUE 0.
       01  KINFO-TABEL.
           02  KINFO-ENTRY OCCURS 5000 TIMES.
               03  KX-KUNDEID      pic x(10).
               03  KX-MOBIL        pic x(8).
               03  KX-EMAIL        pic x(60).

       01  WS-MAX-SAMTYKKER        PIC 9(5) VALUE 5000.
       01  WS-SAMTYKKE-COUNT       PIC 9(5) VALUE 0.
       01  WS-SAMT-IX              PIC 9(5) VALUE 0.
       01  WS-SAMT-FUNDET          PIC X VALUE "N".
       01  SAMTYKKE-TABEL.
           02  SAMTYKKE-ENTRY OCCURS 5000 TIMES.
               03  SK-KUNDEID      pic x(10).
               03  SK-STATUS       pic x(1).

      *> Debit and salary alerts already on the log for history rows
      *> past the state file's loebenummer - a rerun after a failed
      *> night finds its own alerts here and does not repeat them.
       01  WS-MAX-SENDT            PIC 9(5) VALUE 5000.
       01  WS-SENDT-COUNT          PIC 9(5) VALUE 0.
       01  WS-ST-IX                PIC 9(5) VALUE 0.
       01  WS-ST-FUNDET            PIC X VALUE "N".
       01  SENDT-TABEL.
           02  SENDT-ENTRY OCCURS 5000 TIMES.
               03  ST-KONTONUMMER  pic x(20).
               03  ST-TYPE         pic x(1).
               03  ST-LOEBENR      pic 9(9).

       01  WS-ALARM-LOEBENR        PIC 9(9) VALUE 0.
       01  WS-ALARM-BELOEB         PIC S9(7)V99 VALUE 0.
       01  WS-ALARM-TEKST          PIC X(40) VALUE SPACES.
       01  WS-ALARM-ADRESSE        PIC X(60) VALUE SPACES.
       01  WS-SAMTYKKE-OK          PIC X VALUE "J".

       01  WS-HIST-COUNT           PIC 9(7) VALUE 0.
       01  WS-SENDT-ALARMER        PIC 9(7) VALUE 0.
       01  WS-SAMTYKKE-SUPP-COUNT  PIC 9(7) VALUE 0.
       01  WS-ADRESSE-SUPP-COUNT   PIC 9(7) VALUE 0.
       01  WS-DUBLET-COUNT         PIC 9(7) VALUE 0.
       01  WS-NULSTIL-COUNT        PIC 9(7) VALUE 0.

       procedure division.
       MAIN-PROCEDURE.
           ACCEPT WS-ABON-FILENAME
                   FROM ENVIRONMENT "ALARM_ABONNEMENT_FIL"
               ON EXCEPTION
                   MOVE "Alarmabonnementer.txt" TO WS-ABON-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTO-FILENAME FROM ENVIRONMENT "KONTO_MASTER_FIL"
               ON EXCEPTION
                   MOVE "Kontomaster.dat" TO WS-KONTO-FILENAME
           END-ACCEPT

           ACCEPT WS-HISTORIK-FILENAME
                   FROM ENVIRONMENT "POSTERING_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "Posteringshistorik.txt"
                       TO WS-HISTORIK-FILENAME
           END-ACCEPT

           ACCEPT WS-KINFO-FILENAME FROM ENVIRONMENT "KONTAKTINFO_FIL"
               ON EXCEPTION
                   MOVE "Kontaktoplysninger.txt" TO WS-KINFO-FILENAME
           END-ACCEPT

           ACCEPT WS-SAMTYKKE-FILENAME FROM ENVIRONMENT "SAMTYKKE_FIL"
               ON EXCEPTION
                   MOVE "SamtykkeRegister.txt"
                       TO WS-SAMTYKKE-FILENAME
           END-ACCEPT

           ACCEPT WS-ALARM-FORMAAL FROM ENVIRONMENT "ALARM_FORMAAL"
               ON EXCEPTION
                   MOVE "ALARM" TO WS-ALARM-FORMAAL
           END-ACCEPT
           IF WS-ALARM-FORMAAL = SPACES
               MOVE "ALARM" TO WS-ALARM-FORMAAL
           END-IF

           ACCEPT WS-ALARMLOG-FILENAME FROM ENVIRONMENT "ALARM_LOG_FIL"
               ON EXCEPTION
                   MOVE "AlarmLog.txt" TO WS-ALARMLOG-FILENAME
           END-ACCEPT

           ACCEPT WS-NOTIF-FILENAME
                   FROM ENVIRONMENT "ALARM_NOTIFIKATION_FIL"
               ON EXCEPTION
                   MOVE "AlarmNotifikationer.txt" TO WS-NOTIF-FILENAME
           END-ACCEPT

           ACCEPT WS-SIDSTE-FILENAME FROM ENVIRONMENT "ALARM_SIDSTE_FIL"
               ON EXCEPTION
                   MOVE "AlarmSidsteLoebenr.txt" TO WS-SIDSTE-FILENAME
           END-ACCEPT

           ACCEPT WS-KONTAKT-FILENAME
                   FROM ENVIRONMENT "KONTAKT_HISTORIK_FIL"
               ON EXCEPTION
                   MOVE "KontaktHistorik.txt"
                       TO WS-KONTAKT-FILENAME
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NU-TID

           PERFORM LOAD-ABONNEMENTER
           PERFORM LOAD-SIDSTE-LOEBENR
           PERFORM LOAD-KONTAKTINFO
           PERFORM LOAD-SAMTYKKER
           PERFORM LOAD-ALARMLOG

           PERFORM OPEN-FILES

           PERFORM SCAN-HISTORIK
           PERFORM CHECK-SALDI

           CLOSE notif-file-1
           CLOSE alarmlog-file-1
           CLOSE kontakt-file-1

           IF WS-HISTORIK-LAEST = "Y"
               PERFORM NOTER-SIDSTE-LOEBENR
           END-IF

           DISPLAY "=========================================="
           DISPLAY "ALARMKOERSEL - kundealarmer " WS-TODAY
           DISPLAY "Abonnementer             : " WS-ABON-COUNT
           DISPLAY "Historikraekker set      : " WS-HIST-COUNT
           DISPLAY "Alarmer sendt            : " WS-SENDT-ALARMER
           DISPLAY "Allerede sendt (dublet)  : " WS-DUBLET-COUNT
           DISPLAY "Holdt tilbage, samtykke  : "
               WS-SAMTYKKE-SUPP-COUNT
           DISPLAY "Holdt tilbage, adresse   : "
               WS-ADRESSE-SUPP-COUNT
           DISPLAY "Saldoalarmer nulstillet  : " WS-NULSTIL-COUNT
           DISPLAY "Sidste loebenummer       : " WS-NY-SIDSTE-LOEBENR
           DISPLAY "=========================================="

           MOVE WS-HIST-COUNT TO WS-KLOG-LAEST
           MOVE WS-SENDT-ALARMER TO WS-KLOG-SKREVET
           COMPUTE WS-KLOG-AFVIST = WS-SAMTYKKE-SUPP-COUNT
               + WS-ADRESSE-SUPP-COUNT
           MOVE RETURN-CODE TO WS-KLOG-RETKODE
           IF WS-KLOG-RETKODE NOT = 0
               MOVE "FAIL" TO WS-KLOG-STATUS
           END-IF
           CALL "KOERSELLOG" USING WS-KLOG-PROGRAM WS-KLOG-LAEST
               WS-KLOG-SKREVET WS-KLOG-AFVIST WS-KLOG-SALDO
               WS-KLOG-STATUS WS-KLOG-RETKODE
           MOVE WS-KLOG-RETKODE TO RETURN-CODE

       goback.

       LOAD-ABONNEMENTER.
           OPEN INPUT abon-file-1
           IF ABON-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: no subscription file, status "
                   ABON-FILE-1-STATUS " - ingen alarmer"
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ abon-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM NOTER-ABONNEMENT
                   END-READ
               END-PERFORM
               CLOSE abon-file-1
               MOVE "N" TO END-OF-FILE
           END-IF.

       NOTER-ABONNEMENT.
           IF AB-TYPE NOT = "S" AND AB-TYPE NOT = "D"
              AND AB-TYPE NOT = "L"
               DISPLAY "ALARMKOERSEL: unknown alert type " AB-TYPE
                   " for account " AB-KONTONUMMER ", skipped"
           ELSE
           IF AB-KANAL NOT = "S" AND AB-KANAL NOT = "E"
               DISPLAY "ALARMKOERSEL: unknown channel " AB-KANAL
                   " for account " AB-KONTONUMMER ", skipped"
           ELSE
           IF WS-ABON-COUNT < WS-MAX-ABON
               ADD 1 TO WS-ABON-COUNT
               MOVE AB-KONTONUMMER TO AT-KONTONUMMER(WS-ABON-COUNT)
               MOVE AB-KUNDEID TO AT-KUNDEID(WS-ABON-COUNT)
               MOVE AB-TYPE TO AT-TYPE(WS-ABON-COUNT)
               MOVE AB-GRAENSE TO AT-GRAENSE(WS-ABON-COUNT)
               MOVE AB-KANAL TO AT-KANAL(WS-ABON-COUNT)
               MOVE "N" TO AT-UNDER(WS-ABON-COUNT)
           ELSE
               DISPLAY "ALARMKOERSEL: subscription table full, "
                   "account " AB-KONTONUMMER " skipped"
           END-IF
           END-IF
           END-IF.

       LOAD-SIDSTE-LOEBENR.
           OPEN INPUT sidste-file-1
           IF SIDSTE-FILE-1-STATUS NOT = "00"
               MOVE "Y" TO WS-FOERSTE-KOERSEL
               DISPLAY "ALARMKOERSEL: no state file - only today's "
                   "postings are looked at"
           ELSE
               READ sidste-file-1
                   AT END
                       MOVE "Y" TO WS-FOERSTE-KOERSEL
                   NOT AT END
                       MOVE SIDSTE-LOEBENR TO WS-SIDSTE-LOEBENR
               END-READ
               CLOSE sidste-file-1
           END-IF
           MOVE WS-SIDSTE-LOEBENR TO WS-NY-SIDSTE-LOEBENR.

       LOAD-KONTAKTINFO.
           OPEN INPUT kinfo-file-1
           IF KINFO-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: no contact register, status "
                   KINFO-FILE-1-STATUS " - no alert can be delivered"
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ kinfo-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF WS-KINFO-COUNT < WS-MAX-KINFO
                               ADD 1 TO WS-KINFO-COUNT
                               MOVE KI-KUNDEID
                                   TO KX-KUNDEID(WS-KINFO-COUNT)
                               MOVE KI-MOBIL
                                   TO KX-MOBIL(WS-KINFO-COUNT)
                               MOVE KI-EMAIL
                                   TO KX-EMAIL(WS-KINFO-COUNT)
                           ELSE
                               DISPLAY "ALARMKOERSEL: contact table "
                                   "full, " KI-KUNDEID " skipped"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE kinfo-file-1
               MOVE "N" TO END-OF-FILE
           END-IF.

      *> The register is in event order, so the last line per
      *> customer for the alert purpose is the current status.
       LOAD-SAMTYKKER.
           OPEN INPUT samtykke-file-1
           IF SAMTYKKE-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: no consent register on file, "
                   "status " SAMTYKKE-FILE-1-STATUS
           ELSE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ samtykke-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF SAM-FORMAAL = WS-ALARM-FORMAAL
                               PERFORM NOTER-SAMTYKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE samtykke-file-1
               MOVE "N" TO END-OF-FILE
           END-IF.

       NOTER-SAMTYKKE.
           MOVE "N" TO WS-SAMT-FUNDET
           PERFORM VARYING WS-SAMT-IX FROM 1 BY 1
                   UNTIL WS-SAMT-IX > WS-SAMTYKKE-COUNT
                      OR WS-SAMT-FUNDET = "Y"
               IF SK-KUNDEID(WS-SAMT-IX) = SAM-KUNDEID
                   MOVE "Y" TO WS-SAMT-FUNDET
               END-IF
           END-PERFORM
           IF WS-SAMT-FUNDET = "Y"
               SUBTRACT 1 FROM WS-SAMT-IX
               MOVE SAM-STATUS TO SK-STATUS(WS-SAMT-IX)
           ELSE
               IF WS-SAMTYKKE-COUNT < WS-MAX-SAMTYKKER
                   ADD 1 TO WS-SAMTYKKE-COUNT
                   MOVE SAM-KUNDEID
                       TO SK-KUNDEID(WS-SAMTYKKE-COUNT)
                   MOVE SAM-STATUS
                       TO SK-STATUS(WS-SAMTYKKE-COUNT)
               ELSE
                   DISPLAY "ALARMKOERSEL: consent table full, "
                       "event dropped"
               END-IF
           END-IF.

      *> Balance lines set the dip state of the matching balance
      *> subscriptions (the last line wins); debit and salary lines
      *> past the state file's loebenummer go to the sent table.
       LOAD-ALARMLOG.
           OPEN INPUT alarmlog-file-1
           IF ALARMLOG-FILE-1-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ alarmlog-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM NOTER-ALARMLOG-LINJE
                   END-READ
               END-PERFORM
               CLOSE alarmlog-file-1
               MOVE "N" TO END-OF-FILE
           END-IF.

       NOTER-ALARMLOG-LINJE.
           IF AL-TYPE = "S"
               PERFORM VARYING WS-AB-IX FROM 1 BY 1
                       UNTIL WS-AB-IX > WS-ABON-COUNT
                   IF AT-KONTONUMMER(WS-AB-IX) = AL-KONTONUMMER
                      AND AT-TYPE(WS-AB-IX) = "S"
                       MOVE AL-STATUS TO AT-UNDER(WS-AB-IX)
                   END-IF
               END-PERFORM
           ELSE
           IF AL-LOEBENR > WS-SIDSTE-LOEBENR
               IF WS-SENDT-COUNT < WS-MAX-SENDT
                   ADD 1 TO WS-SENDT-COUNT
                   MOVE AL-KONTONUMMER
                       TO ST-KONTONUMMER(WS-SENDT-COUNT)
                   MOVE AL-TYPE TO ST-TYPE(WS-SENDT-COUNT)
                   MOVE AL-LOEBENR TO ST-LOEBENR(WS-SENDT-COUNT)
               ELSE
                   DISPLAY "ALARMKOERSEL: sent table full - "
                       "koerslen afbrydes, intet er sendt"
                   CLOSE alarmlog-file-1
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           END-IF.

       OPEN-FILES.
           OPEN OUTPUT notif-file-1
           IF NOTIF-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: cannot open notification file, "
                   "status " NOTIF-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND alarmlog-file-1
           IF ALARMLOG-FILE-1-STATUS = "35"
               OPEN OUTPUT alarmlog-file-1
           END-IF
           IF ALARMLOG-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: cannot open alert log, status "
                   ALARMLOG-FILE-1-STATUS
               CLOSE notif-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND kontakt-file-1
           IF KONTAKT-FILE-1-STATUS = "35"
               OPEN OUTPUT kontakt-file-1
           END-IF
           IF KONTAKT-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: cannot open contact history, "
                   "status " KONTAKT-FILE-1-STATUS
               CLOSE notif-file-1
               CLOSE alarmlog-file-1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Rows without a loebenummer (written by runs other than
      *> KONTOPOSTERING, or before the field existed) are not
      *> customer movements and are passed by.
       SCAN-HISTORIK.
           OPEN INPUT historik-file-1
           IF HISTORIK-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: no posting history, status "
                   HISTORIK-FILE-1-STATUS
                   " - debit and salary alerts skipped"
           ELSE
               MOVE "Y" TO WS-HISTORIK-LAEST
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ historik-file-1
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF POST-LOEBENR IS NUMERIC
                              AND POST-LOEBENR > WS-SIDSTE-LOEBENR
                               PERFORM VURDER-HISTORIK-RAEKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historik-file-1
               MOVE "N" TO END-OF-FILE
           END-IF.

       VURDER-HISTORIK-RAEKKE.
           ADD 1 TO WS-HIST-COUNT
           IF POST-LOEBENR > WS-NY-SIDSTE-LOEBENR
               MOVE POST-LOEBENR TO WS-NY-SIDSTE-LOEBENR
           END-IF
           IF WS-FOERSTE-KOERSEL = "N" OR POST-DATO = WS-TODAY
               PERFORM VARYING WS-AB-IX FROM 1 BY 1
                       UNTIL WS-AB-IX > WS-ABON-COUNT
                   IF AT-KONTONUMMER(WS-AB-IX) = POST-KONTONUMMER
                       PERFORM VURDER-POSTERING-ALARM
                   END-IF
               END-PERFORM
           END-IF.

       VURDER-POSTERING-ALARM.
           EVALUATE AT-TYPE(WS-AB-IX)
               WHEN "D"
                   IF POST-DK = "D"
                      AND POST-BELOEB > AT-GRAENSE(WS-AB-IX)
                       MOVE "Stor haevning paa kontoen"
                           TO WS-ALARM-TEKST
                       PERFORM ALARM-POSTERING
                   END-IF
               WHEN "L"
                   IF POST-DK = "K" AND POST-TYPEKODE = "INDB"
                      AND POST-BELOEB >= AT-GRAENSE(WS-AB-IX)
                       MOVE "Loen er indgaaet paa kontoen"
                           TO WS-ALARM-TEKST
                       PERFORM ALARM-POSTERING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ALARM-POSTERING.
           MOVE "N" TO WS-ST-FUNDET
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-SENDT-COUNT
               IF ST-KONTONUMMER(WS-ST-IX) = POST-KONTONUMMER
                  AND ST-TYPE(WS-ST-IX) = AT-TYPE(WS-AB-IX)
                  AND ST-LOEBENR(WS-ST-IX) = POST-LOEBENR
                   MOVE "Y" TO WS-ST-FUNDET
               END-IF
           END-PERFORM
           IF WS-ST-FUNDET = "Y"
               ADD 1 TO WS-DUBLET-COUNT
           ELSE
               MOVE POST-LOEBENR TO WS-ALARM-LOEBENR
               MOVE POST-BELOEB TO WS-ALARM-BELOEB
               PERFORM SEND-ALARM
           END-IF.

       CHECK-SALDI.
           OPEN INPUT konto-file-1
           IF KONTO-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: cannot open account master, "
                   "status " KONTO-FILE-1-STATUS
                   " - balance alerts skipped"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-AB-IX FROM 1 BY 1
                       UNTIL WS-AB-IX > WS-ABON-COUNT
                   IF AT-TYPE(WS-AB-IX) = "S"
                       PERFORM VURDER-SALDO-ALARM
                   END-IF
               END-PERFORM
               CLOSE konto-file-1
           END-IF.

       VURDER-SALDO-ALARM.
           MOVE AT-KONTONUMMER(WS-AB-IX) TO KONTO-NUMMER
           READ konto-file-1
               INVALID KEY
                   DISPLAY "ALARMKOERSEL: account "
                       AT-KONTONUMMER(WS-AB-IX)
                       " not on the account master"
               NOT INVALID KEY
                   IF KONTO-SALDO < AT-GRAENSE(WS-AB-IX)
                       IF AT-UNDER(WS-AB-IX) NOT = "S"
                           MOVE "Saldoen er under din graense"
                               TO WS-ALARM-TEKST
                           MOVE 0 TO WS-ALARM-LOEBENR
                           MOVE KONTO-SALDO TO WS-ALARM-BELOEB
                           PERFORM SEND-ALARM
                       END-IF
                   ELSE
                       IF AT-UNDER(WS-AB-IX) = "S"
                           PERFORM NULSTIL-SALDO-ALARM
                       END-IF
                   END-IF
           END-READ.

       NULSTIL-SALDO-ALARM.
           MOVE "N" TO AT-UNDER(WS-AB-IX)
           MOVE SPACES TO alarmlog-record
           MOVE WS-TODAY TO AL-DATO
           MOVE WS-NU-TID TO AL-TID
           MOVE AT-KONTONUMMER(WS-AB-IX) TO AL-KONTONUMMER
           MOVE "S" TO AL-TYPE
           MOVE 0 TO AL-LOEBENR
           MOVE "N" TO AL-STATUS
           MOVE AT-KANAL(WS-AB-IX) TO AL-KANAL
           MOVE AT-KUNDEID(WS-AB-IX) TO AL-KUNDEID
           WRITE alarmlog-record
           ADD 1 TO WS-NULSTIL-COUNT.

      *> One alert for subscription WS-AB-IX: consent, then the
      *> channel's address, then gateway file, alert log and
      *> contact history.
       SEND-ALARM.
           PERFORM CHECK-SAMTYKKE
           IF WS-SAMTYKKE-OK = "N"
               ADD 1 TO WS-SAMTYKKE-SUPP-COUNT
           ELSE
               PERFORM FIND-ADRESSE
               IF WS-ALARM-ADRESSE = SPACES
                   ADD 1 TO WS-ADRESSE-SUPP-COUNT
                   DISPLAY "ALARMKOERSEL: no address for channel "
                       AT-KANAL(WS-AB-IX) " customer "
                       AT-KUNDEID(WS-AB-IX) " - alert held back"
               ELSE
                   PERFORM SKRIV-NOTIFIKATION
                   PERFORM SKRIV-ALARMLOG
                   PERFORM SKRIV-KONTAKTHISTORIK
                   ADD 1 TO WS-SENDT-ALARMER
                   IF AT-TYPE(WS-AB-IX) = "S"
                       MOVE "S" TO AT-UNDER(WS-AB-IX)
                   END-IF
               END-IF
           END-IF.

       CHECK-SAMTYKKE.
           MOVE "J" TO WS-SAMTYKKE-OK
           PERFORM VARYING WS-SAMT-IX FROM 1 BY 1
                   UNTIL WS-SAMT-IX > WS-SAMTYKKE-COUNT
               IF SK-KUNDEID(WS-SAMT-IX) = AT-KUNDEID(WS-AB-IX)
                  AND SK-STATUS(WS-SAMT-IX) = "W"
                   MOVE "N" TO WS-SAMTYKKE-OK
               END-IF
           END-PERFORM.

       FIND-ADRESSE.
           MOVE SPACES TO WS-ALARM-ADRESSE
           PERFORM VARYING WS-KX-IX FROM 1 BY 1
                   UNTIL WS-KX-IX > WS-KINFO-COUNT
               IF KX-KUNDEID(WS-KX-IX) = AT-KUNDEID(WS-AB-IX)
                   IF AT-KANAL(WS-AB-IX) = "S"
                       MOVE KX-MOBIL(WS-KX-IX) TO WS-ALARM-ADRESSE
                   ELSE
                       MOVE KX-EMAIL(WS-KX-IX) TO WS-ALARM-ADRESSE
                   END-IF
               END-IF
           END-PERFORM.

       SKRIV-NOTIFIKATION.
           MOVE SPACES TO notif-record
           MOVE AT-KANAL(WS-AB-IX) TO AN-KANAL
           MOVE WS-ALARM-ADRESSE TO AN-ADRESSE
           MOVE AT-KUNDEID(WS-AB-IX) TO AN-KUNDEID
           MOVE AT-KONTONUMMER(WS-AB-IX) TO AN-KONTONUMMER
           MOVE AT-TYPE(WS-AB-IX) TO AN-TYPE
           MOVE WS-TODAY TO AN-DATO
           MOVE WS-ALARM-LOEBENR TO AN-LOEBENR
           MOVE WS-ALARM-BELOEB TO AN-BELOEB
           MOVE WS-ALARM-TEKST TO AN-TEKST
           WRITE notif-record.

       SKRIV-ALARMLOG.
           MOVE SPACES TO alarmlog-record
           MOVE WS-TODAY TO AL-DATO
           MOVE WS-NU-TID TO AL-TID
           MOVE AT-KONTONUMMER(WS-AB-IX) TO AL-KONTONUMMER
           MOVE AT-TYPE(WS-AB-IX) TO AL-TYPE
           MOVE WS-ALARM-LOEBENR TO AL-LOEBENR
           MOVE "S" TO AL-STATUS
           MOVE AT-KANAL(WS-AB-IX) TO AL-KANAL
           MOVE AT-KUNDEID(WS-AB-IX) TO AL-KUNDEID
           WRITE alarmlog-record
           IF AT-TYPE(WS-AB-IX) NOT = "S"
              AND WS-SENDT-COUNT < WS-MAX-SENDT
               ADD 1 TO WS-SENDT-COUNT
               MOVE AT-KONTONUMMER(WS-AB-IX)
                   TO ST-KONTONUMMER(WS-SENDT-COUNT)
               MOVE AT-TYPE(WS-AB-IX) TO ST-TYPE(WS-SENDT-COUNT)
               MOVE WS-ALARM-LOEBENR TO ST-LOEBENR(WS-SENDT-COUNT)
           END-IF.

       SKRIV-KONTAKTHISTORIK.
           MOVE SPACES TO kontakt-record
           MOVE AT-KUNDEID(WS-AB-IX) TO KT-KUNDEID
           MOVE WS-TODAY TO KT-DATO
           MOVE "D" TO KT-TYPE
           IF AT-KANAL(WS-AB-IX) = "S"
               MOVE "ALARMKOERSEL SMS" TO KT-KILDE
           ELSE
               MOVE "ALARMKOERSEL E-MAIL" TO KT-KILDE
           END-IF
           WRITE kontakt-record.

       NOTER-SIDSTE-LOEBENR.
           OPEN OUTPUT sidste-file-1
           IF SIDSTE-FILE-1-STATUS NOT = "00"
               DISPLAY "ALARMKOERSEL: cannot write state file, "
                   "status " SIDSTE-FILE-1-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-NY-SIDSTE-LOEBENR TO SIDSTE-LOEBENR
               WRITE sidste-record
               CLOSE sidste-file-1
           END-IF.
