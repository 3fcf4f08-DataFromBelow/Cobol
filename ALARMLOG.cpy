      *> ALARMLOG.cpy
      *> Alert log (AlarmLog.txt), append-only, one line per alert
      *> sent and per balance alert re-armed. ALARMKOERSEL reads it
      *> back so that no event is ever alerted twice.
      *>   AL-STATUS: "S" sendt
      *>              "N" nulstillet - the balance is back at or over
      *>                  the limit, so the next dip alerts again
      *>   AL-LOEBENR: the history row behind a debit or salary
      *>   alert; zero on balance lines.
           02  AL-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  AL-TID            pic 9(6) value zeros.
           02  filler            pic x(1) value spaces.
           02  AL-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  AL-TYPE           pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  AL-LOEBENR        pic 9(9) value zeros.
           02  filler            pic x(1) value spaces.
           02  AL-STATUS         pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  AL-KANAL          pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  AL-KUNDEID        pic x(10) value spaces.
