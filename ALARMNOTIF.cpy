      *> ALARMNOTIF.cpy
      *> Notification for the SMS/e-mail gateway
      *> (AlarmNotifikationer.txt), written fresh by each
      *> ALARMKOERSEL run, one line per alert to send.
      *>   AN-KANAL: "S" SMS, "E" e-mail; AN-ADRESSE is the mobile
      *>   number or the e-mail address to send to.
      *>   AN-LOEBENR: the history row that raised the alert; zero
      *>   for a balance alert.
           02  AN-KANAL          pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  AN-ADRESSE        pic x(60) value spaces.
           02  filler            pic x(1) value spaces.
           02  AN-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  AN-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  AN-TYPE           pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  AN-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  AN-LOEBENR        pic 9(9) value zeros.
           02  filler            pic x(1) value spaces.
           02  AN-BELOEB         pic s9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  AN-TEKST          pic x(40) value spaces.
