      *> ALARMABON.cpy
      *> Alert subscription (Alarmabonnementer.txt), one line per
      *> account and alert the customer has asked for. Maintained as
      *> a plain table file like the other parameter files; read by
      *> ALARMKOERSEL.
      *>   AB-TYPE: "S" saldo under AB-GRAENSE
      *>            "D" enkelt debet over AB-GRAENSE
      *>            "L" loen modtaget - an INDB credit of at least
      *>                AB-GRAENSE (zero: any INDB credit)
      *>   AB-KANAL: "S" SMS to the mobile number, "E" e-mail, both
      *>   taken from the contact register (KONTAKTINFO.cpy).
           02  AB-KONTONUMMER    pic x(20) value spaces.
           02  filler            pic x(1) value spaces.
           02  AB-KUNDEID        pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  AB-TYPE           pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  AB-GRAENSE        pic 9(7)v99 value zeros.
           02  filler            pic x(1) value spaces.
           02  AB-KANAL          pic x(1) value "S".
