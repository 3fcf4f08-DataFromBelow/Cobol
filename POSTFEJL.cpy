      *> POSTFEJL.cpy
      *> Reject-file record for the posting run (PosteringsFejl.txt):
      *> reason code and run date in front of the full posting, in
      *> the style of KUNDEREJ.cpy. PF-POSTDATA carries the posting
      *> with room to spare, so the reject format survives growth of
      *> POSTTRANS.cpy.
      *>   PF-AARSAG: P001 ukendt posteringstype
      *>              P002 ugyldig debet/kredit-kode
      *>              P003 konto eller kunde ukendt
      *>              P004 kunde slettet (GDPR-anonymiseret)
      *>              P005 overfoersel - konto eller modkonto ukendt
      *>              P006 kreditramme overskredet - afvist
      *>              P007 kreditramme overskredet - parkeret
      *>              P008 storno - original ikke i historikken
      *>                   eller beloebet afviger fra originalen
      *>              P009 storno - original allerede storneret
      *>              P010 ugyldig valoerdato
      *>              P011 ekstern overfoersel - modtager ugyldig
      *>              P012 bogfoeringsdato i lukket periode
      *>              P013 konto lukket (KONTOLUKNING)
      *>              P014 posteringstype ikke tilladt paa kontotypen
      *>              P015 konto laast (alder eller dato)
      *>              P016 haevning uden opsigelsesvarsel
      *>              P017 overtraek ikke tilladt paa kontotypen
      *>              P018 konto spaerret - bekraeftet
      *>                   kontoovertagelse (SVINDELVEDLIGEHOLD)
      *>              P019 tidsindskud foer forfald (TIDSINDSKUD)
           02  PF-AARSAG         pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  PF-RUN-DATO       pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  PF-POSTDATA       pic x(300) value spaces.
