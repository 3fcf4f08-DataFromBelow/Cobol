      *> file (PosteringsTyper.txt); KONTOPOSTERING enforces it.
      *> House codes: RENT renter, GEBY gebyrer, SALD kernesaldo,
      *> FAST faste ordrer, BSAF BS-afdrag, OVF  overfoersel,
      *> KORT kortkoeb, STOR storno, BETL fremtidig enkeltbetaling,
      *> EKST overfoersel til anden bank, INDB indbetaling fra anden
      *> bank, KONT kontant ved kassen, DIV  diverse.
           02  PT-KODE           pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  PT-TEKST          pic x(30) value spaces.
