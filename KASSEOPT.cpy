      *> KASSEOPT.cpy
      *> Till cash count, cumulative file (KasseOptaelling.txt): the
      *> opening float a till starts the day with and the count of
      *> the cash in it at closing, both by denomination.
      *>   KO-ART: "A" aabningsbeholdning (opening float),
      *>           "O" optaelling ved lukning (closing count)
      *>   KO-STYK: number of pieces per denomination, in the order
      *>           1000, 500, 200, 100 and 50 kr. notes and 20, 10,
      *>           5, 2, 1 kr. and 50 oere coins
           02  KO-FILIAL         pic x(4) value spaces.
           02  filler            pic x(1) value spaces.
           02  KO-KASSE          pic x(3) value spaces.
           02  filler            pic x(1) value spaces.
           02  KO-DATO           pic 9(8) value zeros.
           02  filler            pic x(1) value spaces.
           02  KO-ART            pic x(1) value spaces.
           02  filler            pic x(1) value spaces.
           02  KO-BRUGERID       pic x(8) value spaces.
           02  filler            pic x(1) value spaces.
           02  KO-OPTAELLING.
               03  KO-STYK       pic 9(5) value zeros
                                 occurs 11 times.
