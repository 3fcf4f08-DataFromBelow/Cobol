      *> NBBALANCE.cpy
      *> Quarterly MFI balance statistics for Danmarks Nationalbank
      *> (NbBalance.txt), written by NATIONALBANKSTAT: every cell of
      *> the reporting grid on its own line, zero cells included, so
      *> the layout is the same every quarter, between a header and
      *> a trailer in the envelope style of SCVPOST.cpy.
      *>   NB-TAG: HDR header - quarter, quarter-end and run date
      *>           CEL one cell of the grid
      *>           TRL trailer - cell count and DKK totals
      *>   NB-POST:     "IND" indlaan (credit balances)
      *>                "UDL" udlaan (overdrawn balances)
      *>   NB-SEKTOR:   ESA sector, see SEKTOR.cpy
      *>   NB-RESIDENS: "I" resident (LANDEKODE blank or DK)
      *>                "U" non-resident
      *>   NB-VALUTA:   "DKK", "EUR" or "OEV" (other currencies)
      *>   NB-LOEBETID: "ANF" on demand (loen-, budget- and other
      *>                accounts), "OPS" at notice (opsparing),
      *>                "TID" agreed maturity (tidsindskud)
      *>   NB-BELOEB:   DKK at the quarter-end rates, always
      *>                positive; NB-ANTAL the accounts in the cell
           02  NB-TAG            pic x(3) value spaces.
           02  NB-CELLE.
               03  NB-POST       pic x(3).
               03  NB-SEKTOR     pic x(3).
               03  NB-RESIDENS   pic x(1).
               03  NB-VALUTA     pic x(3).
               03  NB-LOEBETID   pic x(3).
               03  NB-ANTAL      pic 9(7).
               03  NB-BELOEB     pic 9(13)v99.
               03  filler        pic x(5).
           02  NB-HDR REDEFINES NB-CELLE.
               03  NB-HDR-KVARTAL  pic 9(5).
               03  NB-HDR-ULTIMO   pic 9(8).
               03  NB-HDR-KOERSEL  pic 9(8).
               03  filler          pic x(19).
           02  NB-TRL REDEFINES NB-CELLE.
               03  NB-TRL-ANTAL    pic 9(7).
               03  NB-TRL-INDLAAN  pic 9(13)v99.
               03  NB-TRL-UDLAAN   pic 9(13)v99.
               03  filler          pic x(3).
