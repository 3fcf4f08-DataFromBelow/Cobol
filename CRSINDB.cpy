      *> CRSINDB.cpy
      *> Annual CRS/FATCA report to SKAT for the international
      *> exchange (CrsIndberetning.txt), written by CRSINDBERETNING:
      *> one line per reportable account and country of residence,
      *> between a header and a trailer in the envelope style of
      *> SCVPOST.cpy.
      *>   CRS-TAG: HDR header - reporting year, year end, run date
      *>            KTO one reportable account for one country
      *>            TRL trailer - account lines and DKK totals
      *>   CRS-REGIME: "FATCA" for the United States, "CRS" for
      *>               every other country
      *>   CRS-DOKUMENTATION: "S" self-certified (Skattehjemsted.txt)
      *>                      "U" undocumented - reported to the
      *>                      country of the address, no TIN
      *>   CRS-LUKKET: "J" the account was closed during the year
      *>   CRS-SALDO:  year-end balance in DKK at the year-end rate;
      *>               an overdrawn account is reported as zero
      *>   CRS-RENTE:  gross interest credited in the year in DKK,
      *>               the RENTEINDBERETNING figure for the customer,
      *>               carried on the primary account's line
           02  CRS-TAG           pic x(3) value spaces.
           02  CRS-KTO.
               03  CRS-REGIME        pic x(5).
               03  CRS-LAND          pic x(2).
               03  CRS-TIN           pic x(20).
               03  CRS-DOKUMENTATION pic x(1).
               03  CRS-KUNDEID       pic x(10).
               03  CRS-FORNAVN       pic x(20).
               03  CRS-EFTERNAVN     pic x(20).
               03  CRS-FOEDSELSDATO  pic 9(8).
               03  CRS-VEJNAVN       pic x(20).
               03  CRS-HUSNR         pic x(5).
               03  CRS-POSTNR        pic x(9).
               03  CRS-BY            pic x(20).
               03  CRS-ADR-LAND      pic x(2).
               03  CRS-KONTO         pic x(20).
               03  CRS-LUKKET        pic x(1).
               03  CRS-SALDO         pic 9(11)v99.
               03  CRS-RENTE         pic 9(9)v99.
           02  CRS-HDR REDEFINES CRS-KTO.
               03  CRS-HDR-AAR       pic 9(4).
               03  CRS-HDR-ULTIMO    pic 9(8).
               03  CRS-HDR-KOERSEL   pic 9(8).
               03  filler            pic x(167).
           02  CRS-TRL REDEFINES CRS-KTO.
               03  CRS-TRL-ANTAL     pic 9(7).
               03  CRS-TRL-SALDO     pic 9(15)v99.
               03  CRS-TRL-RENTE     pic 9(13)v99.
               03  filler            pic x(148).
