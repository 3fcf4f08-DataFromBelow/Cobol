      *> DWKUNDE.cpy
      *> Customer dimension row of the data-warehouse feed
      *> (DwKundeDim.txt), written by DWEKSPORT between a FEEDENV.cpy
      *> header and trailer. One row per customer per period in which
      *> the tracked attributes (DWK-ATTRIBUTTER) stayed the same:
      *> a change closes the current row (DWK-GYLDIG-TIL the day
      *> before, DWK-AKTUEL "N") and opens a new one under the next
      *> surrogate key. The current row runs to 99991231. Rows are
      *> in KundeID order, oldest first.
      *>   DWK-KYC-RISIKO: KYC-RISIKO, blank when no KYC record
      *>   DWK-INKASSO-TRIN: highest SAG-TRIN of the customer's
      *>     collections cases, blank when none
      *>   DWK-SAMTYKKE: latest MARKETING consent event, "G" givet,
      *>     "W" trukket, blank when none
      *> For an erased customer the name, address and birth date are
      *> blank in every row, old rows included.
           02  DWK-NOEGLE        pic 9(9) value zeros.
           02  DWK-KUNDEID       pic x(10) value spaces.
           02  DWK-GYLDIG-FRA    pic 9(8) value zeros.
           02  DWK-GYLDIG-TIL    pic 9(8) value zeros.
           02  DWK-AKTUEL        pic x(1) value spaces.
           02  DWK-ATTRIBUTTER.
               03  DWK-FORNAVN       pic x(20) value spaces.
               03  DWK-EFTERNAVN     pic x(20) value spaces.
               03  DWK-VEJNAVN       pic x(20) value spaces.
               03  DWK-HUSNR         pic x(5) value spaces.
               03  DWK-ETAGE         pic x(3) value spaces.
               03  DWK-SIDE          pic x(3) value spaces.
               03  DWK-POSTNR        pic x(4) value spaces.
               03  DWK-BYX           pic x(20) value spaces.
               03  DWK-LANDEKODE     pic x(2) value spaces.
               03  DWK-UDLANDSPOSTNR pic x(9) value spaces.
               03  DWK-FOEDSELSDATO  pic 9(8) value zeros.
               03  DWK-FILIALKODE    pic x(4) value spaces.
               03  DWK-KANALKODE     pic x(1) value spaces.
               03  DWK-DVALE-TRIN    pic x(1) value spaces.
               03  DWK-KYC-RISIKO    pic x(1) value spaces.
               03  DWK-INKASSO-TRIN  pic x(1) value spaces.
               03  DWK-SAMTYKKE      pic x(1) value spaces.
               03  DWK-SLETTET       pic x(1) value spaces.
               03  DWK-AFDOED        pic x(1) value spaces.
