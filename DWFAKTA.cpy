      *> DWFAKTA.cpy
      *> Posting fact row of the data-warehouse feed
      *> (DwPosteringFakta.txt), written by DWEKSPORT between a
      *> FEEDENV.cpy header and trailer; the trailer hash is the sum
      *> of DWF-BELOEB. One row per posting-history row, carrying
      *> the surrogate keys of the customer and account dimension
      *> rows valid on the booking date (the first row when the
      *> posting is older than the dimension's history, zero when
      *> the dimension does not know the customer or account).
      *> DWF-MODKONTO-NOEGLE is the account key of the credited leg
      *> of an internal transfer (DWF-DK "T"), zero otherwise.
           02  DWF-KUNDE-NOEGLE    pic 9(9) value zeros.
           02  DWF-KONTO-NOEGLE    pic 9(9) value zeros.
           02  DWF-MODKONTO-NOEGLE pic 9(9) value zeros.
           02  DWF-KUNDEID         pic x(10) value spaces.
           02  DWF-KONTONUMMER     pic x(20) value spaces.
           02  DWF-MODKONTO        pic x(20) value spaces.
           02  DWF-DATO            pic 9(8) value zeros.
           02  DWF-VALOER-DATO     pic 9(8) value zeros.
           02  DWF-BELOEB          pic 9(7)v99 value zeros.
           02  DWF-DK              pic x(1) value spaces.
           02  DWF-TYPEKODE        pic x(4) value spaces.
           02  DWF-LOEBENR         pic 9(9) value zeros.
