      *> SEKTOR.cpy
      *> Counterparty-sector register (SektorRegister.txt), one line
      *> per business customer with the ESA sector the customer
      *> belongs to for the Nationalbank's balance statistics:
      *>   SEK-KODE: "S11" ikke-finansielle selskaber
      *>             "S12" finansielle selskaber
      *>             "S13" offentlig forvaltning og service
      *>             "S14" husholdninger
      *>             "S15" nonprofitinstitutioner (NPISH)
      *> A customer without a line is a private customer and counts
      *> as a household (S14). The register is append-only, so the
      *> last line for a customer is the one in force.
           02  SEK-KUNDEID       pic x(10) value spaces.
           02  filler            pic x(1) value spaces.
           02  SEK-KODE          pic x(3) value spaces.
