      *> postings have been moved to the yearly archive. KONTOUDTOG
      *> starts its statements from this record instead of rolling
      *> the whole posting history back out of the master balance.
      *> There is one record per account: the customer's primary
      *> KontoNummer first, then any further accounts from the
      *> account master. SALDOBEVIS proves every account's ledger
      *> forward from its record.
           02  PS-KUNDEID        pic x(10) value spaces.
           02  PS-KONTONUMMER    pic x(20) value spaces.
           02  PS-DATO           pic 9(8) value zeros.
