      *> it and carries the foreign postal code in its own format.
           02  TRANS-LANDEKODE  pic x(2) value spaces.
           02  TRANS-UDLANDSPOSTNR pic x(9) value spaces.
      *> Operator who keyed the change. On a customer with a balance
      *> over the limit the change waits for a second operator
      *> (GODKENDELSESFILTER).
           02  TRANS-BRUGERID   pic x(8) value spaces.
