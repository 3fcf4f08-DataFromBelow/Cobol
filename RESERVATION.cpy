      *> RESERVATION.cpy
      *> Card authorisation hold, one per authorisation in the
      *> indexed reservations file (Reservationer.dat). The prime key
      *> is the account number followed by the card system's
      *> authorisation id, so every hold on an account is read with
      *> one START on the account number. A hold is active until the
      *> clearing KORT posting releases it or its expiry date passes.
      *>   RSV-STATUS:      "A" aktiv, "F" frigivet af KORT-posteringen,
      *>                    "U" udloebet uden clearing
      *>   RSV-AFSLUT-DATO: the day the hold was released or expired
           02  RSV-NOEGLE.
               03  RSV-KONTONUMMER pic x(20) value spaces.
               03  RSV-AUTH-ID     pic x(12) value spaces.
           02  RSV-BELOEB        pic 9(7)v99 value zeros.
           02  RSV-DATO          pic 9(8) value zeros.
           02  RSV-UDLOEB-DATO   pic 9(8) value zeros.
           02  RSV-TEKST         pic x(20) value spaces.
           02  RSV-STATUS        pic x(1) value "A".
           02  RSV-AFSLUT-DATO   pic 9(8) value zeros.
