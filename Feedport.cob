           copy "SALDOFEED.cpy".
       01  WS-KURS-PARSE.
           copy "VALUTAKURS.cpy".
       01  WS-RFEED-PARSE.
           copy "RESVFEED.cpy".
       01  WS-IFEED-PARSE.
           copy "INDBFEED.cpy".

       01  WS-FEED-COUNT           PIC 9(5) VALUE 0.
       01  WS-GODKENDT-COUNT       PIC 9(5) VALUE 0.
               WHEN "KURS "
                   MOVE ind-record TO WS-KURS-PARSE
                   ADD VALKURS-RATE TO WS-BEREGNET-HASH
               WHEN "RESRV"
                   MOVE ind-record TO WS-RFEED-PARSE
                   ADD RFEED-BELOEB TO WS-BEREGNET-HASH
               WHEN "INDBT"
                   MOVE ind-record TO WS-IFEED-PARSE
                   ADD IFEED-BELOEB TO WS-BEREGNET-HASH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
