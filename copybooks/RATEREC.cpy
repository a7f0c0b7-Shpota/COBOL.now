      *> Chargeback rate record - one row per billable usage item
      *> per price change, read by the month-end chargeback job
      *> (COBOLCHG). A month is priced at the rate whose effective
      *> date is the latest on or before the first day of that
      *> month, so a price change keyed ahead of time takes hold
      *> from its month and a rebill of an older month still
      *> prices at the rate that applied then. Rows need not be
      *> in date order. Items:
      *>   HTML     pages served as HTML
      *>   JSON     JSON API responses served
      *>   NOTMOD   conditional GETs answered not-modified
      *>   BLOCKED  requests refused from the blocklist
      *>   GBPOST   guestbook posts (served POSTs)
      *> The unit price is in the ledger currency per request.
       01  RATE-RECORD.
           05  RATE-EFF-DATE              PIC X(8).
           05  FILLER                     PIC X.
           05  RATE-ITEM                  PIC X(8).
           05  FILLER                     PIC X.
           05  RATE-UNIT-PRICE            PIC 9(3)V9(6).
