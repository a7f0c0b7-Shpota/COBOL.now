      *> Chargeback finance interface record - the fixed-format
      *> feed the finance ledger loads, written by the month-end
      *> chargeback job (COBOLCHG), one dataset per billed month.
      *> A header row opens the feed (R in the rebill flag means
      *> it supersedes the feed first sent for the month), then
      *> one detail row per site per usage item, then a trailer
      *> carrying the number of detail rows and the sum of their
      *> amounts for the ledger's load balancing. Amounts are in
      *> the ledger currency, already rounded to the cent.
       01  CHGF-RECORD.
           05  CHGF-REC-TYPE              PIC X.
               88  CHGF-IS-HEADER         VALUE "H".
               88  CHGF-IS-DETAIL         VALUE "D".
               88  CHGF-IS-TRAILER        VALUE "T".
           05  FILLER                     PIC X.
           05  CHGF-PERIOD                PIC X(6).
           05  FILLER                     PIC X.
           05  CHGF-BODY                  PIC X(50).
           05  CHGF-DETAIL REDEFINES CHGF-BODY.
               10  CHGF-SITE              PIC X(8).
               10  FILLER                 PIC X.
               10  CHGF-ITEM              PIC X(8).
               10  FILLER                 PIC X.
               10  CHGF-UNITS             PIC 9(9).
               10  FILLER                 PIC X.
               10  CHGF-RATE              PIC 9(3)V9(6).
               10  FILLER                 PIC X.
               10  CHGF-AMOUNT            PIC 9(9)V99.
               10  FILLER                 PIC X.
           05  CHGF-HEADER REDEFINES CHGF-BODY.
               10  CHGF-RUN-DATE          PIC X(8).
               10  FILLER                 PIC X.
               10  CHGF-REBILL            PIC X.
                   88  CHGF-IS-REBILL     VALUE "R".
               10  FILLER                 PIC X(40).
           05  CHGF-TRAILER REDEFINES CHGF-BODY.
               10  CHGF-REC-COUNT         PIC 9(9).
               10  FILLER                 PIC X.
               10  CHGF-AMOUNT-TOTAL      PIC 9(11)V99.
               10  FILLER                 PIC X(27).
