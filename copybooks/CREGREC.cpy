      *> Chargeback billing register - one row per month-end
      *> chargeback run that produced statements, appended by
      *> COBOLCHG once the finance feed is complete. The job
      *> refuses a month that already has a row unless it is told
      *> to rebill; a rebill adds its own row flagged R, so the
      *> register shows every feed finance was sent for a month.
       01  CREG-RECORD.
           05  CREG-PERIOD                PIC X(6).
           05  FILLER                     PIC X.
           05  CREG-BILLED-DATE           PIC X(8).
           05  FILLER                     PIC X.
           05  CREG-BILLED-TIME           PIC X(6).
           05  FILLER                     PIC X.
           05  CREG-SITES                 PIC 9(4).
           05  FILLER                     PIC X.
           05  CREG-REC-COUNT             PIC 9(9).
           05  FILLER                     PIC X.
           05  CREG-AMOUNT-TOTAL          PIC 9(11)V99.
           05  FILLER                     PIC X.
           05  CREG-REBILL                PIC X.
               88  CREG-IS-REBILL         VALUE "R".
