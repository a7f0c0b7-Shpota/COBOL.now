      *> Visitor master record - one row per visitor per site, kept
      *> by the nightly visitor job (COBOLVIS). A visitor is a
      *> remote address plus user agent, as logged (spaces in the
      *> agent logged as "+"). A visit is a run of hits with no gap
      *> of more than 30 minutes; the last-seen time lets a visit
      *> that runs over midnight count once. Rows not seen within
      *> the retention period are dropped by the nightly run.
       01  VISM-RECORD.
           05  VISM-ADDR                  PIC X(40).
           05  FILLER                     PIC X.
           05  VISM-AGENT                 PIC X(100).
           05  FILLER                     PIC X.
           05  VISM-FIRST-SEEN            PIC X(8).
           05  FILLER                     PIC X.
           05  VISM-LAST-SEEN             PIC X(8).
           05  FILLER                     PIC X.
           05  VISM-LAST-TIME             PIC X(6).
           05  FILLER                     PIC X.
           05  VISM-VISITS                PIC 9(7).
           05  FILLER                     PIC X.
           05  VISM-HITS                  PIC 9(9).
