      *> Erasure restart checkpoint - a journal the erasure job
      *> appends to while a run is in flight, scratched on a clean
      *> finish. The first row (S) carries the moment the run
      *> started, which tells a rerun that it is resuming and which
      *> register rows belong to the abended run. Every dataset the
      *> run changes then gets two rows: P, written in one piece
      *> once the redacted copy is complete in the work dataset and
      *> holding the records redacted there for each request in
      *> request-file order, and D once that copy has been
      *> installed over the dataset. A rerun skips every dataset
      *> with a D row, re-installs the one with only a P row from
      *> the work dataset, and takes the counts for its
      *> certificates from the P rows - so no dataset is redacted
      *> twice and no redaction goes missing from a certificate.
       01  ERCK-RECORD.
           05  ERCK-STATE                 PIC X.
               88  ERCK-IS-START          VALUE "S".
               88  ERCK-IS-PENDING        VALUE "P".
               88  ERCK-IS-DONE           VALUE "D".
           05  FILLER                     PIC X.
           05  ERCK-DATASET               PIC X(44).
           05  FILLER                     PIC X.
           05  ERCK-COUNT                 PIC 9(7) OCCURS 50 TIMES.
