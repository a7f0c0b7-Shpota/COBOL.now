      *> Erasure request record - one row per data-subject erasure
      *> request, keyed in by the privacy desk for the erasure job
      *> (COBOLERA). The reference is the desk's own case number and
      *> is what the completion certificate and the erasure register
      *> carry; the subject itself is either a remote address (type
      *> A, exactly as it would appear in REMOTE_ADDR) or the name a
      *> visitor signed the guestbook with (type N, matched without
      *> regard to case or surrounding blanks). The job empties this
      *> file once every request on it is certified, so the subject
      *> data does not outlive the erasure it asked for.
       01  ERQS-RECORD.
           05  ERQS-REF                   PIC X(12).
           05  FILLER                     PIC X.
           05  ERQS-TYPE                  PIC X.
               88  ERQS-IS-ADDRESS        VALUE "A".
               88  ERQS-IS-NAME           VALUE "N".
           05  FILLER                     PIC X.
           05  ERQS-VALUE                 PIC X(40).
