      *> Erasure register record - the auditors' copy of every
      *> completion certificate the erasure job has printed. Each
      *> certified request leaves one D row per dataset in which
      *> records were redacted, with the count redacted there, and
      *> then one C row carrying the request's total; a request is
      *> certified once its C row is on file, and the job will not
      *> process that reference again. The register deliberately
      *> holds the reference and the request type only - never the
      *> address or name that was erased.
       01  ERSG-RECORD.
           05  ERSG-REF                   PIC X(12).
           05  FILLER                     PIC X.
           05  ERSG-DATE                  PIC X(8).
           05  FILLER                     PIC X.
           05  ERSG-TIME                  PIC X(6).
           05  FILLER                     PIC X.
           05  ERSG-ROW-TYPE              PIC X.
               88  ERSG-IS-CERTIFICATE    VALUE "C".
               88  ERSG-IS-DATASET        VALUE "D".
           05  FILLER                     PIC X.
           05  ERSG-REQ-TYPE              PIC X.
           05  FILLER                     PIC X.
           05  ERSG-DATASET               PIC X(44).
           05  FILLER                     PIC X.
           05  ERSG-COUNT                 PIC 9(9).
