      *> entries keep their row as the abuse trail instead of being
      *> deleted. A blank status is an entry written before
      *> moderation existed and counts as approved.
      *> The submitter's REMOTE_ADDR rides on the row so the
      *> moderation run can screen posts from blocklisted
      *> addresses; rows written before it existed leave it blank.
      *> An entry the moderation run's rules pass rejects carries
      *> the rule that caught it in the reason code - TERM a
      *> banned term, LINK over the link limit, DUPE a repeat of
      *> a message inside the duplicate window, BLCK a blocklisted
      *> address. A manual rejection leaves the reason blank.
       01  GBOK-RECORD.
           05  GBOK-STAMP                 PIC X(14).
           05  FILLER                     PIC X.
               88  GBOK-IS-PENDING        VALUE "P".
               88  GBOK-IS-APPROVED       VALUE "A" " ".
               88  GBOK-IS-REJECTED       VALUE "R".
           05  FILLER                     PIC X.
           05  GBOK-ADDR                  PIC X(40).
           05  FILLER                     PIC X.
           05  GBOK-REASON                PIC X(4).
               88  GBOK-REASON-TERM       VALUE "TERM".
               88  GBOK-REASON-LINK       VALUE "LINK".
               88  GBOK-REASON-DUPE       VALUE "DUPE".
               88  GBOK-REASON-BLOCK      VALUE "BLCK".
