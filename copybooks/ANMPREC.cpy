      *> Traffic anomaly parameter record - the sensitivity deck
      *> the nightly anomaly check (COBOLANM) reads, so the limits
      *> can be tuned by editing ANOMPARM.DAT, no recompile
      *> needed. One setting per row; a setting left off the deck
      *> keeps its default (in brackets):
      *>   WEEKS     same-weekday weeks the baseline reaches back,
      *>             1 to 8 [4]
      *>   MINWEEKS  baseline weeks with traffic on file a site
      *>             needs before it is judged at all [2]
      *>   MINDAY    baseline hits a day total needs before a drop
      *>             in it is judged; also the floor a spike is
      *>             measured from, and the hits a day needs
      *>             before its shares are judged [50]
      *>   MINHOUR   the same floor for a single hour [10]
      *>   DROP      percent below the baseline that is amber,
      *>             then red [50 80]
      *>   SPIKE     percent above the baseline that is amber,
      *>             then red [200 500]
      *>   BLKSHARE  rise in the blocked share of all hits, in
      *>             percentage points, that is amber, then red
      *>             [10 25]
      *>   BOTSHARE  the same for the self-declared bot share
      *>             [15 30]
      *> Single-valued settings use ANMP-VALUE only; the four
      *> limits carry their red value in ANMP-RED-VALUE, which
      *> must not be below the amber one. A row that does not
      *> parse is reported and ignored, leaving the default.
       01  ANMP-RECORD.
           05  ANMP-NAME                  PIC X(8).
               88  ANMP-WEEKS             VALUE "WEEKS".
               88  ANMP-MIN-WEEKS         VALUE "MINWEEKS".
               88  ANMP-MIN-DAY           VALUE "MINDAY".
               88  ANMP-MIN-HOUR          VALUE "MINHOUR".
               88  ANMP-DROP              VALUE "DROP".
               88  ANMP-SPIKE             VALUE "SPIKE".
               88  ANMP-BLOCKED-SHARE     VALUE "BLKSHARE".
               88  ANMP-BOT-SHARE         VALUE "BOTSHARE".
           05  FILLER                     PIC X.
           05  ANMP-VALUE                 PIC X(5).
           05  FILLER                     PIC X.
           05  ANMP-RED-VALUE             PIC X(5).
