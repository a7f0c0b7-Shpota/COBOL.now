      *> Guestbook screening-rules record - the maintainable rule
      *> deck the moderation run (COBOLGBM) screens pending entries
      *> against before the operator's transactions are applied.
      *> One rule per row:
      *>   TERM   a banned word or phrase, matched case-blind
      *>          anywhere in the name or message. Action R (or
      *>          blank) auto-rejects; action H only holds the
      *>          entry for the operator with a note.
      *>   LINKS  the number of links a message may carry; more
      *>          auto-rejects, any at all up to the limit is held
      *>          for the operator with a note.
      *>   DUPWIN a window in days; a message repeating the text of
      *>          an entry posted within the window before it is
      *>          auto-rejected.
      *> Addresses on the shared blocklist are always rejected and
      *> need no rule row.
       01  SCRN-RECORD.
           05  SCRN-RULE                  PIC X(6).
               88  SCRN-RULE-TERM         VALUE "TERM".
               88  SCRN-RULE-LINKS        VALUE "LINKS".
               88  SCRN-RULE-DUPWIN       VALUE "DUPWIN".
           05  FILLER                     PIC X.
           05  SCRN-ACTION                PIC X.
               88  SCRN-ACTION-REJECT     VALUE "R" " ".
               88  SCRN-ACTION-HOLD       VALUE "H".
           05  FILLER                     PIC X.
           05  SCRN-VALUE                 PIC X(60).
