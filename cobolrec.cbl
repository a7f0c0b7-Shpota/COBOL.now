          01 WS-RECON-TOTALS.
             05 WS-COUNTER-VALUE PIC 9(9) COMP VALUE 0.
             05 WS-LIVE-RECORDS PIC 9(9) COMP VALUE 0.
             05 WS-LIVE-MAINT PIC 9(9) COMP VALUE 0.
             05 WS-ARCHIVED-BASE PIC 9(9) COMP VALUE 0.
             05 WS-EXPECTED-COUNT PIC 9(9) COMP VALUE 0.
             05 WS-DIFFERENCE PIC S9(9) COMP VALUE 0.
           PERFORM 1200-BUILD-SITE-FILE-NAMES.
           MOVE 0 TO WS-COUNTER-VALUE.
           MOVE 0 TO WS-LIVE-RECORDS.
           MOVE 0 TO WS-LIVE-MAINT.
           MOVE 0 TO WS-ARCHIVED-BASE.
           MOVE "Y" TO WS-COUNTER-PRESENT.
           MOVE "Y" TO WS-CATALOG-PRESENT.
      *> records with disposition S count here. A record written
      *> before the disposition field existed stops after the
      *> host and parses to a blank disposition - those were all
      *> served hits. Holding pages answered during a maintenance
      *> window (M) never touched the counter; they are tallied
      *> only so the report shows where they went.
       3100-TALLY-LIVE-RECORD.
           MOVE SPACES TO WS-LOG-STAMP.
           MOVE SPACES TO WS-LOG-ADDR.
           IF WS-LOG-DISP = "S" OR WS-LOG-DISP = SPACE
               ADD 1 TO WS-LIVE-RECORDS
           END-IF.
           IF WS-LOG-DISP = "M"
               ADD 1 TO WS-LIVE-MAINT
           END-IF.

      *> Records already rolled off by the monthly archival job are
      *> no longer in the live log; the archive catalog carries the
           END-IF.
           MOVE WS-LIVE-RECORDS TO WS-HITS-DISP.
           DISPLAY " LIVE SERVED HITS ......... " WS-HITS-DISP.
           IF WS-LIVE-MAINT > 0
               MOVE WS-LIVE-MAINT TO WS-HITS-DISP
               DISPLAY " MAINTENANCE 503S ......... " WS-HITS-DISP
               DISPLAY " (HOLDING PAGES - NOT COUNTED)"
           END-IF.
           MOVE WS-ARCHIVED-BASE TO WS-HITS-DISP.
           DISPLAY " ARCHIVED BASELINE ........ " WS-HITS-DISP.
           IF WS-CATALOG-PRESENT = "N"
