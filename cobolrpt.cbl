             05 WS-LOG-PRESENT PIC X VALUE "Y".

      *> Outcome of each request: served pages, refusals from the
      *> blocklist, conditional-GET not-modifieds and holding
      *> pages answered during a maintenance window. A record
      *> written before the disposition field existed parses to a
      *> blank disposition and counts as served.
          01 WS-OUTCOME-COUNTERS.
             05 WS-SERVED-HITS PIC 9(9) COMP VALUE 0.
             05 WS-BLOCKED-HITS PIC 9(9) COMP VALUE 0.
             05 WS-NOTMOD-HITS PIC 9(9) COMP VALUE 0.
             05 WS-MAINT-HITS PIC 9(9) COMP VALUE 0.
          01 WS-FORMAT-COUNTERS.
             05 WS-HTML-HITS PIC 9(9) COMP VALUE 0.
             05 WS-JSON-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ATOM-HITS PIC 9(9) COMP VALUE 0.
             05 WS-OTHER-FMT-HITS PIC 9(9) COMP VALUE 0.
          01 WS-BOT-VARS.
             05 WS-BOT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-SERVED-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-BLOCKED-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-NOTMOD-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-MAINT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-HTML-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-JSON-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-ATOM-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-OTHER-FMT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-BOT-HITS PIC 9(9) COMP VALUE 0.

           ADD WS-SERVED-HITS TO WS-ALL-SERVED-HITS.
           ADD WS-BLOCKED-HITS TO WS-ALL-BLOCKED-HITS.
           ADD WS-NOTMOD-HITS TO WS-ALL-NOTMOD-HITS.
           ADD WS-MAINT-HITS TO WS-ALL-MAINT-HITS.
           ADD WS-HTML-HITS TO WS-ALL-HTML-HITS.
           ADD WS-JSON-HITS TO WS-ALL-JSON-HITS.
           ADD WS-ATOM-HITS TO WS-ALL-ATOM-HITS.
           ADD WS-OTHER-FMT-HITS TO WS-ALL-OTHER-FMT-HITS.
           ADD WS-BOT-HITS TO WS-ALL-BOT-HITS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24
           MOVE 0 TO WS-SERVED-HITS.
           MOVE 0 TO WS-BLOCKED-HITS.
           MOVE 0 TO WS-NOTMOD-HITS.
           MOVE 0 TO WS-MAINT-HITS.
           MOVE 0 TO WS-HTML-HITS.
           MOVE 0 TO WS-JSON-HITS.
           MOVE 0 TO WS-ATOM-HITS.
           MOVE 0 TO WS-OTHER-FMT-HITS.
           MOVE 0 TO WS-BOT-HITS.

                   ADD 1 TO WS-BLOCKED-HITS
               WHEN "N"
                   ADD 1 TO WS-NOTMOD-HITS
               WHEN "M"
                   ADD 1 TO WS-MAINT-HITS
               WHEN OTHER
                   ADD 1 TO WS-SERVED-HITS
                   EVALUATE WS-LOG-FORMAT
                           ADD 1 TO WS-HTML-HITS
                       WHEN "JSON"
                           ADD 1 TO WS-JSON-HITS
                       WHEN "ATOM"
                           ADD 1 TO WS-ATOM-HITS
                       WHEN OTHER
                           ADD 1 TO WS-OTHER-FMT-HITS
                   END-EVALUATE
           DISPLAY "   BLOCKED (429) .......... " WS-HITS-DISP.
           MOVE WS-NOTMOD-HITS TO WS-HITS-DISP.
           DISPLAY "   NOT MODIFIED (304) ..... " WS-HITS-DISP.
           MOVE WS-MAINT-HITS TO WS-HITS-DISP.
           DISPLAY "   MAINTENANCE (503) ...... " WS-HITS-DISP.
           DISPLAY " ".
           DISPLAY " FORMAT SPLIT OF SERVED HITS".
           DISPLAY " ---------------------------".
           DISPLAY "   HTML ................... " WS-HITS-DISP.
           MOVE WS-JSON-HITS TO WS-HITS-DISP.
           DISPLAY "   JSON ................... " WS-HITS-DISP.
           MOVE WS-ATOM-HITS TO WS-HITS-DISP.
           DISPLAY "   ATOM FEED .............. " WS-HITS-DISP.
           IF WS-OTHER-FMT-HITS > 0
               MOVE WS-OTHER-FMT-HITS TO WS-HITS-DISP
               DISPLAY "   OTHER/UNRECORDED ....... " WS-HITS-DISP
           DISPLAY " BLOCKED (429) ............ " WS-HITS-DISP.
           MOVE WS-ALL-NOTMOD-HITS TO WS-HITS-DISP.
           DISPLAY " NOT MODIFIED (304) ....... " WS-HITS-DISP.
           MOVE WS-ALL-MAINT-HITS TO WS-HITS-DISP.
           DISPLAY " MAINTENANCE (503) ........ " WS-HITS-DISP.
           MOVE WS-ALL-HTML-HITS TO WS-HITS-DISP.
           DISPLAY " HTML SERVED .............. " WS-HITS-DISP.
           MOVE WS-ALL-JSON-HITS TO WS-HITS-DISP.
           DISPLAY " JSON SERVED .............. " WS-HITS-DISP.
           MOVE WS-ALL-ATOM-HITS TO WS-HITS-DISP.
           DISPLAY " ATOM FEED SERVED ......... " WS-HITS-DISP.
           IF WS-ALL-OTHER-FMT-HITS > 0
               MOVE WS-ALL-OTHER-FMT-HITS TO WS-HITS-DISP
               DISPLAY " OTHER/UNRECORDED FORMAT .. " WS-HITS-DISP
