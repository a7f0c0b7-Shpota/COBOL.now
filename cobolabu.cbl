           SELECT OPS-STATUS-FILE ASSIGN TO "OPSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSSTAT-STATUS.
           SELECT MAINT-CAL-FILE ASSIGN TO "MAINTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTCAL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD OPS-STATUS-FILE.
             COPY OPSSREC.

          FD MAINT-CAL-FILE.
             COPY MCALREC.

          WORKING-STORAGE SECTION.
          01 WS-LOG-STATUS PIC XX VALUE SPACES.
          01 WS-BLOCK-STATUS PIC XX VALUE SPACES.
          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-LOG-FILE-NAME PIC X(44) VALUE "COBOLLOG.DAT".
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.
          01 WS-MAINTCAL-STATUS PIC XX VALUE SPACES.
          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
          01 WS-THRESHOLD PIC 9(9) VALUE 0.
          01 WS-CURRENT-STAMP PIC X(21) VALUE SPACES.

      *> The maintenance calendar window holding the run back, if
      *> any: its end and the site it names.
          01 WS-MAINT-FIELDS.
             05 WS-MAINT-NOW PIC X(14) VALUE SPACES.
             05 WS-MAINT-UNTIL PIC X(14) VALUE SPACES.
             05 WS-MAINT-SITE PIC X(8) VALUE SPACES.

          01 WS-DATE-VARS.
             05 WS-TODAY-INT PIC 9(8) COMP VALUE 0.
             05 WS-YESTERDAY PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-CHECK-MAINT-CALENDAR.
           PERFORM 2000-LOAD-BLOCKLIST.
           PERFORM 3000-SCAN-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
           MOVE CONFG-SITE-CODE TO WS-SITE-CODE(WS-SITE-COUNT).
           MOVE 0 TO WS-SITE-HITS(WS-SITE-COUNT).

       1200-CHECK-MAINT-CALENDAR.
      *> A restore or an archive repair takes datasets down under
      *> a window on the maintenance calendar. While one is open
      *> for any site this run covers (or for *ALL) the whole run
      *> is deferred - half a night is harder to put right than a
      *> whole night rerun once the window has closed. No
      *> calendar, no windows.
           MOVE SPACES TO WS-MAINT-UNTIL.
           MOVE SPACES TO WS-MAINT-SITE.
           MOVE FUNCTION CURRENT-DATE TO WS-MAINT-NOW.
           OPEN INPUT MAINT-CAL-FILE.
           IF WS-MAINTCAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MAINTCAL-STATUS NOT = "00"
               READ MAINT-CAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1210-MATCH-MAINT-WINDOW
               END-READ
           END-PERFORM.
           CLOSE MAINT-CAL-FILE.
           IF WS-MAINT-UNTIL NOT = SPACES
               DISPLAY "COBOLABU: MAINTENANCE WINDOW OPEN FOR "
                       FUNCTION TRIM(WS-MAINT-SITE) " UNTIL "
                       WS-MAINT-UNTIL " - RUN DEFERRED"
               MOVE 4 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.

       1210-MATCH-MAINT-WINDOW.
           IF MCAL-START IS NOT NUMERIC OR MCAL-END IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF MCAL-START > WS-MAINT-NOW OR MCAL-END <= WS-MAINT-NOW
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           IF MCAL-ALL-SITES
               MOVE "Y" TO WS-FOUND
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SITE-COUNT OR WS-FOUND = "Y"
               IF WS-SITE-CODE(WS-IDX) = MCAL-SITE-CODE
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y" AND MCAL-END > WS-MAINT-UNTIL
               MOVE MCAL-END TO WS-MAINT-UNTIL
               IF MCAL-SITE-CODE = SPACES
                   MOVE "DEFAULT" TO WS-MAINT-SITE
               ELSE
                   MOVE MCAL-SITE-CODE TO WS-MAINT-SITE
               END-IF
           END-IF.

       2000-LOAD-BLOCKLIST.
      *> A missing blocklist is normal on the first run.
           OPEN INPUT BLOCKLIST-FILE.
                  " LISTED IN TOTAL" DELIMITED BY SIZE
                  INTO WS-OPS-DETAIL
           END-STRING.
      *> A deferred run says so rather than report empty counts.
           IF WS-MAINT-UNTIL NOT = SPACES
               MOVE SPACES TO WS-OPS-DETAIL
               STRING "DEFERRED - MAINTENANCE WINDOW UNTIL "
                          DELIMITED BY SIZE
                      WS-MAINT-UNTIL(1:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MAINT-UNTIL(9:4) DELIMITED BY SIZE
                      INTO WS-OPS-DETAIL
               END-STRING
           END-IF.
           OPEN EXTEND OPS-STATUS-FILE.
           IF WS-OPSSTAT-STATUS NOT = "00"
               OPEN OUTPUT OPS-STATUS-FILE
