       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLVIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WORK-FILE ASSIGN TO "VISWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO "OPSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSSTAT-STATUS.
           SELECT MAINT-CAL-FILE ASSIGN TO "MAINTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTCAL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONFIG-FILE.
             COPY CONFGREC.

          FD LOG-FILE.
          01 LOG-RECORD PIC X(350).

          FD CATALOG-FILE.
             COPY ARCHREC.

          FD ARCH-FILE.
          01 ARCH-IN-RECORD PIC X(350).

          FD MASTER-FILE.
             COPY VISMREC.

          FD WORK-FILE.
          01 WORK-RECORD PIC X(184).

          FD OPS-STATUS-FILE.
             COPY OPSSREC.

          FD MAINT-CAL-FILE.
             COPY MCALREC.

          WORKING-STORAGE SECTION.
          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-LOG-STATUS PIC XX VALUE SPACES.
          01 WS-CATALOG-STATUS PIC XX VALUE SPACES.
          01 WS-ARCH-STATUS PIC XX VALUE SPACES.
          01 WS-MASTER-STATUS PIC XX VALUE SPACES.
          01 WS-WORK-STATUS PIC XX VALUE SPACES.
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.
          01 WS-MAINTCAL-STATUS PIC XX VALUE SPACES.
          01 WS-DELETE-RC PIC 9(4) COMP VALUE 0.
          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
             05 WS-OPS-NUM1 PIC ZZZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM2 PIC ZZZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM3 PIC ZZZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM4 PIC ZZZZZZ9 VALUE ZERO.

          01 WS-FILE-NAMES.
             05 WS-LOG-FILE-NAME PIC X(44)
                VALUE "COBOLLOG.DAT".
             05 WS-CATALOG-FILE-NAME PIC X(44)
                VALUE "ARCHCAT.DAT".
             05 WS-ARCH-FILE-NAME PIC X(44) VALUE SPACES.
             05 WS-MASTER-FILE-NAME PIC X(44)
                VALUE "VISMAST.DAT".

          01 WS-ENV-NAME PIC X(32).
          01 WS-REPORT-DATE PIC X(8) VALUE SPACES.
          01 WS-PRIOR-DATE PIC X(8) VALUE SPACES.
          01 WS-CURRENT-STAMP PIC X(21) VALUE SPACES.

      *> The maintenance calendar window holding the run back, if
      *> any: its end and the site it names.
          01 WS-MAINT-FIELDS.
             05 WS-MAINT-NOW PIC X(14) VALUE SPACES.
             05 WS-MAINT-UNTIL PIC X(14) VALUE SPACES.
             05 WS-MAINT-SITE PIC X(8) VALUE SPACES.
          01 WS-CURRENT-PERIOD PIC X(6) VALUE SPACES.

          01 WS-DATE-VARS.
             05 WS-TODAY-INT PIC 9(8) COMP VALUE 0.
             05 WS-REPORT-INT PIC 9(8) COMP VALUE 0.
             05 WS-YESTERDAY PIC 9(8) VALUE 0.
             05 WS-PRIOR-NUM PIC 9(8) VALUE 0.
             05 WS-DAYS-SINCE PIC S9(8) COMP VALUE 0.

      *> VISITOR_RETAIN_DAYS overrides the one-year retention of
      *> the visitor master; a visitor not seen for longer is
      *> dropped, and comes back as new if they ever return.
          01 WS-RETAIN-TEXT PIC X(8) VALUE SPACES.
          01 WS-RETAIN-DAYS PIC 9(4) VALUE 365.

      *> A visit closes after this many seconds without a hit.
          01 WS-VISIT-GAP-SECS PIC 9(5) COMP VALUE 1800.

      *> One entry per distinct site code in the config dataset -
      *> each keeps its own visitor master beside its audit log.
      *> A blank code is the default site's original dataset
      *> names.
          01 WS-SITE-TABLE.
             05 WS-SITE-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-SITE-ENTRY OCCURS 50 TIMES.
                10 WS-SITE-LABEL PIC X(30).
                10 WS-SITE-CODE PIC X(8).
          01 WS-SITE-IDX PIC 9(4) COMP VALUE 0.

      *> The day's visitors, built from the day's audit records in
      *> the order they were logged. Each entry follows its
      *> visitor's current visit: a hit more than the visit gap
      *> after the one before closes it and opens the next.
          01 WS-DAY-TABLE.
             05 WS-DAY-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-DAY-FULL PIC X VALUE "N".
             05 WS-DAY-ENTRY OCCURS 3000 TIMES.
                10 WS-DAY-ADDR PIC X(40).
                10 WS-DAY-AGENT PIC X(100).
                10 WS-DAY-HITS PIC 9(9) COMP.
                10 WS-DAY-VISITS PIC 9(7) COMP.
                10 WS-DAY-SINGLES PIC 9(7) COMP.
                10 WS-DAY-VISIT-HITS PIC 9(9) COMP.
                10 WS-DAY-FIRST-VISIT-HITS PIC 9(9) COMP.
                10 WS-DAY-FIRST-SECS PIC 9(5) COMP.
                10 WS-DAY-LAST-SECS PIC 9(5) COMP.
                10 WS-DAY-LAST-TIME PIC X(6).
                10 WS-DAY-ON-MASTER PIC X.
          01 WS-DAY-IDX PIC 9(4) COMP VALUE 0.

          01 WS-LOG-FIELDS.
             05 WS-LOG-STAMP PIC X(21) VALUE SPACES.
             05 WS-LOG-ADDR PIC X(40) VALUE SPACES.
             05 WS-LOG-HOST PIC X(60) VALUE SPACES.
             05 WS-LOG-DISP PIC X VALUE SPACE.
             05 WS-LOG-METHOD PIC X(8) VALUE SPACES.
             05 WS-LOG-FORMAT PIC X(4) VALUE SPACES.
             05 WS-LOG-AGENT PIC X(100) VALUE SPACES.
             05 WS-LOG-REFERER PIC X(100) VALUE SPACES.

          01 WS-TIME-VARS.
             05 WS-HH PIC 99 VALUE 0.
             05 WS-MI PIC 99 VALUE 0.
             05 WS-SS PIC 99 VALUE 0.
             05 WS-HIT-SECS PIC 9(5) COMP VALUE 0.
             05 WS-GAP-SECS PIC 9(6) COMP VALUE 0.

          01 WS-BOT-VARS.
             05 WS-UA-LOWER PIC X(100) VALUE SPACES.
             05 WS-UA-TALLY PIC 9(4) COMP VALUE 0.

          01 WS-SITE-COUNTERS.
             05 WS-VISITORS PIC 9(9) COMP VALUE 0.
             05 WS-NEW-VISITORS PIC 9(9) COMP VALUE 0.
             05 WS-RETURNING PIC 9(9) COMP VALUE 0.
             05 WS-VISITS PIC 9(9) COMP VALUE 0.
             05 WS-VISIT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-SINGLE-VISITS PIC 9(9) COMP VALUE 0.
             05 WS-BLOCKED-HITS PIC 9(9) COMP VALUE 0.
             05 WS-MAINT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-BOT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-UNTRACKED-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ON-FILE PIC 9(9) COMP VALUE 0.
             05 WS-LAPSED-30 PIC 9(9) COMP VALUE 0.
             05 WS-LAPSED-60 PIC 9(9) COMP VALUE 0.
             05 WS-LAPSED-90 PIC 9(9) COMP VALUE 0.
             05 WS-DROPPED PIC 9(9) COMP VALUE 0.
             05 WS-MASTER-LATEST PIC X(8) VALUE SPACES.
             05 WS-SITE-SKIPPED PIC X VALUE "N".

          01 WS-ALL-COUNTERS.
             05 WS-ALL-VISITORS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-NEW-VISITORS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-RETURNING PIC 9(9) COMP VALUE 0.
             05 WS-ALL-VISITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-VISIT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-SINGLE-VISITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-BLOCKED-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-MAINT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-BOT-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-UNTRACKED-HITS PIC 9(9) COMP VALUE 0.
             05 WS-ALL-ON-FILE PIC 9(9) COMP VALUE 0.
             05 WS-ALL-LAPSED-30 PIC 9(9) COMP VALUE 0.
             05 WS-ALL-LAPSED-60 PIC 9(9) COMP VALUE 0.
             05 WS-ALL-LAPSED-90 PIC 9(9) COMP VALUE 0.
             05 WS-ALL-DROPPED PIC 9(9) COMP VALUE 0.

          01 WS-WORK-VARS.
             05 WS-VIS-RECORD PIC X(350) VALUE SPACES.
             05 WS-IDX PIC 9(4) COMP VALUE 0.
             05 WS-FOUND PIC X VALUE "N".

          01 WS-PRINT-FIELDS.
             05 WS-COUNT-DISP PIC ZZZ,ZZZ,ZZ9.
             05 WS-RATIO-DISP PIC ZZZ,ZZ9.99.
             05 WS-DAYS-DISP PIC ZZZ9.
             05 WS-RATIO PIC 9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 1300-CHECK-MAINT-CALENDAR.
           PERFORM 2000-PROCESS-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           PERFORM 8000-PRINT-ALL-SITES-TOTAL.
           PERFORM 9500-WRITE-OPS-STATUS.
           STOP RUN.

       1000-INITIALIZE.
      *> The run covers a single calendar day. REPORT_DATE
      *> (YYYYMMDD) selects it; when absent the job takes
      *> yesterday, which is what the nightly schedule wants.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:6) TO WS-CURRENT-PERIOD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-STAMP(1:8))).
           MOVE "REPORT_DATE" TO WS-ENV-NAME.
           MOVE SPACES TO WS-REPORT-DATE.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT-VALUE.
           IF WS-REPORT-DATE = SPACES
               COMPUTE WS-YESTERDAY =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
               MOVE WS-YESTERDAY TO WS-REPORT-DATE
           END-IF.
           IF WS-REPORT-DATE IS NOT NUMERIC
               DISPLAY "COBOLVIS: REPORT_DATE " WS-REPORT-DATE
                       " IS NOT YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
      *> Today is never counted - its visits are still open.
           IF WS-REPORT-DATE >= WS-CURRENT-STAMP(1:8)
               DISPLAY "COBOLVIS: REPORT_DATE " WS-REPORT-DATE
                       " IS NOT A CLOSED DAY"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-REPORT-DATE)).
           COMPUTE WS-PRIOR-NUM =
               FUNCTION DATE-OF-INTEGER(WS-REPORT-INT - 1).
           MOVE WS-PRIOR-NUM TO WS-PRIOR-DATE.
           MOVE "VISITOR_RETAIN_DAYS" TO WS-ENV-NAME.
           MOVE SPACES TO WS-RETAIN-TEXT.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-RETAIN-TEXT FROM ENVIRONMENT-VALUE.
           IF WS-RETAIN-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RETAIN-TEXT)
                   TO WS-RETAIN-DAYS
           END-IF.
           IF WS-RETAIN-DAYS < 1 OR WS-RETAIN-DAYS > 3650
               MOVE 365 TO WS-RETAIN-DAYS
           END-IF.
           PERFORM 1100-LOAD-SITE-TABLE.

       1100-LOAD-SITE-TABLE.
           MOVE 0 TO WS-SITE-COUNT.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               PERFORM UNTIL WS-CONFIG-STATUS NOT = "00"
                   READ CONFIG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1150-STORE-SITE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
           IF WS-SITE-COUNT = 0
               MOVE 1 TO WS-SITE-COUNT
               MOVE "DEFAULT" TO WS-SITE-LABEL(1)
               MOVE SPACES TO WS-SITE-CODE(1)
           END-IF.

       1150-STORE-SITE-ENTRY.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SITE-COUNT OR WS-FOUND = "Y"
               IF WS-SITE-CODE(WS-IDX) = CONFG-SITE-CODE
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SITE-COUNT >= 50
               DISPLAY "COBOLVIS: SITE TABLE FULL, "
                       FUNCTION TRIM(CONFG-SITE) " NOT PROCESSED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SITE-COUNT.
           IF CONFG-SITE = SPACES
               MOVE "DEFAULT" TO WS-SITE-LABEL(WS-SITE-COUNT)
           ELSE
               MOVE CONFG-SITE TO WS-SITE-LABEL(WS-SITE-COUNT)
           END-IF.
           MOVE CONFG-SITE-CODE TO WS-SITE-CODE(WS-SITE-COUNT).

       1200-BUILD-SITE-FILE-NAMES.
           IF WS-SITE-CODE(WS-SITE-IDX) = SPACES
               MOVE "COBOLLOG.DAT" TO WS-LOG-FILE-NAME
               MOVE "ARCHCAT.DAT" TO WS-CATALOG-FILE-NAME
               MOVE "VISMAST.DAT" TO WS-MASTER-FILE-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOG-FILE-NAME.
           STRING "COBOLLOG." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-CODE(WS-SITE-IDX))
                      DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-LOG-FILE-NAME
           END-STRING.
           MOVE SPACES TO WS-CATALOG-FILE-NAME.
           STRING "ARCHCAT." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-CODE(WS-SITE-IDX))
                      DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CATALOG-FILE-NAME
           END-STRING.
           MOVE SPACES TO WS-MASTER-FILE-NAME.
           STRING "VISMAST." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-CODE(WS-SITE-IDX))
                      DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-MASTER-FILE-NAME
           END-STRING.

       1300-CHECK-MAINT-CALENDAR.
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
                       PERFORM 1310-MATCH-MAINT-WINDOW
               END-READ
           END-PERFORM.
           CLOSE MAINT-CAL-FILE.
           IF WS-MAINT-UNTIL NOT = SPACES
               DISPLAY "COBOLVIS: MAINTENANCE WINDOW OPEN FOR "
                       FUNCTION TRIM(WS-MAINT-SITE) " UNTIL "
                       WS-MAINT-UNTIL " - RUN DEFERRED"
               MOVE 4 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.

       1310-MATCH-MAINT-WINDOW.
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

       2000-PROCESS-ONE-SITE.
           PERFORM 2050-RESET-SITE-COUNTERS.
           PERFORM 1200-BUILD-SITE-FILE-NAMES.
           PERFORM 2100-CHECK-MASTER.
           IF WS-SITE-SKIPPED = "Y"
               PERFORM 4000-PRINT-SITE-REPORT
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-DATE(1:6) < WS-CURRENT-PERIOD
               PERFORM 2200-SCAN-ARCHIVES
           END-IF.
           PERFORM 2400-SCAN-AUDIT-LOG.
           PERFORM 2560-CLOSE-DAY-VISITS
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
           PERFORM 3000-MERGE-MASTER.
           PERFORM 3500-REPLACE-MASTER.
           PERFORM 3800-TALLY-DAY-VISITORS
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
           PERFORM 4000-PRINT-SITE-REPORT.
           ADD WS-VISITORS TO WS-ALL-VISITORS.
           ADD WS-NEW-VISITORS TO WS-ALL-NEW-VISITORS.
           ADD WS-RETURNING TO WS-ALL-RETURNING.
           ADD WS-VISITS TO WS-ALL-VISITS.
           ADD WS-VISIT-HITS TO WS-ALL-VISIT-HITS.
           ADD WS-SINGLE-VISITS TO WS-ALL-SINGLE-VISITS.
           ADD WS-BLOCKED-HITS TO WS-ALL-BLOCKED-HITS.
           ADD WS-MAINT-HITS TO WS-ALL-MAINT-HITS.
           ADD WS-BOT-HITS TO WS-ALL-BOT-HITS.
           ADD WS-UNTRACKED-HITS TO WS-ALL-UNTRACKED-HITS.
           ADD WS-ON-FILE TO WS-ALL-ON-FILE.
           ADD WS-LAPSED-30 TO WS-ALL-LAPSED-30.
           ADD WS-LAPSED-60 TO WS-ALL-LAPSED-60.
           ADD WS-LAPSED-90 TO WS-ALL-LAPSED-90.
           ADD WS-DROPPED TO WS-ALL-DROPPED.

       2050-RESET-SITE-COUNTERS.
           MOVE 0 TO WS-DAY-COUNT.
           MOVE "N" TO WS-DAY-FULL.
           MOVE 0 TO WS-VISITORS.
           MOVE 0 TO WS-NEW-VISITORS.
           MOVE 0 TO WS-RETURNING.
           MOVE 0 TO WS-VISITS.
           MOVE 0 TO WS-VISIT-HITS.
           MOVE 0 TO WS-SINGLE-VISITS.
           MOVE 0 TO WS-BLOCKED-HITS.
           MOVE 0 TO WS-MAINT-HITS.
           MOVE 0 TO WS-BOT-HITS.
           MOVE 0 TO WS-UNTRACKED-HITS.
           MOVE 0 TO WS-ON-FILE.
           MOVE 0 TO WS-LAPSED-30.
           MOVE 0 TO WS-LAPSED-60.
           MOVE 0 TO WS-LAPSED-90.
           MOVE 0 TO WS-DROPPED.
           MOVE SPACES TO WS-MASTER-LATEST.
           MOVE "N" TO WS-SITE-SKIPPED.

       2100-CHECK-MASTER.
      *> A day the master already holds (or any later one) is
      *> never counted twice, so a rerun of a night that got as
      *> far as this site leaves it alone. No master yet means
      *> every visitor is new.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO OPEN THE VISITOR MASTER "
                       FUNCTION TRIM(WS-MASTER-FILE-NAME)
                       ", STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VISM-LAST-SEEN IS NUMERIC
                               AND VISM-LAST-SEEN > WS-MASTER-LATEST
                           MOVE VISM-LAST-SEEN TO WS-MASTER-LATEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           IF WS-MASTER-LATEST NOT = SPACES
                   AND WS-MASTER-LATEST >= WS-REPORT-DATE
               MOVE "Y" TO WS-SITE-SKIPPED
           END-IF.

       2200-SCAN-ARCHIVES.
      *> A day from a month COBOLARC has already rolled off lives
      *> in that month's archive, not the live log.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO OPEN THE ARCHIVE "
                       "CATALOG " FUNCTION TRIM(WS-CATALOG-FILE-NAME)
                       ", STATUS " WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CATALOG-STATUS NOT = "00"
               READ CATALOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARCH-PERIOD = WS-REPORT-DATE(1:6)
                           PERFORM 2250-SCAN-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       2250-SCAN-ONE-ARCHIVE.
           IF ARCH-DATASET = SPACES
               DISPLAY "COBOLVIS: ARCHIVE FOR " ARCH-PERIOD
                       " HAS BEEN PURGED - ITS VISITORS ARE NOT "
                       "COUNTED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ARCH-DATASET TO WS-ARCH-FILE-NAME.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO OPEN ARCHIVE "
                       FUNCTION TRIM(WS-ARCH-FILE-NAME)
                       ", STATUS " WS-ARCH-STATUS
                       " - ITS VISITORS ARE NOT COUNTED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
               READ ARCH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ARCH-IN-RECORD TO WS-VIS-RECORD
                       PERFORM 2500-TALLY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.

       2400-SCAN-AUDIT-LOG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO OPEN THE AUDIT LOG "
                       FUNCTION TRIM(WS-LOG-FILE-NAME)
                       ", STATUS " WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-LOG-STATUS NOT = "00"
               READ LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LOG-RECORD TO WS-VIS-RECORD
                       PERFORM 2500-TALLY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.

       2500-TALLY-ONE-RECORD.
      *> Blocklist refusals and maintenance holding pages never
      *> reached the page and are not visits; self-declared bots
      *> are not visitors. Everything else - served pages and
      *> not-modified revisits alike - is a hit in somebody's
      *> visit. A record written before the disposition field
      *> existed parses to a blank disposition and was served.
           IF WS-VIS-RECORD(1:8) NOT = WS-REPORT-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOG-FIELDS.
           UNSTRING WS-VIS-RECORD DELIMITED BY ALL " "
               INTO WS-LOG-STAMP WS-LOG-ADDR WS-LOG-HOST
                    WS-LOG-DISP WS-LOG-METHOD WS-LOG-FORMAT
                    WS-LOG-AGENT WS-LOG-REFERER
           END-UNSTRING.
           IF WS-LOG-DISP = "B"
               ADD 1 TO WS-BLOCKED-HITS
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-DISP = "M"
               ADD 1 TO WS-MAINT-HITS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-LOG-AGENT) TO WS-UA-LOWER.
           MOVE 0 TO WS-UA-TALLY.
           INSPECT WS-UA-LOWER TALLYING WS-UA-TALLY
               FOR ALL "bot" ALL "spider" ALL "crawl".
           IF WS-UA-TALLY > 0
               ADD 1 TO WS-BOT-HITS
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-ADDR = SPACES OR WS-LOG-ADDR = "-"
               ADD 1 TO WS-UNTRACKED-HITS
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-AGENT = SPACES
               MOVE "-" TO WS-LOG-AGENT
           END-IF.
           MOVE 0 TO WS-HIT-SECS.
           IF WS-LOG-STAMP(9:6) IS NUMERIC
               MOVE WS-LOG-STAMP(9:2) TO WS-HH
               MOVE WS-LOG-STAMP(11:2) TO WS-MI
               MOVE WS-LOG-STAMP(13:2) TO WS-SS
               COMPUTE WS-HIT-SECS =
                   WS-HH * 3600 + WS-MI * 60 + WS-SS
           END-IF.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT OR WS-FOUND = "Y"
               IF WS-DAY-ADDR(WS-DAY-IDX) = WS-LOG-ADDR
                       AND WS-DAY-AGENT(WS-DAY-IDX) = WS-LOG-AGENT
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               SUBTRACT 1 FROM WS-DAY-IDX
               PERFORM 2550-EXTEND-VISIT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DAY-COUNT >= 3000
               IF WS-DAY-FULL = "N"
                   DISPLAY "COBOLVIS: VISITOR TABLE FULL FOR "
                           FUNCTION TRIM(WS-SITE-LABEL(WS-SITE-IDX))
                           " - LATER NEW VISITORS NOT TRACKED"
                   MOVE 4 TO RETURN-CODE
                   MOVE "Y" TO WS-DAY-FULL
               END-IF
               ADD 1 TO WS-UNTRACKED-HITS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           MOVE WS-DAY-COUNT TO WS-DAY-IDX.
           MOVE WS-LOG-ADDR TO WS-DAY-ADDR(WS-DAY-IDX).
           MOVE WS-LOG-AGENT TO WS-DAY-AGENT(WS-DAY-IDX).
           MOVE 1 TO WS-DAY-HITS(WS-DAY-IDX).
           MOVE 1 TO WS-DAY-VISITS(WS-DAY-IDX).
           MOVE 0 TO WS-DAY-SINGLES(WS-DAY-IDX).
           MOVE 1 TO WS-DAY-VISIT-HITS(WS-DAY-IDX).
           MOVE 0 TO WS-DAY-FIRST-VISIT-HITS(WS-DAY-IDX).
           MOVE WS-HIT-SECS TO WS-DAY-FIRST-SECS(WS-DAY-IDX).
           MOVE WS-HIT-SECS TO WS-DAY-LAST-SECS(WS-DAY-IDX).
           MOVE WS-LOG-STAMP(9:6) TO WS-DAY-LAST-TIME(WS-DAY-IDX).
           MOVE "N" TO WS-DAY-ON-MASTER(WS-DAY-IDX).

       2550-EXTEND-VISIT.
      *> A hit logged out of order (earlier than the one before)
      *> belongs to the visit already open.
           IF WS-HIT-SECS > WS-DAY-LAST-SECS(WS-DAY-IDX)
                   AND WS-HIT-SECS - WS-DAY-LAST-SECS(WS-DAY-IDX)
                       > WS-VISIT-GAP-SECS
               PERFORM 2570-CLOSE-VISIT
               ADD 1 TO WS-DAY-VISITS(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-VISIT-HITS(WS-DAY-IDX)
           END-IF.
           ADD 1 TO WS-DAY-VISIT-HITS(WS-DAY-IDX).
           ADD 1 TO WS-DAY-HITS(WS-DAY-IDX).
           IF WS-HIT-SECS > WS-DAY-LAST-SECS(WS-DAY-IDX)
               MOVE WS-HIT-SECS TO WS-DAY-LAST-SECS(WS-DAY-IDX)
               MOVE WS-LOG-STAMP(9:6) TO WS-DAY-LAST-TIME(WS-DAY-IDX)
           END-IF.

       2560-CLOSE-DAY-VISITS.
      *> Midnight closes whatever visit is still open.
           PERFORM 2570-CLOSE-VISIT.

       2570-CLOSE-VISIT.
           IF WS-DAY-VISITS(WS-DAY-IDX) = 1
               MOVE WS-DAY-VISIT-HITS(WS-DAY-IDX)
                   TO WS-DAY-FIRST-VISIT-HITS(WS-DAY-IDX)
           END-IF.
           IF WS-DAY-VISIT-HITS(WS-DAY-IDX) = 1
               ADD 1 TO WS-DAY-SINGLES(WS-DAY-IDX)
           END-IF.

       3000-MERGE-MASTER.
      *> The new master is built in the work file: every visitor
      *> on the old master, updated if seen today or dropped if
      *> past retention, then today's new visitors. The master
      *> itself is only replaced once the work file is complete.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO OPEN THE WORK FILE, "
                       "STATUS " WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 3100-MERGE-ONE-VISITOR
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.
           PERFORM 3300-ADD-NEW-VISITOR
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
           CLOSE WORK-FILE.

       3100-MERGE-ONE-VISITOR.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT OR WS-FOUND = "Y"
               IF WS-DAY-ADDR(WS-DAY-IDX) = VISM-ADDR
                       AND WS-DAY-AGENT(WS-DAY-IDX) = VISM-AGENT
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               SUBTRACT 1 FROM WS-DAY-IDX
               PERFORM 3150-UPDATE-SEEN-VISITOR
           ELSE
               PERFORM 3200-AGE-UNSEEN-VISITOR
               IF WS-FOUND = "D"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           WRITE WORK-RECORD FROM VISM-RECORD.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO WRITE WORK RECORD, "
                       "STATUS " WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-ON-FILE.

       3150-UPDATE-SEEN-VISITOR.
      *> A visit still open at midnight carries on into the first
      *> visit of today when the gap across midnight is inside the
      *> visit gap - it was counted yesterday, so not again.
           MOVE "Y" TO WS-DAY-ON-MASTER(WS-DAY-IDX).
           IF VISM-LAST-SEEN = WS-PRIOR-DATE
                   AND VISM-LAST-TIME IS NUMERIC
               MOVE VISM-LAST-TIME(1:2) TO WS-HH
               MOVE VISM-LAST-TIME(3:2) TO WS-MI
               MOVE VISM-LAST-TIME(5:2) TO WS-SS
               COMPUTE WS-GAP-SECS = 86400
                   - (WS-HH * 3600 + WS-MI * 60 + WS-SS)
                   + WS-DAY-FIRST-SECS(WS-DAY-IDX)
               IF WS-GAP-SECS <= WS-VISIT-GAP-SECS
                   SUBTRACT 1 FROM WS-DAY-VISITS(WS-DAY-IDX)
                   IF WS-DAY-FIRST-VISIT-HITS(WS-DAY-IDX) = 1
                       SUBTRACT 1 FROM WS-DAY-SINGLES(WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.
           IF VISM-VISITS IS NOT NUMERIC
               MOVE 0 TO VISM-VISITS
           END-IF.
           IF VISM-HITS IS NOT NUMERIC
               MOVE 0 TO VISM-HITS
           END-IF.
           ADD WS-DAY-VISITS(WS-DAY-IDX) TO VISM-VISITS.
           ADD WS-DAY-HITS(WS-DAY-IDX) TO VISM-HITS.
           MOVE WS-REPORT-DATE TO VISM-LAST-SEEN.
           MOVE WS-DAY-LAST-TIME(WS-DAY-IDX) TO VISM-LAST-TIME.

       3200-AGE-UNSEEN-VISITOR.
      *> Sets WS-FOUND to D when the visitor is past retention and
      *> is to be left off the new master.
           IF VISM-LAST-SEEN IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-SINCE = WS-REPORT-INT
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(VISM-LAST-SEEN)).
           IF WS-DAYS-SINCE > WS-RETAIN-DAYS
               ADD 1 TO WS-DROPPED
               MOVE "D" TO WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-DAYS-SINCE >= 30
               ADD 1 TO WS-LAPSED-30
           END-IF.
           IF WS-DAYS-SINCE >= 60
               ADD 1 TO WS-LAPSED-60
           END-IF.
           IF WS-DAYS-SINCE >= 90
               ADD 1 TO WS-LAPSED-90
           END-IF.

       3300-ADD-NEW-VISITOR.
           IF WS-DAY-ON-MASTER(WS-DAY-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VISM-RECORD.
           MOVE WS-DAY-ADDR(WS-DAY-IDX) TO VISM-ADDR.
           MOVE WS-DAY-AGENT(WS-DAY-IDX) TO VISM-AGENT.
           MOVE WS-REPORT-DATE TO VISM-FIRST-SEEN.
           MOVE WS-REPORT-DATE TO VISM-LAST-SEEN.
           MOVE WS-DAY-LAST-TIME(WS-DAY-IDX) TO VISM-LAST-TIME.
           MOVE WS-DAY-VISITS(WS-DAY-IDX) TO VISM-VISITS.
           MOVE WS-DAY-HITS(WS-DAY-IDX) TO VISM-HITS.
           WRITE WORK-RECORD FROM VISM-RECORD.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO WRITE WORK RECORD, "
                       "STATUS " WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-ON-FILE.

      *> The master is only replaced after the work file is
      *> complete, so an abend mid-merge leaves the live dataset
      *> untouched and the job safe to rerun.
       3500-REPLACE-MASTER.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO REOPEN THE WORK FILE, "
                       "STATUS " WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO REWRITE THE VISITOR "
                       "MASTER " FUNCTION TRIM(WS-MASTER-FILE-NAME)
                       ", STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE VISM-RECORD FROM WORK-RECORD
                       IF WS-MASTER-STATUS NOT = "00"
                           DISPLAY "COBOLVIS: UNABLE TO REWRITE "
                                   "VISITOR RECORD, STATUS "
                                   WS-MASTER-STATUS
                           MOVE 8 TO RETURN-CODE
                           PERFORM 9500-WRITE-OPS-STATUS
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           CLOSE WORK-FILE.
           CALL "CBL_DELETE_FILE" USING "VISWORK.DAT"
               RETURNING WS-DELETE-RC.

       3800-TALLY-DAY-VISITORS.
           ADD 1 TO WS-VISITORS.
           IF WS-DAY-ON-MASTER(WS-DAY-IDX) = "Y"
               ADD 1 TO WS-RETURNING
           ELSE
               ADD 1 TO WS-NEW-VISITORS
           END-IF.
           ADD WS-DAY-VISITS(WS-DAY-IDX) TO WS-VISITS.
           ADD WS-DAY-HITS(WS-DAY-IDX) TO WS-VISIT-HITS.
           ADD WS-DAY-SINGLES(WS-DAY-IDX) TO WS-SINGLE-VISITS.

       4000-PRINT-SITE-REPORT.
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! VISITOR REPORT FOR " WS-REPORT-DATE.
           DISPLAY " SITE: "
                   FUNCTION TRIM(WS-SITE-LABEL(WS-SITE-IDX))
                   "  MASTER: " FUNCTION TRIM(WS-MASTER-FILE-NAME).
           DISPLAY "=================================================".
           IF WS-SITE-SKIPPED = "Y"
               DISPLAY " (MASTER ALREADY HOLDS VISITS TO "
                       WS-MASTER-LATEST " - DAY NOT COUNTED AGAIN)"
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4100-PRINT-DAY-FIGURES.
           IF WS-DAY-FULL = "Y"
               DISPLAY " (VISITOR TABLE FULL - LATER NEW VISITORS "
                       "NOT TRACKED)"
           END-IF.
           PERFORM 4200-PRINT-MASTER-FIGURES.

       4100-PRINT-DAY-FIGURES.
           MOVE WS-VISITORS TO WS-COUNT-DISP.
           DISPLAY " VISITORS ................. " WS-COUNT-DISP.
           MOVE WS-NEW-VISITORS TO WS-COUNT-DISP.
           DISPLAY "   NEW .................... " WS-COUNT-DISP.
           MOVE WS-RETURNING TO WS-COUNT-DISP.
           DISPLAY "   RETURNING .............. " WS-COUNT-DISP.
           MOVE WS-VISITS TO WS-COUNT-DISP.
           DISPLAY " VISITS ................... " WS-COUNT-DISP.
           MOVE 0 TO WS-RATIO.
           IF WS-VISITORS > 0
               COMPUTE WS-RATIO ROUNDED = WS-VISITS / WS-VISITORS
           END-IF.
           MOVE WS-RATIO TO WS-RATIO-DISP.
           DISPLAY " VISITS PER VISITOR ......  " WS-RATIO-DISP.
           MOVE WS-VISIT-HITS TO WS-COUNT-DISP.
           DISPLAY " HITS IN VISITS ........... " WS-COUNT-DISP.
           MOVE 0 TO WS-RATIO.
           IF WS-VISITS > 0
               COMPUTE WS-RATIO ROUNDED = WS-VISIT-HITS / WS-VISITS
           END-IF.
           MOVE WS-RATIO TO WS-RATIO-DISP.
           DISPLAY " AVERAGE HITS PER VISIT ..  " WS-RATIO-DISP.
           MOVE WS-SINGLE-VISITS TO WS-COUNT-DISP.
           DISPLAY " SINGLE-HIT VISITS ........ " WS-COUNT-DISP.
           DISPLAY " ".
           DISPLAY " NOT COUNTED AS VISITS".
           DISPLAY " ---------------------".
           MOVE WS-BLOCKED-HITS TO WS-COUNT-DISP.
           DISPLAY "   BLOCKED (429) .......... " WS-COUNT-DISP.
           MOVE WS-MAINT-HITS TO WS-COUNT-DISP.
           DISPLAY "   MAINTENANCE (503) ...... " WS-COUNT-DISP.
           MOVE WS-BOT-HITS TO WS-COUNT-DISP.
           DISPLAY "   SELF-DECLARED BOTS ..... " WS-COUNT-DISP.
           IF WS-UNTRACKED-HITS > 0
               MOVE WS-UNTRACKED-HITS TO WS-COUNT-DISP
               DISPLAY "   NO ADDRESS/UNTRACKED ... " WS-COUNT-DISP
           END-IF.
           DISPLAY " ".

       4200-PRINT-MASTER-FIGURES.
           DISPLAY " VISITOR MASTER".
           DISPLAY " --------------".
           MOVE WS-ON-FILE TO WS-COUNT-DISP.
           DISPLAY "   VISITORS ON FILE ....... " WS-COUNT-DISP.
           MOVE WS-LAPSED-30 TO WS-COUNT-DISP.
           DISPLAY "   NOT SEEN FOR 30+ DAYS .. " WS-COUNT-DISP.
           MOVE WS-LAPSED-60 TO WS-COUNT-DISP.
           DISPLAY "   NOT SEEN FOR 60+ DAYS .. " WS-COUNT-DISP.
           MOVE WS-LAPSED-90 TO WS-COUNT-DISP.
           DISPLAY "   NOT SEEN FOR 90+ DAYS .. " WS-COUNT-DISP.
           MOVE WS-DROPPED TO WS-COUNT-DISP.
           MOVE WS-RETAIN-DAYS TO WS-DAYS-DISP.
           DISPLAY "   DROPPED, UNSEEN "
                   WS-DAYS-DISP " DAYS " WS-COUNT-DISP.
           DISPLAY " ".

       8000-PRINT-ALL-SITES-TOTAL.
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! VISITOR REPORT FOR " WS-REPORT-DATE.
           DISPLAY " ALL SITES".
           DISPLAY "=================================================".
           MOVE WS-ALL-VISITORS TO WS-VISITORS.
           MOVE WS-ALL-NEW-VISITORS TO WS-NEW-VISITORS.
           MOVE WS-ALL-RETURNING TO WS-RETURNING.
           MOVE WS-ALL-VISITS TO WS-VISITS.
           MOVE WS-ALL-VISIT-HITS TO WS-VISIT-HITS.
           MOVE WS-ALL-SINGLE-VISITS TO WS-SINGLE-VISITS.
           MOVE WS-ALL-BLOCKED-HITS TO WS-BLOCKED-HITS.
           MOVE WS-ALL-MAINT-HITS TO WS-MAINT-HITS.
           MOVE WS-ALL-BOT-HITS TO WS-BOT-HITS.
           MOVE WS-ALL-UNTRACKED-HITS TO WS-UNTRACKED-HITS.
           MOVE WS-ALL-ON-FILE TO WS-ON-FILE.
           MOVE WS-ALL-LAPSED-30 TO WS-LAPSED-30.
           MOVE WS-ALL-LAPSED-60 TO WS-LAPSED-60.
           MOVE WS-ALL-LAPSED-90 TO WS-LAPSED-90.
           MOVE WS-ALL-DROPPED TO WS-DROPPED.
           PERFORM 4100-PRINT-DAY-FIGURES.
           PERFORM 4200-PRINT-MASTER-FIGURES.
           MOVE WS-SITE-COUNT TO WS-COUNT-DISP.
           DISPLAY " SITES PROCESSED .......... " WS-COUNT-DISP.
           DISPLAY "=================================================".

       9500-WRITE-OPS-STATUS.
      *> The morning status row for COBOLOPS. Best effort: the job
      *> never fails just because the status dataset is sick - a
      *> missing row is itself a signal the consolidation flags.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "G" TO WS-OPS-SEVERITY
               WHEN 4
                   MOVE "A" TO WS-OPS-SEVERITY
               WHEN OTHER
                   MOVE "R" TO WS-OPS-SEVERITY
           END-EVALUATE.
           MOVE SPACES TO WS-OPS-DETAIL.
           MOVE WS-ALL-VISITORS TO WS-OPS-NUM1.
           MOVE WS-ALL-NEW-VISITORS TO WS-OPS-NUM2.
           MOVE WS-ALL-VISITS TO WS-OPS-NUM3.
           MOVE WS-ALL-DROPPED TO WS-OPS-NUM4.
           STRING FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                  " VISITORS (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM2) DELIMITED BY SIZE
                  " NEW), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM3) DELIMITED BY SIZE
                  " VISITS, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM4) DELIMITED BY SIZE
                  " DROPPED" DELIMITED BY SIZE
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
           END-IF.
           IF WS-OPSSTAT-STATUS NOT = "00"
               DISPLAY "COBOLVIS: UNABLE TO WRITE THE OPERATIONS "
                       "STATUS ROW, STATUS " WS-OPSSTAT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO OPSS-RECORD.
           MOVE WS-CURRENT-STAMP(1:8) TO OPSS-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO OPSS-TIME.
           MOVE "COBOLVIS" TO OPSS-JOB.
           MOVE WS-OPS-SEVERITY TO OPSS-SEVERITY.
           MOVE RETURN-CODE TO OPSS-RC.
           MOVE WS-OPS-DETAIL TO OPSS-DETAIL.
           WRITE OPSS-RECORD.
           CLOSE OPS-STATUS-FILE.
