       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLANM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT PARM-FILE ASSIGN TO "ANOMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT MAINT-CAL-FILE ASSIGN TO "MAINTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTCAL-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO "OPSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSSTAT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONFIG-FILE.
             COPY CONFGREC.

          FD PARM-FILE.
             COPY ANMPREC.

          FD LOG-FILE.
          01 LOG-RECORD PIC X(350).

          FD CATALOG-FILE.
             COPY ARCHREC.

          FD ARCH-FILE.
          01 ARCH-IN-RECORD PIC X(350).

          FD MAINT-CAL-FILE.
             COPY MCALREC.

          FD OPS-STATUS-FILE.
             COPY OPSSREC.

          WORKING-STORAGE SECTION.
          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-PARM-STATUS PIC XX VALUE SPACES.
          01 WS-LOG-STATUS PIC XX VALUE SPACES.
          01 WS-CATALOG-STATUS PIC XX VALUE SPACES.
          01 WS-ARCH-STATUS PIC XX VALUE SPACES.
          01 WS-MAINTCAL-STATUS PIC XX VALUE SPACES.
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.

          01 WS-FILE-NAMES.
             05 WS-LOG-FILE-NAME PIC X(44)
                VALUE "COBOLLOG.DAT".
             05 WS-CATALOG-FILE-NAME PIC X(44)
                VALUE "ARCHCAT.DAT".
             05 WS-ARCH-FILE-NAME PIC X(44) VALUE SPACES.

          01 WS-ENV-NAME PIC X(32).
          01 WS-SCAN-DATE PIC X(8) VALUE SPACES.
          01 WS-CURRENT-STAMP PIC X(21) VALUE SPACES.
          01 WS-CURRENT-PERIOD PIC X(6) VALUE SPACES.

          01 WS-DATE-VARS.
             05 WS-TODAY-INT PIC 9(8) COMP VALUE 0.
             05 WS-SCAN-INT PIC 9(8) COMP VALUE 0.
             05 WS-WORK-DATE PIC 9(8) VALUE 0.
             05 WS-SCAN-DOW PIC 9 VALUE 0.

          01 WS-DAY-NAME-VALUES.
             05 FILLER PIC X(9) VALUE "MONDAY".
             05 FILLER PIC X(9) VALUE "TUESDAY".
             05 FILLER PIC X(9) VALUE "WEDNESDAY".
             05 FILLER PIC X(9) VALUE "THURSDAY".
             05 FILLER PIC X(9) VALUE "FRIDAY".
             05 FILLER PIC X(9) VALUE "SATURDAY".
             05 FILLER PIC X(9) VALUE "SUNDAY".
          01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-VALUES.
             05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.

      *> The sensitivity limits, defaulted here and tuned from the
      *> parameter deck (see ANMPREC for what each one means).
          01 WS-PARMS.
             05 WS-PARM-WEEKS PIC 9(4) COMP VALUE 4.
             05 WS-PARM-MIN-WEEKS PIC 9(4) COMP VALUE 2.
             05 WS-PARM-MIN-DAY PIC 9(9) COMP VALUE 50.
             05 WS-PARM-MIN-HOUR PIC 9(9) COMP VALUE 10.
             05 WS-DROP-AMBER PIC 9(4) COMP VALUE 50.
             05 WS-DROP-RED PIC 9(4) COMP VALUE 80.
             05 WS-SPIKE-AMBER PIC 9(4) COMP VALUE 200.
             05 WS-SPIKE-RED PIC 9(4) COMP VALUE 500.
             05 WS-BLKSHR-AMBER PIC 9(4) COMP VALUE 10.
             05 WS-BLKSHR-RED PIC 9(4) COMP VALUE 25.
             05 WS-BOTSHR-AMBER PIC 9(4) COMP VALUE 15.
             05 WS-BOTSHR-RED PIC 9(4) COMP VALUE 30.
          01 WS-PARM-WORK.
             05 WS-PARM-NUM1 PIC 9(9) VALUE 0.
             05 WS-PARM-NUM2 PIC 9(9) VALUE 0.
             05 WS-PARM-REASON PIC X(30) VALUE SPACES.
             05 WS-PARMS-REJECTED PIC 9(4) COMP VALUE 0.

      *> One entry per distinct site code in the config dataset.
      *> A blank code is the default site's original dataset
      *> names.
          01 WS-SITE-TABLE.
             05 WS-SITE-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-SITE-ENTRY OCCURS 50 TIMES.
                10 WS-SITE-LABEL PIC X(30).
                10 WS-SITE-CODE PIC X(8).
          01 WS-SITE-IDX PIC 9(4) COMP VALUE 0.

      *> The maintenance windows that touch the day being judged.
      *> An hour a window covers is left out of the comparison -
      *> the holding page was up, so the traffic was bound to
      *> look wrong and nobody needs paging about it.
          01 WS-MWIN-TABLE.
             05 WS-MWIN-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-MWIN-ENTRY OCCURS 100 TIMES.
                10 WS-MWIN-SITE PIC X(8).
                10 WS-MWIN-START PIC X(14).
                10 WS-MWIN-END PIC X(14).
          01 WS-MWIN-VARS.
             05 WS-DAY-FIRST-STAMP PIC X(14) VALUE SPACES.
             05 WS-DAY-LAST-STAMP PIC X(14) VALUE SPACES.
             05 WS-HOUR-FIRST-STAMP PIC X(14) VALUE SPACES.
             05 WS-HOUR-LAST-STAMP PIC X(14) VALUE SPACES.

      *> Day 1 is the day being judged; days 2 onward are the
      *> same weekday one, two, ... weeks earlier. Each holds the
      *> site's hits per hour, split the ways the comparison
      *> needs. Holding pages (M) are kept apart from the hits.
          01 WS-DAY-TABLE.
             05 WS-DAY-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-DAY-ENTRY OCCURS 9 TIMES.
                10 WS-DAY-DATE PIC X(8).
                10 WS-DAY-USED PIC X.
                10 WS-DAY-COUNTS.
                   15 WS-DAY-RECORDS PIC 9(9) COMP.
                   15 WS-DAY-HOUR OCCURS 24 TIMES.
                      20 WS-DH-HITS PIC 9(9) COMP.
                      20 WS-DH-SERVED PIC 9(9) COMP.
                      20 WS-DH-BLOCKED PIC 9(9) COMP.
                      20 WS-DH-NOTMOD PIC 9(9) COMP.
                      20 WS-DH-JSON PIC 9(9) COMP.
                      20 WS-DH-BOT PIC 9(9) COMP.
                      20 WS-DH-MAINT PIC 9(9) COMP.
          01 WS-DAY-IDX PIC 9(4) COMP VALUE 0.
          01 WS-HR PIC 9(4) COMP VALUE 0.
          01 WS-WEEKS-USED PIC 9(4) COMP VALUE 0.

      *> The judged day against the baseline hour by hour. The
      *> baseline is the average over the weeks with traffic on
      *> file; a week with none (the site was not live yet, or
      *> its archive is gone) would only drag it down.
          01 WS-CMP-HOUR-TABLE.
             05 WS-CMP-HOUR OCCURS 24 TIMES.
                10 WS-CH-TODAY PIC 9(9) COMP.
                10 WS-CH-BASE-SUM PIC 9(9) COMP.
                10 WS-CH-BASE PIC 9(9)V99.
                10 WS-CH-EXCLUDED PIC X.
                10 WS-CH-DIRECTION PIC X.
                10 WS-CH-LEVEL PIC X.

      *> The day totals compared, over the hours not excluded.
          01 WS-TOT-LABEL-VALUES.
             05 FILLER PIC X(16) VALUE "ALL HITS".
             05 FILLER PIC X(16) VALUE "SERVED".
             05 FILLER PIC X(16) VALUE "BLOCKED".
             05 FILLER PIC X(16) VALUE "NOT MODIFIED".
             05 FILLER PIC X(16) VALUE "JSON".
          01 WS-TOT-LABELS REDEFINES WS-TOT-LABEL-VALUES.
             05 WS-TOT-LABEL PIC X(16) OCCURS 5 TIMES.
          01 WS-TOT-TABLE.
             05 WS-TOT-ENTRY OCCURS 5 TIMES.
                10 WS-TOT-TODAY PIC 9(9) COMP.
                10 WS-TOT-BASE-SUM PIC 9(9) COMP.
                10 WS-TOT-BASE PIC 9(9)V99.
          01 WS-TOT-COUNT PIC 9(4) COMP VALUE 5.
          01 WS-TOT-IDX PIC 9(4) COMP VALUE 0.
          01 WS-SHARE-VARS.
             05 WS-BOT-TODAY PIC 9(9) COMP VALUE 0.
             05 WS-BOT-BASE-SUM PIC 9(9) COMP VALUE 0.
             05 WS-BLK-SHARE-TODAY PIC 9(3)V9 VALUE 0.
             05 WS-BLK-SHARE-BASE PIC 9(3)V9 VALUE 0.
             05 WS-BOT-SHARE-TODAY PIC 9(3)V9 VALUE 0.
             05 WS-BOT-SHARE-BASE PIC 9(3)V9 VALUE 0.
             05 WS-SHARE-RISE PIC S9(3)V9 VALUE 0.

      *> One judgement of a count against its baseline: a drop
      *> below it or a spike above it, as a percentage, and how
      *> bad that is against the limits.
          01 WS-JUDGE-VARS.
             05 WS-JDG-TODAY PIC 9(9) VALUE 0.
             05 WS-JDG-BASE PIC 9(9)V99 VALUE 0.
             05 WS-JDG-FLOOR PIC 9(9) VALUE 0.
             05 WS-JDG-MEASURE PIC 9(9)V99 VALUE 0.
             05 WS-JDG-PCT PIC 9(7) VALUE 0.
             05 WS-JDG-DIRECTION PIC X VALUE SPACE.
             05 WS-JDG-LEVEL PIC X VALUE "G".

      *> A run of neighbouring hours that moved the same way.
          01 WS-RANGE-VARS.
             05 WS-RANGE-START PIC 9(4) COMP VALUE 0.
             05 WS-RANGE-END PIC 9(4) COMP VALUE 0.
             05 WS-RANGE-DIRECTION PIC X VALUE SPACE.
             05 WS-RANGE-LEVEL PIC X VALUE "G".
             05 WS-RANGE-TODAY PIC 9(9) COMP VALUE 0.
             05 WS-RANGE-BASE PIC 9(9)V99 VALUE 0.
             05 WS-RANGE-MEASURE PIC 9(9)V99 VALUE 0.
             05 WS-RANGE-FROM PIC 99 VALUE 0.
             05 WS-RANGE-TO PIC 99 VALUE 0.

          01 WS-ANOM-VARS.
             05 WS-ANOM-LEVEL PIC X VALUE SPACE.
             05 WS-ANOM-LINE PIC X(100) VALUE SPACES.
             05 WS-ANOM-SHORT PIC X(40) VALUE SPACES.
             05 WS-ANOM-WORD PIC X(5) VALUE SPACES.
             05 WS-ANOM-MORE PIC 9(4) COMP VALUE 0.

          01 WS-SITE-VERDICT.
             05 WS-SITE-LEVEL PIC X VALUE "G".
             05 WS-SITE-ANOMALIES PIC 9(4) COMP VALUE 0.
             05 WS-SITE-DETAIL PIC X(60) VALUE SPACES.
             05 WS-SITE-JUDGED PIC X VALUE "N".

          01 WS-LOG-FIELDS.
             05 WS-LOG-STAMP PIC X(21) VALUE SPACES.
             05 WS-LOG-ADDR PIC X(40) VALUE SPACES.
             05 WS-LOG-HOST PIC X(60) VALUE SPACES.
             05 WS-LOG-DISP PIC X VALUE SPACE.
             05 WS-LOG-METHOD PIC X(8) VALUE SPACES.
             05 WS-LOG-FORMAT PIC X(4) VALUE SPACES.
             05 WS-LOG-AGENT PIC X(100) VALUE SPACES.
             05 WS-LOG-REFERER PIC X(100) VALUE SPACES.
          01 WS-LOG-HOUR PIC 99 VALUE 0.
          01 WS-TALLY-RECORD PIC X(350) VALUE SPACES.
          01 WS-TALLY-DATE-X PIC X(8) VALUE SPACES.

          01 WS-BOT-VARS.
             05 WS-UA-LOWER PIC X(100) VALUE SPACES.
             05 WS-UA-TALLY PIC 9(4) COMP VALUE 0.

          01 WS-TALLY-VARS.
             05 WS-SITES-JUDGED PIC 9(4) COMP VALUE 0.
             05 WS-SITES-UNJUDGED PIC 9(4) COMP VALUE 0.
             05 WS-AMBER-SITES PIC 9(4) COMP VALUE 0.
             05 WS-RED-SITES PIC 9(4) COMP VALUE 0.

          01 WS-WORK-VARS.
             05 WS-IDX PIC 9(4) COMP VALUE 0.
             05 WS-JDX PIC 9(4) COMP VALUE 0.
             05 WS-FOUND PIC X VALUE "N".
             05 WS-PTR PIC 9(4) COMP VALUE 0.
             05 WS-HOUR-LIST PIC X(80) VALUE SPACES.
             05 WS-HOUR-NUM PIC 99 VALUE 0.

          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-RC PIC 9(4) VALUE 0.
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
             05 WS-OPS-NUM1 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM2 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM3 PIC ZZZZ9 VALUE ZERO.

          01 WS-PRINT-FIELDS.
             05 WS-HITS-DISP PIC ZZZ,ZZZ,ZZ9.
             05 WS-BASE-DISP PIC ZZZ,ZZZ,ZZ9.99.
             05 WS-COUNT-DISP PIC Z,ZZ9.
             05 WS-PCT-DISP PIC ZZZZZZ9.
             05 WS-LIMIT1-DISP PIC ZZZZ9.
             05 WS-LIMIT2-DISP PIC ZZZZ9.
             05 WS-SHARE1-DISP PIC ZZ9.9.
             05 WS-SHARE2-DISP PIC ZZ9.9.
             05 WS-RISE-DISP PIC ZZ9.9.
             05 WS-CHANGE-PCT PIC S9(7)V9 VALUE 0.
             05 WS-CHANGE-DISP PIC ++++++9.9.
             05 WS-CHANGE-TEXT PIC X(10) VALUE SPACES.
             05 WS-LEVEL-TEXT PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9500-WRITE-OPS-STATUS.
           STOP RUN.

       1000-INITIALIZE.
      *> SCAN_DATE (YYYYMMDD) picks the day to judge; absent, the
      *> job judges yesterday, the day the nightly schedule just
      *> closed out.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:6) TO WS-CURRENT-PERIOD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-STAMP(1:8))).
           MOVE "SCAN_DATE" TO WS-ENV-NAME.
           MOVE SPACES TO WS-SCAN-DATE.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-SCAN-DATE FROM ENVIRONMENT-VALUE.
           IF WS-SCAN-DATE = SPACES
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
               MOVE WS-WORK-DATE TO WS-SCAN-DATE
           END-IF.
           IF WS-SCAN-DATE IS NOT NUMERIC
               DISPLAY "COBOLANM: SCAN_DATE " WS-SCAN-DATE
                       " IS NOT YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           COMPUTE WS-SCAN-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-SCAN-DATE)).
           COMPUTE WS-SCAN-DOW = FUNCTION MOD(WS-SCAN-INT - 1 7).
           PERFORM 1100-LOAD-SITE-TABLE.
           PERFORM 1300-LOAD-PARAMETERS.
           PERFORM 1400-BUILD-DAY-TABLE.
           PERFORM 1500-LOAD-MAINT-WINDOWS.
           PERFORM 1600-PRINT-RUN-HEADER.

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
               DISPLAY "COBOLANM: SITE TABLE FULL, "
                       FUNCTION TRIM(CONFG-SITE) " NOT CHECKED"
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

       1300-LOAD-PARAMETERS.
      *> No parameter deck means the default limits throughout.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
               DISPLAY "COBOLANM: NO PARAMETER FILE - DEFAULT "
                       "LIMITS USED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "COBOLANM: UNABLE TO OPEN THE PARAMETER "
                       "FILE, STATUS " WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PARM-STATUS NOT = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1350-STORE-PARAMETER
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
           IF WS-PARM-MIN-WEEKS > WS-PARM-WEEKS
               DISPLAY "COBOLANM: MINWEEKS IS MORE THAN WEEKS - "
                       "USING WEEKS"
               MOVE WS-PARM-WEEKS TO WS-PARM-MIN-WEEKS
               ADD 1 TO WS-PARMS-REJECTED
           END-IF.
           IF WS-PARMS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1350-STORE-PARAMETER.
           IF ANMP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ANMP-VALUE) IS NOT NUMERIC
               MOVE "VALUE IS NOT A NUMBER" TO WS-PARM-REASON
               PERFORM 1390-REJECT-PARAMETER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(ANMP-VALUE) TO WS-PARM-NUM1.
           MOVE 0 TO WS-PARM-NUM2.
           IF ANMP-DROP OR ANMP-SPIKE
                   OR ANMP-BLOCKED-SHARE OR ANMP-BOT-SHARE
               IF FUNCTION TRIM(ANMP-RED-VALUE) IS NOT NUMERIC
                   MOVE "RED LIMIT IS NOT A NUMBER"
                       TO WS-PARM-REASON
                   PERFORM 1390-REJECT-PARAMETER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(ANMP-RED-VALUE) TO WS-PARM-NUM2
               IF WS-PARM-NUM1 = 0 OR WS-PARM-NUM2 < WS-PARM-NUM1
                   MOVE "LIMITS ZERO OR RED BELOW AMBER"
                       TO WS-PARM-REASON
                   PERFORM 1390-REJECT-PARAMETER
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ANMP-WEEKS
                   IF WS-PARM-NUM1 < 1 OR WS-PARM-NUM1 > 8
                       MOVE "WEEKS MUST BE 1 TO 8" TO WS-PARM-REASON
                       PERFORM 1390-REJECT-PARAMETER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PARM-NUM1 TO WS-PARM-WEEKS
               WHEN ANMP-MIN-WEEKS
                   IF WS-PARM-NUM1 < 1 OR WS-PARM-NUM1 > 8
                       MOVE "MINWEEKS MUST BE 1 TO 8"
                           TO WS-PARM-REASON
                       PERFORM 1390-REJECT-PARAMETER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PARM-NUM1 TO WS-PARM-MIN-WEEKS
               WHEN ANMP-MIN-DAY
                   IF WS-PARM-NUM1 < 1
                       MOVE "FLOOR MUST BE AT LEAST 1"
                           TO WS-PARM-REASON
                       PERFORM 1390-REJECT-PARAMETER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PARM-NUM1 TO WS-PARM-MIN-DAY
               WHEN ANMP-MIN-HOUR
                   IF WS-PARM-NUM1 < 1
                       MOVE "FLOOR MUST BE AT LEAST 1"
                           TO WS-PARM-REASON
                       PERFORM 1390-REJECT-PARAMETER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PARM-NUM1 TO WS-PARM-MIN-HOUR
               WHEN ANMP-DROP
                   IF WS-PARM-NUM2 > 100
                       MOVE "A DROP CANNOT PASS 100 PERCENT"
                           TO WS-PARM-REASON
                       PERFORM 1390-REJECT-PARAMETER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PARM-NUM1 TO WS-DROP-AMBER
                   MOVE WS-PARM-NUM2 TO WS-DROP-RED
               WHEN ANMP-SPIKE
                   IF WS-PARM-NUM2 > 9999
                       MOVE "SPIKE LIMIT OVER 9999 PERCENT"
                           TO WS-PARM-REASON
                       PERFORM 1390-REJECT-PARAMETER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PARM-NUM1 TO WS-SPIKE-AMBER
                   MOVE WS-PARM-NUM2 TO WS-SPIKE-RED
               WHEN ANMP-BLOCKED-SHARE
                   IF WS-PARM-NUM2 > 100
                       MOVE "A SHARE CANNOT PASS 100 POINTS"
                           TO WS-PARM-REASON
                       PERFORM 1390-REJECT-PARAMETER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PARM-NUM1 TO WS-BLKSHR-AMBER
                   MOVE WS-PARM-NUM2 TO WS-BLKSHR-RED
               WHEN ANMP-BOT-SHARE
                   IF WS-PARM-NUM2 > 100
                       MOVE "A SHARE CANNOT PASS 100 POINTS"
                           TO WS-PARM-REASON
                       PERFORM 1390-REJECT-PARAMETER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PARM-NUM1 TO WS-BOTSHR-AMBER
                   MOVE WS-PARM-NUM2 TO WS-BOTSHR-RED
               WHEN OTHER
                   MOVE "UNKNOWN SETTING" TO WS-PARM-REASON
                   PERFORM 1390-REJECT-PARAMETER
           END-EVALUATE.

       1390-REJECT-PARAMETER.
           DISPLAY "COBOLANM: PARAMETER ROW IGNORED - "
                   FUNCTION TRIM(WS-PARM-REASON) ": "
                   FUNCTION TRIM(ANMP-RECORD).
           ADD 1 TO WS-PARMS-REJECTED.

       1400-BUILD-DAY-TABLE.
           MOVE 0 TO WS-DAY-COUNT.
           PERFORM VARYING WS-IDX FROM 0 BY 1
                   UNTIL WS-IDX > WS-PARM-WEEKS
               ADD 1 TO WS-DAY-COUNT
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT - 7 * WS-IDX)
               MOVE WS-WORK-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
           END-PERFORM.

       1500-LOAD-MAINT-WINDOWS.
      *> Only windows reaching into the judged day matter. No
      *> calendar, no windows.
           MOVE 0 TO WS-MWIN-COUNT.
           MOVE SPACES TO WS-DAY-FIRST-STAMP.
           STRING WS-SCAN-DATE DELIMITED BY SIZE
                  "000000" DELIMITED BY SIZE
                  INTO WS-DAY-FIRST-STAMP
           END-STRING.
           MOVE SPACES TO WS-DAY-LAST-STAMP.
           STRING WS-SCAN-DATE DELIMITED BY SIZE
                  "235959" DELIMITED BY SIZE
                  INTO WS-DAY-LAST-STAMP
           END-STRING.
           OPEN INPUT MAINT-CAL-FILE.
           IF WS-MAINTCAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MAINTCAL-STATUS NOT = "00"
               READ MAINT-CAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1550-STORE-MAINT-WINDOW
               END-READ
           END-PERFORM.
           CLOSE MAINT-CAL-FILE.

       1550-STORE-MAINT-WINDOW.
           IF MCAL-START IS NOT NUMERIC OR MCAL-END IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF MCAL-START > WS-DAY-LAST-STAMP
                   OR MCAL-END <= WS-DAY-FIRST-STAMP
               EXIT PARAGRAPH
           END-IF.
           IF WS-MWIN-COUNT >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MWIN-COUNT.
           MOVE MCAL-SITE-CODE TO WS-MWIN-SITE(WS-MWIN-COUNT).
           MOVE MCAL-START TO WS-MWIN-START(WS-MWIN-COUNT).
           MOVE MCAL-END TO WS-MWIN-END(WS-MWIN-COUNT).

       1600-PRINT-RUN-HEADER.
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! TRAFFIC ANOMALY CHECK " WS-SCAN-DATE
                   " (" FUNCTION TRIM(WS-DAY-NAME(WS-SCAN-DOW + 1))
                   ")".
           MOVE WS-PARM-WEEKS TO WS-COUNT-DISP.
           DISPLAY " BASELINE: THE SAME WEEKDAY, "
                   FUNCTION TRIM(WS-COUNT-DISP) " WEEK(S) BACK".
           MOVE WS-DROP-AMBER TO WS-LIMIT1-DISP.
           MOVE WS-DROP-RED TO WS-LIMIT2-DISP.
           DISPLAY " DROP  AMBER " WS-LIMIT1-DISP "%  RED "
                   WS-LIMIT2-DISP "%  BELOW BASELINE".
           MOVE WS-SPIKE-AMBER TO WS-LIMIT1-DISP.
           MOVE WS-SPIKE-RED TO WS-LIMIT2-DISP.
           DISPLAY " SPIKE AMBER " WS-LIMIT1-DISP "%  RED "
                   WS-LIMIT2-DISP "%  ABOVE BASELINE".
           MOVE WS-BLKSHR-AMBER TO WS-LIMIT1-DISP.
           MOVE WS-BLKSHR-RED TO WS-LIMIT2-DISP.
           DISPLAY " BLOCKED SHARE AMBER +" WS-LIMIT1-DISP
                   "  RED +" WS-LIMIT2-DISP " POINTS".
           MOVE WS-BOTSHR-AMBER TO WS-LIMIT1-DISP.
           MOVE WS-BOTSHR-RED TO WS-LIMIT2-DISP.
           DISPLAY " BOT SHARE     AMBER +" WS-LIMIT1-DISP
                   "  RED +" WS-LIMIT2-DISP " POINTS".
           MOVE WS-PARM-MIN-DAY TO WS-LIMIT1-DISP.
           MOVE WS-PARM-MIN-HOUR TO WS-LIMIT2-DISP.
           MOVE WS-PARM-MIN-WEEKS TO WS-COUNT-DISP.
           DISPLAY " FLOORS: DAY " FUNCTION TRIM(WS-LIMIT1-DISP)
                   " HITS, HOUR " FUNCTION TRIM(WS-LIMIT2-DISP)
                   " HITS, " FUNCTION TRIM(WS-COUNT-DISP)
                   " BASELINE WEEK(S)".
           DISPLAY "=================================================".

       2000-CHECK-ONE-SITE.
           PERFORM 1200-BUILD-SITE-FILE-NAMES.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               INITIALIZE WS-DAY-COUNTS(WS-DAY-IDX)
               MOVE "N" TO WS-DAY-USED(WS-DAY-IDX)
           END-PERFORM.
           PERFORM 2100-TALLY-LIVE-LOG.
           PERFORM 2200-TALLY-ARCHIVES.
           PERFORM 3000-BUILD-COMPARISON.
           MOVE "G" TO WS-SITE-LEVEL.
           MOVE 0 TO WS-SITE-ANOMALIES.
           MOVE SPACES TO WS-SITE-DETAIL.
           MOVE "N" TO WS-SITE-JUDGED.
           PERFORM 4000-PRINT-SITE-HEADER.
           IF WS-WEEKS-USED < WS-PARM-MIN-WEEKS
               ADD 1 TO WS-SITES-UNJUDGED
               MOVE WS-WEEKS-USED TO WS-OPS-NUM1
               MOVE WS-PARM-MIN-WEEKS TO WS-OPS-NUM2
               STRING "NOT JUDGED - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                      " BASELINE WEEK(S) ON FILE, " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPS-NUM2) DELIMITED BY SIZE
                      " NEEDED" DELIMITED BY SIZE
                      INTO WS-SITE-DETAIL
               END-STRING
               DISPLAY "   " FUNCTION TRIM(WS-SITE-DETAIL)
           ELSE
               MOVE "Y" TO WS-SITE-JUDGED
               ADD 1 TO WS-SITES-JUDGED
               DISPLAY " ANOMALIES"
               PERFORM 5000-JUDGE-HOURS
               PERFORM 5200-JUDGE-TOTALS
               PERFORM 5400-JUDGE-SHARES
               IF WS-SITE-ANOMALIES = 0
                   DISPLAY "   (NONE)"
               END-IF
           END-IF.
           PERFORM 6000-CLOSE-SITE-VERDICT.
           PERFORM 9600-WRITE-SITE-STATUS.

       2100-TALLY-LIVE-LOG.
      *> A site whose log does not exist yet has no traffic on
      *> file for any of the days.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "COBOLANM: UNABLE TO OPEN THE AUDIT LOG "
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
                       MOVE LOG-RECORD TO WS-TALLY-RECORD
                       PERFORM 2500-TALLY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.

       2200-TALLY-ARCHIVES.
      *> A baseline week from a month COBOLARC has already rolled
      *> off lives in that month's archive, not the live log. Only
      *> catalog periods one of the days falls in are opened.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-IDX)(1:6) < WS-CURRENT-PERIOD
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "COBOLANM: UNABLE TO OPEN THE ARCHIVE "
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
                       PERFORM 2250-TALLY-ONE-ARCHIVE
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       2250-TALLY-ONE-ARCHIVE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DAY-COUNT OR WS-FOUND = "Y"
               IF WS-DAY-DATE(WS-IDX)(1:6) = ARCH-PERIOD
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
      *> A scratched archive only shortens the baseline - its
      *> weeks hold no traffic and drop out of the average.
           IF ARCH-DATASET = SPACES
               DISPLAY "COBOLANM: ARCHIVE FOR " ARCH-PERIOD
                       " HAS BEEN PURGED - ITS WEEKS DROP OUT OF THE "
                       "BASELINE"
               EXIT PARAGRAPH
           END-IF.
           MOVE ARCH-DATASET TO WS-ARCH-FILE-NAME.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "COBOLANM: UNABLE TO OPEN ARCHIVE "
                       FUNCTION TRIM(WS-ARCH-FILE-NAME)
                       ", STATUS " WS-ARCH-STATUS
                       " - ITS WEEKS DROP OUT OF THE BASELINE"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
               READ ARCH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ARCH-IN-RECORD TO WS-TALLY-RECORD
                       PERFORM 2500-TALLY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.

       2500-TALLY-ONE-RECORD.
      *> Every request is a hit except a maintenance holding page,
      *> which is kept apart. A record written before the
      *> disposition field existed parses to a blank disposition
      *> and was served.
           MOVE WS-TALLY-RECORD(1:8) TO WS-TALLY-DATE-X.
           IF WS-TALLY-DATE-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DAY-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DAY-COUNT OR WS-DAY-IDX > 0
               IF WS-DAY-DATE(WS-IDX) = WS-TALLY-DATE-X
                   MOVE WS-IDX TO WS-DAY-IDX
               END-IF
           END-PERFORM.
           IF WS-DAY-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-TALLY-RECORD(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TALLY-RECORD(9:2) TO WS-LOG-HOUR.
           IF WS-LOG-HOUR > 23
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HR = WS-LOG-HOUR + 1.
           MOVE SPACES TO WS-LOG-FIELDS.
           UNSTRING WS-TALLY-RECORD DELIMITED BY ALL " "
               INTO WS-LOG-STAMP WS-LOG-ADDR WS-LOG-HOST
                    WS-LOG-DISP WS-LOG-METHOD WS-LOG-FORMAT
                    WS-LOG-AGENT WS-LOG-REFERER
           END-UNSTRING.
           ADD 1 TO WS-DAY-RECORDS(WS-DAY-IDX).
           IF WS-LOG-DISP = "M"
               ADD 1 TO WS-DH-MAINT(WS-DAY-IDX WS-HR)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DH-HITS(WS-DAY-IDX WS-HR).
           EVALUATE WS-LOG-DISP
               WHEN "B"
                   ADD 1 TO WS-DH-BLOCKED(WS-DAY-IDX WS-HR)
               WHEN "N"
                   ADD 1 TO WS-DH-NOTMOD(WS-DAY-IDX WS-HR)
               WHEN OTHER
                   ADD 1 TO WS-DH-SERVED(WS-DAY-IDX WS-HR)
                   IF WS-LOG-FORMAT = "JSON"
                       ADD 1 TO WS-DH-JSON(WS-DAY-IDX WS-HR)
                   END-IF
           END-EVALUATE.
      *> The same crude bot test COBOLRPT applies: the agent
      *> string says so itself.
           MOVE FUNCTION LOWER-CASE(WS-LOG-AGENT) TO WS-UA-LOWER.
           MOVE 0 TO WS-UA-TALLY.
           INSPECT WS-UA-LOWER TALLYING WS-UA-TALLY
               FOR ALL "bot" ALL "spider" ALL "crawl".
           IF WS-UA-TALLY > 0
               ADD 1 TO WS-DH-BOT(WS-DAY-IDX WS-HR)
           END-IF.

       3000-BUILD-COMPARISON.
           MOVE 0 TO WS-WEEKS-USED.
           PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-RECORDS(WS-DAY-IDX) > 0
                   MOVE "Y" TO WS-DAY-USED(WS-DAY-IDX)
                   ADD 1 TO WS-WEEKS-USED
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-COUNT
               MOVE 0 TO WS-TOT-TODAY(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-BASE-SUM(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-BASE(WS-TOT-IDX)
           END-PERFORM.
           MOVE 0 TO WS-BOT-TODAY.
           MOVE 0 TO WS-BOT-BASE-SUM.
           PERFORM 3100-COMPARE-ONE-HOUR
               VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24.
           IF WS-WEEKS-USED > 0
               PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                       UNTIL WS-TOT-IDX > WS-TOT-COUNT
                   COMPUTE WS-TOT-BASE(WS-TOT-IDX) ROUNDED =
                       WS-TOT-BASE-SUM(WS-TOT-IDX) / WS-WEEKS-USED
               END-PERFORM
           END-IF.
      *> Shares are of all hits; the baseline's share is taken
      *> from its sums, which is the same as from its averages.
           MOVE 0 TO WS-BLK-SHARE-TODAY.
           MOVE 0 TO WS-BOT-SHARE-TODAY.
           MOVE 0 TO WS-BLK-SHARE-BASE.
           MOVE 0 TO WS-BOT-SHARE-BASE.
           IF WS-TOT-TODAY(1) > 0
               COMPUTE WS-BLK-SHARE-TODAY ROUNDED =
                   (WS-TOT-TODAY(3) * 100) / WS-TOT-TODAY(1)
               COMPUTE WS-BOT-SHARE-TODAY ROUNDED =
                   (WS-BOT-TODAY * 100) / WS-TOT-TODAY(1)
           END-IF.
           IF WS-TOT-BASE-SUM(1) > 0
               COMPUTE WS-BLK-SHARE-BASE ROUNDED =
                   (WS-TOT-BASE-SUM(3) * 100) / WS-TOT-BASE-SUM(1)
               COMPUTE WS-BOT-SHARE-BASE ROUNDED =
                   (WS-BOT-BASE-SUM * 100) / WS-TOT-BASE-SUM(1)
           END-IF.

       3100-COMPARE-ONE-HOUR.
      *> An hour is left out when the holding page answered in it
      *> or a maintenance window covers it - on the judged day
      *> only; the baseline weeks are taken as they ran.
           MOVE "N" TO WS-CH-EXCLUDED(WS-HR).
           IF WS-DH-MAINT(1 WS-HR) > 0
               MOVE "Y" TO WS-CH-EXCLUDED(WS-HR)
           ELSE
               PERFORM 3150-CHECK-HOUR-WINDOWS
           END-IF.
           MOVE WS-DH-HITS(1 WS-HR) TO WS-CH-TODAY(WS-HR).
           MOVE 0 TO WS-CH-BASE-SUM(WS-HR).
           PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-USED(WS-DAY-IDX) = "Y"
                   ADD WS-DH-HITS(WS-DAY-IDX WS-HR)
                       TO WS-CH-BASE-SUM(WS-HR)
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CH-BASE(WS-HR).
           IF WS-WEEKS-USED > 0
               COMPUTE WS-CH-BASE(WS-HR) ROUNDED =
                   WS-CH-BASE-SUM(WS-HR) / WS-WEEKS-USED
           END-IF.
           IF WS-CH-EXCLUDED(WS-HR) = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-IDX = 1 OR WS-DAY-USED(WS-DAY-IDX) = "Y"
                   PERFORM 3200-ADD-HOUR-TO-TOTALS
               END-IF
           END-PERFORM.

       3150-CHECK-HOUR-WINDOWS.
      *> A window counts for the hour if it was open at any
      *> moment of it, for this site or for every site.
           COMPUTE WS-HOUR-NUM = WS-HR - 1.
           MOVE WS-SCAN-DATE TO WS-HOUR-FIRST-STAMP(1:8).
           MOVE WS-HOUR-NUM TO WS-HOUR-FIRST-STAMP(9:2).
           MOVE "0000" TO WS-HOUR-FIRST-STAMP(11:4).
           MOVE WS-SCAN-DATE TO WS-HOUR-LAST-STAMP(1:8).
           MOVE WS-HOUR-NUM TO WS-HOUR-LAST-STAMP(9:2).
           MOVE "5959" TO WS-HOUR-LAST-STAMP(11:4).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MWIN-COUNT
                       OR WS-CH-EXCLUDED(WS-HR) = "Y"
               IF (WS-MWIN-SITE(WS-IDX) = "*ALL"
                       OR WS-MWIN-SITE(WS-IDX)
                           = WS-SITE-CODE(WS-SITE-IDX))
                       AND WS-MWIN-START(WS-IDX) <= WS-HOUR-LAST-STAMP
                       AND WS-MWIN-END(WS-IDX) > WS-HOUR-FIRST-STAMP
                   MOVE "Y" TO WS-CH-EXCLUDED(WS-HR)
               END-IF
           END-PERFORM.

       3200-ADD-HOUR-TO-TOTALS.
           IF WS-DAY-IDX = 1
               ADD WS-DH-HITS(WS-DAY-IDX WS-HR) TO WS-TOT-TODAY(1)
               ADD WS-DH-SERVED(WS-DAY-IDX WS-HR) TO WS-TOT-TODAY(2)
               ADD WS-DH-BLOCKED(WS-DAY-IDX WS-HR) TO WS-TOT-TODAY(3)
               ADD WS-DH-NOTMOD(WS-DAY-IDX WS-HR) TO WS-TOT-TODAY(4)
               ADD WS-DH-JSON(WS-DAY-IDX WS-HR) TO WS-TOT-TODAY(5)
               ADD WS-DH-BOT(WS-DAY-IDX WS-HR) TO WS-BOT-TODAY
           ELSE
               ADD WS-DH-HITS(WS-DAY-IDX WS-HR)
                   TO WS-TOT-BASE-SUM(1)
               ADD WS-DH-SERVED(WS-DAY-IDX WS-HR)
                   TO WS-TOT-BASE-SUM(2)
               ADD WS-DH-BLOCKED(WS-DAY-IDX WS-HR)
                   TO WS-TOT-BASE-SUM(3)
               ADD WS-DH-NOTMOD(WS-DAY-IDX WS-HR)
                   TO WS-TOT-BASE-SUM(4)
               ADD WS-DH-JSON(WS-DAY-IDX WS-HR)
                   TO WS-TOT-BASE-SUM(5)
               ADD WS-DH-BOT(WS-DAY-IDX WS-HR) TO WS-BOT-BASE-SUM
           END-IF.

       4000-PRINT-SITE-HEADER.
           DISPLAY " ".
           DISPLAY " SITE: " FUNCTION TRIM(WS-SITE-LABEL(WS-SITE-IDX)).
           DISPLAY " -------------------------------------------".
           PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-USED(WS-DAY-IDX) = "Y"
                   MOVE WS-DAY-RECORDS(WS-DAY-IDX) TO WS-HITS-DISP
                   DISPLAY "   BASELINE WEEK " WS-DAY-DATE(WS-DAY-IDX)
                           " " WS-HITS-DISP " RECORDS"
               ELSE
                   DISPLAY "   BASELINE WEEK " WS-DAY-DATE(WS-DAY-IDX)
                           "  NO TRAFFIC ON FILE - LEFT OUT"
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-HOUR-LIST.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24
               IF WS-CH-EXCLUDED(WS-HR) = "Y"
                   COMPUTE WS-HOUR-NUM = WS-HR - 1
                   STRING WS-HOUR-NUM DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          INTO WS-HOUR-LIST
                          WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-HOUR-LIST NOT = SPACES
               DISPLAY "   MAINTENANCE HOURS LEFT OUT: "
                       FUNCTION TRIM(WS-HOUR-LIST)
           END-IF.
           DISPLAY "                          TODAY        BASELINE"
                   "   CHANGE %".
           PERFORM 4100-PRINT-TOTAL-LINE
               VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > WS-TOT-COUNT.
           MOVE WS-BLK-SHARE-TODAY TO WS-SHARE1-DISP.
           MOVE WS-BLK-SHARE-BASE TO WS-SHARE2-DISP.
           DISPLAY "   BLOCKED SHARE            " WS-SHARE1-DISP
                   "%          " WS-SHARE2-DISP "%".
           MOVE WS-BOT-SHARE-TODAY TO WS-SHARE1-DISP.
           MOVE WS-BOT-SHARE-BASE TO WS-SHARE2-DISP.
           DISPLAY "   BOT SHARE                " WS-SHARE1-DISP
                   "%          " WS-SHARE2-DISP "%".

       4100-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-CHANGE-TEXT.
           IF WS-TOT-BASE(WS-TOT-IDX) > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   ((WS-TOT-TODAY(WS-TOT-IDX)
                       - WS-TOT-BASE(WS-TOT-IDX)) * 100.0)
                       / WS-TOT-BASE(WS-TOT-IDX)
               MOVE WS-CHANGE-PCT TO WS-CHANGE-DISP
               MOVE FUNCTION TRIM(WS-CHANGE-DISP) TO WS-CHANGE-TEXT
           END-IF.
           MOVE WS-TOT-TODAY(WS-TOT-IDX) TO WS-HITS-DISP.
           MOVE WS-TOT-BASE(WS-TOT-IDX) TO WS-BASE-DISP.
           DISPLAY "   " WS-TOT-LABEL(WS-TOT-IDX) " " WS-HITS-DISP
                   "  " WS-BASE-DISP "  " WS-CHANGE-TEXT.

       5000-JUDGE-HOURS.
      *> Each hour is judged on its own, then neighbouring hours
      *> that moved the same way are reported together as one
      *> range - a page down from two until six is one anomaly,
      *> not four.
           PERFORM 5050-JUDGE-ONE-HOUR
               VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24.
           MOVE 0 TO WS-RANGE-START.
           PERFORM VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24
               IF WS-RANGE-START > 0
                       AND WS-CH-DIRECTION(WS-HR)
                           NOT = WS-RANGE-DIRECTION
                   PERFORM 5100-REPORT-HOUR-RANGE
                   MOVE 0 TO WS-RANGE-START
               END-IF
               IF WS-CH-DIRECTION(WS-HR) NOT = SPACE
                   IF WS-RANGE-START = 0
                       MOVE WS-HR TO WS-RANGE-START
                       MOVE WS-CH-DIRECTION(WS-HR)
                           TO WS-RANGE-DIRECTION
                       MOVE "G" TO WS-RANGE-LEVEL
                       MOVE 0 TO WS-RANGE-TODAY
                       MOVE 0 TO WS-RANGE-BASE
                       MOVE 0 TO WS-RANGE-MEASURE
                   END-IF
                   MOVE WS-HR TO WS-RANGE-END
                   ADD WS-CH-TODAY(WS-HR) TO WS-RANGE-TODAY
                   ADD WS-CH-BASE(WS-HR) TO WS-RANGE-BASE
                   IF WS-CH-BASE(WS-HR) > WS-PARM-MIN-HOUR
                       ADD WS-CH-BASE(WS-HR) TO WS-RANGE-MEASURE
                   ELSE
                       ADD WS-PARM-MIN-HOUR TO WS-RANGE-MEASURE
                   END-IF
                   IF WS-CH-LEVEL(WS-HR) = "R"
                           OR (WS-CH-LEVEL(WS-HR) = "A"
                               AND WS-RANGE-LEVEL = "G")
                       MOVE WS-CH-LEVEL(WS-HR) TO WS-RANGE-LEVEL
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RANGE-START > 0
               PERFORM 5100-REPORT-HOUR-RANGE
           END-IF.

       5050-JUDGE-ONE-HOUR.
           MOVE SPACE TO WS-CH-DIRECTION(WS-HR).
           MOVE "G" TO WS-CH-LEVEL(WS-HR).
           IF WS-CH-EXCLUDED(WS-HR) = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CH-TODAY(WS-HR) TO WS-JDG-TODAY.
           MOVE WS-CH-BASE(WS-HR) TO WS-JDG-BASE.
           MOVE WS-PARM-MIN-HOUR TO WS-JDG-FLOOR.
           PERFORM 5900-JUDGE-CHANGE.
           MOVE WS-JDG-DIRECTION TO WS-CH-DIRECTION(WS-HR).
           MOVE WS-JDG-LEVEL TO WS-CH-LEVEL(WS-HR).

       5100-REPORT-HOUR-RANGE.
      *> The range is reported on its summed hits, drop against
      *> the baseline and spike against the floored baseline, the
      *> same measures the single hours were judged on.
           COMPUTE WS-RANGE-FROM = WS-RANGE-START - 1.
           COMPUTE WS-RANGE-TO = WS-RANGE-END - 1.
           IF WS-RANGE-DIRECTION = "D"
               COMPUTE WS-JDG-PCT =
                   ((WS-RANGE-BASE - WS-RANGE-TODAY) * 100)
                       / WS-RANGE-BASE
               MOVE "DOWN" TO WS-ANOM-WORD
           ELSE
               COMPUTE WS-JDG-PCT =
                   ((WS-RANGE-TODAY - WS-RANGE-MEASURE) * 100)
                       / WS-RANGE-MEASURE
               MOVE "UP" TO WS-ANOM-WORD
           END-IF.
           MOVE WS-JDG-PCT TO WS-PCT-DISP.
           MOVE WS-RANGE-TODAY TO WS-HITS-DISP.
           MOVE WS-RANGE-BASE TO WS-BASE-DISP.
           MOVE SPACES TO WS-ANOM-LINE.
           STRING "HITS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-WORD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
                  "% HOURS " DELIMITED BY SIZE
                  WS-RANGE-FROM DELIMITED BY SIZE
                  ":00-" DELIMITED BY SIZE
                  WS-RANGE-TO DELIMITED BY SIZE
                  ":59, TODAY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HITS-DISP) DELIMITED BY SIZE
                  ", BASELINE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-DISP) DELIMITED BY SIZE
                  INTO WS-ANOM-LINE
           END-STRING.
           MOVE SPACES TO WS-ANOM-SHORT.
           STRING "HITS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-WORD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
                  "% HOURS " DELIMITED BY SIZE
                  WS-RANGE-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RANGE-TO DELIMITED BY SIZE
                  INTO WS-ANOM-SHORT
           END-STRING.
           MOVE WS-RANGE-LEVEL TO WS-ANOM-LEVEL.
           PERFORM 5800-RECORD-ANOMALY.

       5200-JUDGE-TOTALS.
           PERFORM 5250-JUDGE-ONE-TOTAL
               VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > WS-TOT-COUNT.

       5250-JUDGE-ONE-TOTAL.
           MOVE WS-TOT-TODAY(WS-TOT-IDX) TO WS-JDG-TODAY.
           MOVE WS-TOT-BASE(WS-TOT-IDX) TO WS-JDG-BASE.
           MOVE WS-PARM-MIN-DAY TO WS-JDG-FLOOR.
           PERFORM 5900-JUDGE-CHANGE.
           IF WS-JDG-DIRECTION = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF WS-JDG-DIRECTION = "D"
               MOVE "DOWN" TO WS-ANOM-WORD
           ELSE
               MOVE "UP" TO WS-ANOM-WORD
           END-IF.
           MOVE WS-JDG-PCT TO WS-PCT-DISP.
           MOVE WS-JDG-TODAY TO WS-HITS-DISP.
           MOVE WS-JDG-BASE TO WS-BASE-DISP.
           MOVE SPACES TO WS-ANOM-LINE.
           STRING FUNCTION TRIM(WS-TOT-LABEL(WS-TOT-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-WORD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
                  "% ON THE DAY, TODAY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HITS-DISP) DELIMITED BY SIZE
                  ", BASELINE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-DISP) DELIMITED BY SIZE
                  INTO WS-ANOM-LINE
           END-STRING.
           MOVE SPACES TO WS-ANOM-SHORT.
           STRING FUNCTION TRIM(WS-TOT-LABEL(WS-TOT-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANOM-WORD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
                  "% ON THE DAY" DELIMITED BY SIZE
                  INTO WS-ANOM-SHORT
           END-STRING.
           MOVE WS-JDG-LEVEL TO WS-ANOM-LEVEL.
           PERFORM 5800-RECORD-ANOMALY.

       5400-JUDGE-SHARES.
      *> Only a rise matters - a crawler or a blocked attacker
      *> taking a bigger slice of the day. A day too thin to
      *> reach the day floor has shares that mean nothing.
           IF WS-TOT-TODAY(1) < WS-PARM-MIN-DAY
                   OR WS-TOT-BASE-SUM(1) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SHARE-RISE =
               WS-BLK-SHARE-TODAY - WS-BLK-SHARE-BASE.
           MOVE SPACE TO WS-ANOM-LEVEL.
           IF WS-SHARE-RISE >= WS-BLKSHR-RED
               MOVE "R" TO WS-ANOM-LEVEL
           ELSE
               IF WS-SHARE-RISE >= WS-BLKSHR-AMBER
                   MOVE "A" TO WS-ANOM-LEVEL
               END-IF
           END-IF.
           IF WS-ANOM-LEVEL NOT = SPACE
               MOVE WS-BLK-SHARE-TODAY TO WS-SHARE1-DISP
               MOVE WS-BLK-SHARE-BASE TO WS-SHARE2-DISP
               MOVE "BLOCKED SHARE" TO WS-ANOM-SHORT
               PERFORM 5450-RECORD-SHARE-RISE
           END-IF.
           COMPUTE WS-SHARE-RISE =
               WS-BOT-SHARE-TODAY - WS-BOT-SHARE-BASE.
           MOVE SPACE TO WS-ANOM-LEVEL.
           IF WS-SHARE-RISE >= WS-BOTSHR-RED
               MOVE "R" TO WS-ANOM-LEVEL
           ELSE
               IF WS-SHARE-RISE >= WS-BOTSHR-AMBER
                   MOVE "A" TO WS-ANOM-LEVEL
               END-IF
           END-IF.
           IF WS-ANOM-LEVEL NOT = SPACE
               MOVE WS-BOT-SHARE-TODAY TO WS-SHARE1-DISP
               MOVE WS-BOT-SHARE-BASE TO WS-SHARE2-DISP
               MOVE "BOT SHARE" TO WS-ANOM-SHORT
               PERFORM 5450-RECORD-SHARE-RISE
           END-IF.

       5450-RECORD-SHARE-RISE.
      *> WS-ANOM-SHORT arrives holding the share's name.
           MOVE WS-SHARE-RISE TO WS-RISE-DISP.
           MOVE SPACES TO WS-ANOM-LINE.
           STRING FUNCTION TRIM(WS-ANOM-SHORT) DELIMITED BY SIZE
                  " UP " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RISE-DISP) DELIMITED BY SIZE
                  " POINTS, TODAY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHARE1-DISP) DELIMITED BY SIZE
                  "%, BASELINE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHARE2-DISP) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-ANOM-LINE
           END-STRING.
           COMPUTE WS-PTR =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ANOM-SHORT)) + 1.
           STRING " UP " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RISE-DISP) DELIMITED BY SIZE
                  " POINTS" DELIMITED BY SIZE
                  INTO WS-ANOM-SHORT
                  WITH POINTER WS-PTR
           END-STRING.
           PERFORM 5800-RECORD-ANOMALY.

       5800-RECORD-ANOMALY.
      *> The site's verdict is its worst anomaly, and the status
      *> row names the first anomaly found at that level.
           IF WS-ANOM-LEVEL = "R"
               MOVE "RED" TO WS-LEVEL-TEXT
           ELSE
               MOVE "AMBER" TO WS-LEVEL-TEXT
           END-IF.
           DISPLAY "   " WS-LEVEL-TEXT "  " FUNCTION TRIM(WS-ANOM-LINE).
           ADD 1 TO WS-SITE-ANOMALIES.
           IF (WS-ANOM-LEVEL = "R" AND WS-SITE-LEVEL NOT = "R")
                   OR (WS-ANOM-LEVEL = "A" AND WS-SITE-LEVEL = "G")
               MOVE WS-ANOM-LEVEL TO WS-SITE-LEVEL
               MOVE WS-ANOM-SHORT TO WS-SITE-DETAIL
           END-IF.

       5900-JUDGE-CHANGE.
      *> A drop is only judged against a baseline big enough to
      *> mean something. A spike is measured from the floor when
      *> the baseline is smaller, so a quiet hour's three hits
      *> becoming nine is not taken for an attack.
           MOVE SPACE TO WS-JDG-DIRECTION.
           MOVE "G" TO WS-JDG-LEVEL.
           MOVE 0 TO WS-JDG-PCT.
           IF WS-JDG-BASE >= WS-JDG-FLOOR
                   AND WS-JDG-TODAY < WS-JDG-BASE
               COMPUTE WS-JDG-PCT =
                   ((WS-JDG-BASE - WS-JDG-TODAY) * 100) / WS-JDG-BASE
               IF WS-JDG-PCT >= WS-DROP-RED
                   MOVE "D" TO WS-JDG-DIRECTION
                   MOVE "R" TO WS-JDG-LEVEL
               ELSE
                   IF WS-JDG-PCT >= WS-DROP-AMBER
                       MOVE "D" TO WS-JDG-DIRECTION
                       MOVE "A" TO WS-JDG-LEVEL
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-JDG-BASE > WS-JDG-FLOOR
               MOVE WS-JDG-BASE TO WS-JDG-MEASURE
           ELSE
               MOVE WS-JDG-FLOOR TO WS-JDG-MEASURE
           END-IF.
           IF WS-JDG-TODAY > WS-JDG-MEASURE
               COMPUTE WS-JDG-PCT =
                   ((WS-JDG-TODAY - WS-JDG-MEASURE) * 100)
                       / WS-JDG-MEASURE
               IF WS-JDG-PCT >= WS-SPIKE-RED
                   MOVE "S" TO WS-JDG-DIRECTION
                   MOVE "R" TO WS-JDG-LEVEL
               ELSE
                   IF WS-JDG-PCT >= WS-SPIKE-AMBER
                       MOVE "S" TO WS-JDG-DIRECTION
                       MOVE "A" TO WS-JDG-LEVEL
                   END-IF
               END-IF
           END-IF.

       6000-CLOSE-SITE-VERDICT.
           EVALUATE WS-SITE-LEVEL
               WHEN "R"
                   ADD 1 TO WS-RED-SITES
                   MOVE "RED" TO WS-LEVEL-TEXT
               WHEN "A"
                   ADD 1 TO WS-AMBER-SITES
                   MOVE "AMBER" TO WS-LEVEL-TEXT
               WHEN OTHER
                   MOVE "GREEN" TO WS-LEVEL-TEXT
           END-EVALUATE.
           IF WS-SITE-LEVEL NOT = "G" AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SITE-ANOMALIES > 1
               COMPUTE WS-ANOM-MORE = WS-SITE-ANOMALIES - 1
               MOVE WS-ANOM-MORE TO WS-OPS-NUM1
               COMPUTE WS-PTR =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SITE-DETAIL)) + 1
               STRING " (+" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                      " MORE)" DELIMITED BY SIZE
                      INTO WS-SITE-DETAIL
                      WITH POINTER WS-PTR
               END-STRING
           END-IF.
           IF WS-SITE-JUDGED = "Y" AND WS-SITE-ANOMALIES = 0
               MOVE WS-TOT-TODAY(1) TO WS-HITS-DISP
               MOVE WS-TOT-BASE(1) TO WS-BASE-DISP
               STRING "NO ANOMALY - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HITS-DISP) DELIMITED BY SIZE
                      " HITS, BASELINE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-DISP) DELIMITED BY SIZE
                      INTO WS-SITE-DETAIL
               END-STRING
           END-IF.
           DISPLAY " VERDICT: " FUNCTION TRIM(WS-LEVEL-TEXT).

       8000-PRINT-SUMMARY.
           DISPLAY " ".
           DISPLAY "=================================================".
           MOVE WS-SITE-COUNT TO WS-COUNT-DISP.
           DISPLAY " SITES CHECKED ............. " WS-COUNT-DISP.
           MOVE WS-SITES-JUDGED TO WS-COUNT-DISP.
           DISPLAY " SITES JUDGED .............. " WS-COUNT-DISP.
           MOVE WS-SITES-UNJUDGED TO WS-COUNT-DISP.
           DISPLAY " SHORT OF A BASELINE ....... " WS-COUNT-DISP.
           MOVE WS-AMBER-SITES TO WS-COUNT-DISP.
           DISPLAY " AMBER SITES ............... " WS-COUNT-DISP.
           MOVE WS-RED-SITES TO WS-COUNT-DISP.
           DISPLAY " RED SITES ................. " WS-COUNT-DISP.
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
           MOVE WS-SITES-JUDGED TO WS-OPS-NUM1.
           MOVE WS-AMBER-SITES TO WS-OPS-NUM2.
           MOVE WS-RED-SITES TO WS-OPS-NUM3.
           STRING FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                  " SITES JUDGED, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM2) DELIMITED BY SIZE
                  " AMBER, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM3) DELIMITED BY SIZE
                  " RED FOR " DELIMITED BY SIZE
                  WS-SCAN-DATE DELIMITED BY SIZE
                  INTO WS-OPS-DETAIL
           END-STRING.
           OPEN EXTEND OPS-STATUS-FILE.
           IF WS-OPSSTAT-STATUS NOT = "00"
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF.
           IF WS-OPSSTAT-STATUS NOT = "00"
               DISPLAY "COBOLANM: UNABLE TO WRITE THE OPERATIONS "
                       "STATUS ROW, STATUS " WS-OPSSTAT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO OPSS-RECORD.
           MOVE WS-CURRENT-STAMP(1:8) TO OPSS-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO OPSS-TIME.
           MOVE "COBOLANM" TO OPSS-JOB.
           MOVE WS-OPS-SEVERITY TO OPSS-SEVERITY.
           MOVE RETURN-CODE TO OPSS-RC.
           MOVE WS-OPS-DETAIL TO OPSS-DETAIL.
           WRITE OPSS-RECORD.
           CLOSE OPS-STATUS-FILE.

       9600-WRITE-SITE-STATUS.
      *> Every site checked gets its own row, green included, so a
      *> site that was amber or red last night is cleared by a
      *> quiet night rather than left showing stale trouble. The
      *> row carries the site's own severity; the RC follows the
      *> usual convention for it.
           EVALUATE WS-SITE-LEVEL
               WHEN "R"
                   MOVE 8 TO WS-OPS-RC
               WHEN "A"
                   MOVE 4 TO WS-OPS-RC
               WHEN OTHER
                   MOVE 0 TO WS-OPS-RC
           END-EVALUATE.
           OPEN EXTEND OPS-STATUS-FILE.
           IF WS-OPSSTAT-STATUS NOT = "00"
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF.
           IF WS-OPSSTAT-STATUS NOT = "00"
               DISPLAY "COBOLANM: UNABLE TO WRITE THE OPERATIONS "
                       "STATUS ROW, STATUS " WS-OPSSTAT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO OPSS-RECORD.
           MOVE WS-CURRENT-STAMP(1:8) TO OPSS-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO OPSS-TIME.
           MOVE "COBOLANM" TO OPSS-JOB.
           IF WS-SITE-CODE(WS-SITE-IDX) = SPACES
               MOVE "DEFAULT" TO OPSS-SITE
           ELSE
               MOVE WS-SITE-CODE(WS-SITE-IDX) TO OPSS-SITE
           END-IF.
           MOVE WS-SITE-LEVEL TO OPSS-SEVERITY.
           MOVE WS-OPS-RC TO OPSS-RC.
           MOVE WS-SITE-DETAIL TO OPSS-DETAIL.
           WRITE OPSS-RECORD.
           CLOSE OPS-STATUS-FILE.
