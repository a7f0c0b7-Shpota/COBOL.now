       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLFEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT FACTS-FILE ASSIGN TO "FACTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTS-STATUS.
           SELECT FACT-HIST-FILE ASSIGN TO DYNAMIC WS-FHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHIST-STATUS.
           SELECT EXPOSURE-FILE ASSIGN TO DYNAMIC WS-EXPO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPO-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
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

          FD FACTS-FILE.
             COPY FACTREC.

          FD FACT-HIST-FILE.
             COPY FHSTREC.

          FD EXPOSURE-FILE.
             COPY EXPOREC.

          FD LOG-FILE.
          01 LOG-RECORD PIC X(350).

          FD CATALOG-FILE.
             COPY ARCHREC.

          FD ARCH-FILE.
          01 ARCH-IN-RECORD PIC X(350).

          FD OPS-STATUS-FILE.
             COPY OPSSREC.

          FD MAINT-CAL-FILE.
             COPY MCALREC.

          WORKING-STORAGE SECTION.
          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-FACTS-STATUS PIC XX VALUE SPACES.
          01 WS-FHIST-STATUS PIC XX VALUE SPACES.
          01 WS-EXPO-STATUS PIC XX VALUE SPACES.
          01 WS-LOG-STATUS PIC XX VALUE SPACES.
          01 WS-CATALOG-STATUS PIC XX VALUE SPACES.
          01 WS-ARCH-STATUS PIC XX VALUE SPACES.
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.
          01 WS-MAINTCAL-STATUS PIC XX VALUE SPACES.

          01 WS-FILE-NAMES.
             05 WS-FHIST-FILE-NAME PIC X(44)
                VALUE "FACTHIST.DAT".
             05 WS-EXPO-FILE-NAME PIC X(44)
                VALUE "FACTEXPO.DAT".
             05 WS-LOG-FILE-NAME PIC X(44)
                VALUE "COBOLLOG.DAT".
             05 WS-CATALOG-FILE-NAME PIC X(44)
                VALUE "ARCHCAT.DAT".
             05 WS-ARCH-FILE-NAME PIC X(44) VALUE SPACES.

          01 WS-ENV-NAME PIC X(32).
          01 WS-CURRENT-STAMP PIC X(21) VALUE SPACES.

      *> The maintenance calendar window holding the run back, if
      *> any: its end and the site it names.
          01 WS-MAINT-FIELDS.
             05 WS-MAINT-NOW PIC X(14) VALUE SPACES.
             05 WS-MAINT-UNTIL PIC X(14) VALUE SPACES.
             05 WS-MAINT-SITE PIC X(8) VALUE SPACES.
          01 WS-TODAY-DATE PIC 9(8) VALUE 0.
          01 WS-TODAY-INT PIC 9(8) COMP VALUE 0.
          01 WS-CURRENT-PERIOD PIC X(6) VALUE SPACES.
      *> The picker will not repeat a fact shown within this many
      *> days, so a category needs one more eligible fact than the
      *> window is long to run a full window without a repeat.
          01 WS-FACT-LOOKBACK PIC 99 VALUE 7.
          01 WS-WINDOW-NEED PIC 9(4) COMP VALUE 0.

      *> The monthly coverage report. REPORT_PERIOD (YYYYMM)
      *> prints it for that month; with nothing set the first
      *> night of a month prints it for the month just closed.
          01 WS-REPORT-PERIOD PIC X(6) VALUE SPACES.
          01 WS-PERIOD-MATH.
             05 WS-PM-YEAR PIC 9(4) VALUE 0.
             05 WS-PM-MONTH PIC 9(4) VALUE 0.
             05 WS-PM-TOTAL PIC 9(8) VALUE 0.

      *> One entry per distinct site code in the config dataset.
      *> A blank code is the default site's original dataset
      *> names. A site whose base row names no fact category
      *> draws on the whole pool; otherwise its pool is the
      *> categories its rows name.
          01 WS-SITE-TABLE.
             05 WS-SITE-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-SITE-ENTRY OCCURS 50 TIMES.
                10 WS-SITE-LABEL PIC X(30).
                10 WS-SITE-CODE PIC X(8).
                10 WS-SITE-ALL-CATS PIC X.
          01 WS-SITE-IDX PIC 9(4) COMP VALUE 0.

      *> The categories each site's config rows name, base and
      *> seasonal alike.
          01 WS-SCAT-TABLE.
             05 WS-SCAT-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-SCAT-ENTRY OCCURS 200 TIMES.
                10 WS-SCAT-SITE PIC 9(4) COMP.
                10 WS-SCAT-NAME PIC X(12).

      *> The facts master, with one site's exposure totals laid
      *> alongside each fact while that site is reported.
          01 WS-MST-TABLE.
             05 WS-MST-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-MST-ENTRY OCCURS 500 TIMES.
                10 WS-MST-ID PIC 9(5).
                10 WS-MST-CATEGORY PIC X(12).
                10 WS-MST-ACTIVE PIC X.
                10 WS-MST-START PIC 9(8).
                10 WS-MST-END PIC 9(8).
                10 WS-MST-TEXT PIC X(100).
                10 WS-MST-DAYS-ALL PIC 9(7) COMP.
                10 WS-MST-DAYS-MON PIC 9(7) COMP.
                10 WS-MST-HITS-MON PIC 9(9) COMP.
                10 WS-MST-STALE-MON PIC 9(7) COMP.
                10 WS-MST-LAST-SHOWN PIC 9(8).
                10 WS-MST-LISTED PIC X.

      *> Distinct categories on the master, in first-seen order.
          01 WS-CAT-TABLE.
             05 WS-CAT-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-CAT-ENTRY OCCURS 50 TIMES.
                10 WS-CAT-NAME PIC X(12).
                10 WS-CAT-ELIGIBLE PIC 9(4) COMP.

      *> Closed days from the site's fact history not yet on its
      *> exposure file - at most the look-back window's worth,
      *> since that is all the fact history keeps.
          01 WS-PEND-TABLE.
             05 WS-PEND-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-PEND-ENTRY OCCURS 31 TIMES.
                10 WS-PEND-DATE PIC 9(8).
                10 WS-PEND-ID PIC 9(5).
                10 WS-PEND-HITS PIC 9(9) COMP.
          01 WS-PEND-SWAP PIC X(17).
          01 WS-EXPO-LAST-DATE PIC 9(8) VALUE 0.

          01 WS-LOG-FIELDS.
             05 WS-LOG-STAMP PIC X(21) VALUE SPACES.
             05 WS-LOG-ADDR PIC X(40) VALUE SPACES.
             05 WS-LOG-HOST PIC X(60) VALUE SPACES.
             05 WS-LOG-DISP PIC X VALUE SPACE.
          01 WS-TALLY-RECORD PIC X(350) VALUE SPACES.
          01 WS-TALLY-DATE-X PIC X(8) VALUE SPACES.

          01 WS-TALLY-VARS.
             05 WS-DAYS-RECORDED PIC 9(7) COMP VALUE 0.
             05 WS-SITE-DAYS PIC 9(7) COMP VALUE 0.
             05 WS-SHORT-CATEGORIES PIC 9(4) COMP VALUE 0.
             05 WS-STALE-PICKS PIC 9(7) COMP VALUE 0.
             05 WS-UNKNOWN-DAYS PIC 9(7) COMP VALUE 0.
             05 WS-MONTH-DAYS PIC 9(7) COMP VALUE 0.
             05 WS-MONTH-HITS PIC 9(9) COMP VALUE 0.

          01 WS-WORK-VARS.
             05 WS-IDX PIC 9(4) COMP VALUE 0.
             05 WS-JDX PIC 9(4) COMP VALUE 0.
             05 WS-CAT-IDX PIC 9(4) COMP VALUE 0.
             05 WS-FOUND-IDX PIC 9(4) COMP VALUE 0.
             05 WS-BEST-IDX PIC 9(4) COMP VALUE 0.
             05 WS-RANK PIC 9(4) COMP VALUE 0.
             05 WS-LISTED PIC 9(4) COMP VALUE 0.
             05 WS-FOUND PIC X VALUE "N".
             05 WS-SWAPPED PIC X VALUE "N".
             05 WS-IN-POOL PIC X VALUE "N".
             05 WS-CAT-DAYS PIC 9(7) COMP VALUE 0.
             05 WS-FACT-STATE PIC X VALUE SPACE.
             05 WS-WANT-CAT PIC X(12) VALUE SPACES.

          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
             05 WS-OPS-NUM1 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM2 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM3 PIC ZZZZ9 VALUE ZERO.

          01 WS-PRINT-FIELDS.
             05 WS-HITS-DISP PIC ZZZ,ZZZ,ZZ9.
             05 WS-COUNT-DISP PIC Z,ZZ9.
             05 WS-DAYS-DISP PIC ZZZ9.
             05 WS-NEED-DISP PIC ZZ9.
             05 WS-RANK-DISP PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 1600-CHECK-MAINT-CALENDAR.
           PERFORM 2000-RECORD-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           IF WS-REPORT-PERIOD NOT = SPACES
               PERFORM 5000-REPORT-ONE-SITE
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
           END-IF.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9500-WRITE-OPS-STATUS.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY-DATE.
           MOVE WS-CURRENT-STAMP(1:6) TO WS-CURRENT-PERIOD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-WINDOW-NEED = WS-FACT-LOOKBACK + 1.
           MOVE "REPORT_PERIOD" TO WS-ENV-NAME.
           MOVE SPACES TO WS-REPORT-PERIOD.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-REPORT-PERIOD FROM ENVIRONMENT-VALUE.
           IF WS-REPORT-PERIOD = SPACES
                   AND WS-CURRENT-STAMP(7:2) = "01"
      *> The month just closed falls out of whole-month arithmetic
      *> the same way COBOLARC's retention cutoff does.
               MOVE WS-CURRENT-PERIOD(1:4) TO WS-PM-YEAR
               MOVE WS-CURRENT-PERIOD(5:2) TO WS-PM-MONTH
               COMPUTE WS-PM-TOTAL =
                   WS-PM-YEAR * 12 + WS-PM-MONTH - 2
               COMPUTE WS-PM-YEAR = WS-PM-TOTAL / 12
               COMPUTE WS-PM-MONTH =
                   FUNCTION MOD(WS-PM-TOTAL 12) + 1
               MOVE WS-PM-YEAR TO WS-REPORT-PERIOD(1:4)
               MOVE WS-PM-MONTH(3:2) TO WS-REPORT-PERIOD(5:2)
           END-IF.
           IF WS-REPORT-PERIOD NOT = SPACES
                   AND WS-REPORT-PERIOD IS NOT NUMERIC
               DISPLAY "COBOLFEX: REPORT_PERIOD " WS-REPORT-PERIOD
                       " IS NOT YYYYMM"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-SITE-TABLE.
           PERFORM 1300-LOAD-SITE-CATEGORIES.
           PERFORM 1400-LOAD-FACTS-MASTER.

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
               MOVE "Y" TO WS-SITE-ALL-CATS(1)
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
               DISPLAY "COBOLFEX: SITE TABLE FULL, "
                       FUNCTION TRIM(CONFG-SITE) " NOT RECORDED"
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
           MOVE "N" TO WS-SITE-ALL-CATS(WS-SITE-COUNT).

       1200-BUILD-SITE-FILE-NAMES.
           IF WS-SITE-CODE(WS-SITE-IDX) = SPACES
               MOVE "FACTHIST.DAT" TO WS-FHIST-FILE-NAME
               MOVE "FACTEXPO.DAT" TO WS-EXPO-FILE-NAME
               MOVE "COBOLLOG.DAT" TO WS-LOG-FILE-NAME
               MOVE "ARCHCAT.DAT" TO WS-CATALOG-FILE-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FHIST-FILE-NAME.
           STRING "FACTHIST." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-CODE(WS-SITE-IDX))
                      DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FHIST-FILE-NAME
           END-STRING.
           MOVE SPACES TO WS-EXPO-FILE-NAME.
           STRING "FACTEXPO." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-CODE(WS-SITE-IDX))
                      DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-EXPO-FILE-NAME
           END-STRING.
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

       1300-LOAD-SITE-CATEGORIES.
      *> A second pass once every site is known. A seasonal row may
      *> leave the site code blank and inherit its base row's, so
      *> a row is tied to its site by the site name first and the
      *> code second, the same way the CGI program dresses a page.
           MOVE 0 TO WS-SCAT-COUNT.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-STATUS NOT = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1350-STORE-SITE-CATEGORY
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.

       1350-STORE-SITE-CATEGORY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SITE-COUNT OR WS-FOUND-IDX > 0
               IF FUNCTION UPPER-CASE(WS-SITE-LABEL(WS-IDX))
                       = FUNCTION UPPER-CASE(CONFG-SITE)
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-SITE-COUNT
                           OR WS-FOUND-IDX > 0
                   IF WS-SITE-CODE(WS-IDX) = CONFG-SITE-CODE
                       MOVE WS-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF CONFG-FACT-CATEGORY = SPACES
               IF CONFG-THEME-START = SPACES
                       AND CONFG-THEME-END = SPACES
                   MOVE "Y" TO WS-SITE-ALL-CATS(WS-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCAT-COUNT OR WS-FOUND = "Y"
               IF WS-SCAT-SITE(WS-IDX) = WS-FOUND-IDX
                       AND FUNCTION UPPER-CASE(WS-SCAT-NAME(WS-IDX))
                           = FUNCTION UPPER-CASE(CONFG-FACT-CATEGORY)
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y" OR WS-SCAT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SCAT-COUNT.
           MOVE WS-FOUND-IDX TO WS-SCAT-SITE(WS-SCAT-COUNT).
           MOVE FUNCTION UPPER-CASE(CONFG-FACT-CATEGORY)
               TO WS-SCAT-NAME(WS-SCAT-COUNT).

       1400-LOAD-FACTS-MASTER.
           MOVE 0 TO WS-MST-COUNT.
           MOVE 0 TO WS-CAT-COUNT.
           OPEN INPUT FACTS-FILE.
           IF WS-FACTS-STATUS = "35"
               DISPLAY "COBOLFEX: NO FACTS MASTER - EVERY SHOWN "
                       "FACT WILL BE RECORDED AS MISSING"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FACTS-STATUS NOT = "00"
               DISPLAY "COBOLFEX: UNABLE TO OPEN THE FACTS MASTER, "
                       "STATUS " WS-FACTS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FACTS-STATUS NOT = "00"
               READ FACTS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1450-STORE-MASTER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE FACTS-FILE.

       1450-STORE-MASTER-ENTRY.
           IF FACT-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-MST-COUNT >= 500
               DISPLAY "COBOLFEX: FACTS TABLE FULL AT FACT " FACT-ID
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MST-COUNT.
           MOVE FACT-ID TO WS-MST-ID(WS-MST-COUNT).
           MOVE FUNCTION UPPER-CASE(FACT-CATEGORY)
               TO WS-MST-CATEGORY(WS-MST-COUNT).
           IF WS-MST-CATEGORY(WS-MST-COUNT) = SPACES
               MOVE "GENERAL" TO WS-MST-CATEGORY(WS-MST-COUNT)
           END-IF.
           MOVE FACT-ACTIVE TO WS-MST-ACTIVE(WS-MST-COUNT).
           IF FACT-EFF-START IS NUMERIC
               MOVE FACT-EFF-START TO WS-MST-START(WS-MST-COUNT)
           ELSE
               MOVE 0 TO WS-MST-START(WS-MST-COUNT)
           END-IF.
           IF FACT-EFF-END IS NUMERIC
               MOVE FACT-EFF-END TO WS-MST-END(WS-MST-COUNT)
           ELSE
               MOVE 99999999 TO WS-MST-END(WS-MST-COUNT)
           END-IF.
           MOVE FACT-TEXT TO WS-MST-TEXT(WS-MST-COUNT).
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR WS-FOUND = "Y"
               IF WS-CAT-NAME(WS-IDX) = WS-MST-CATEGORY(WS-MST-COUNT)
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-IDX TO WS-CAT-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               IF WS-CAT-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-IDX
               MOVE WS-MST-CATEGORY(WS-MST-COUNT)
                   TO WS-CAT-NAME(WS-CAT-IDX)
               MOVE 0 TO WS-CAT-ELIGIBLE(WS-CAT-IDX)
           END-IF.
      *> Eligible means what the picker means: active and
      *> effective today.
           IF WS-MST-ACTIVE(WS-MST-COUNT) = "A"
                   AND WS-MST-START(WS-MST-COUNT) <= WS-TODAY-DATE
                   AND WS-MST-END(WS-MST-COUNT) >= WS-TODAY-DATE
               ADD 1 TO WS-CAT-ELIGIBLE(WS-CAT-IDX)
           END-IF.

       1500-FIND-MASTER-ENTRY.
      *> The caller leaves the fact id wanted in FHST-FACT-ID;
      *> WS-FOUND-IDX comes back zero when the master lacks it.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MST-COUNT OR WS-FOUND-IDX > 0
               IF WS-MST-ID(WS-IDX) = FHST-FACT-ID
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       1600-CHECK-MAINT-CALENDAR.
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
                       PERFORM 1610-MATCH-MAINT-WINDOW
               END-READ
           END-PERFORM.
           CLOSE MAINT-CAL-FILE.
           IF WS-MAINT-UNTIL NOT = SPACES
               DISPLAY "COBOLFEX: MAINTENANCE WINDOW OPEN FOR "
                       FUNCTION TRIM(WS-MAINT-SITE) " UNTIL "
                       WS-MAINT-UNTIL " - RUN DEFERRED"
               MOVE 4 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.

       1610-MATCH-MAINT-WINDOW.
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

       2000-RECORD-ONE-SITE.
      *> The nightly step: every closed day on the site's fact
      *> history that the exposure file does not yet hold is
      *> priced in served hits and appended. Today is never
      *> recorded - its hits are still arriving.
           PERFORM 1200-BUILD-SITE-FILE-NAMES.
           MOVE 0 TO WS-SITE-DAYS.
           PERFORM 2100-FIND-LAST-RECORDED.
           PERFORM 2200-LOAD-PENDING-DAYS.
           IF WS-PEND-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2250-SORT-PENDING-DAYS.
           PERFORM 2300-TALLY-LIVE-LOG.
           PERFORM 2400-TALLY-ARCHIVES.
           PERFORM 2600-APPEND-EXPOSURE.

       2100-FIND-LAST-RECORDED.
           MOVE 0 TO WS-EXPO-LAST-DATE.
           OPEN INPUT EXPOSURE-FILE.
           IF WS-EXPO-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXPO-STATUS NOT = "00"
               DISPLAY "COBOLFEX: UNABLE TO OPEN THE EXPOSURE FILE "
                       FUNCTION TRIM(WS-EXPO-FILE-NAME)
                       ", STATUS " WS-EXPO-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EXPO-STATUS NOT = "00"
               READ EXPOSURE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EXPO-DATE IS NUMERIC
                               AND EXPO-DATE > WS-EXPO-LAST-DATE
                           MOVE EXPO-DATE TO WS-EXPO-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXPOSURE-FILE.

       2200-LOAD-PENDING-DAYS.
           MOVE 0 TO WS-PEND-COUNT.
           OPEN INPUT FACT-HIST-FILE.
           IF WS-FHIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FHIST-STATUS NOT = "00"
               DISPLAY "COBOLFEX: UNABLE TO OPEN THE FACT HISTORY "
                       FUNCTION TRIM(WS-FHIST-FILE-NAME)
                       ", STATUS " WS-FHIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FHIST-STATUS NOT = "00"
               READ FACT-HIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FHST-DATE IS NUMERIC
                               AND FHST-FACT-ID IS NUMERIC
                               AND FHST-DATE > WS-EXPO-LAST-DATE
                               AND FHST-DATE < WS-TODAY-DATE
                               AND WS-PEND-COUNT < 31
                           ADD 1 TO WS-PEND-COUNT
                           MOVE FHST-DATE
                               TO WS-PEND-DATE(WS-PEND-COUNT)
                           MOVE FHST-FACT-ID
                               TO WS-PEND-ID(WS-PEND-COUNT)
                           MOVE 0 TO WS-PEND-HITS(WS-PEND-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACT-HIST-FILE.

       2250-SORT-PENDING-DAYS.
      *> The exposure file is kept in date order; the fact
      *> history's rows are in the order the picker rewrote them.
           MOVE "Y" TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-PEND-COUNT
                   COMPUTE WS-JDX = WS-IDX + 1
                   IF WS-PEND-DATE(WS-IDX) > WS-PEND-DATE(WS-JDX)
                       MOVE WS-PEND-ENTRY(WS-IDX) TO WS-PEND-SWAP
                       MOVE WS-PEND-ENTRY(WS-JDX)
                           TO WS-PEND-ENTRY(WS-IDX)
                       MOVE WS-PEND-SWAP TO WS-PEND-ENTRY(WS-JDX)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       2300-TALLY-LIVE-LOG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "COBOLFEX: UNABLE TO OPEN THE AUDIT LOG "
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

       2400-TALLY-ARCHIVES.
      *> A pending day from a month COBOLARC has already rolled off
      *> lives in that month's archive, not the live log. Only
      *> catalog periods a pending day falls in are opened.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEND-COUNT
               IF WS-PEND-DATE(WS-IDX)(1:6) < WS-CURRENT-PERIOD
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
               DISPLAY "COBOLFEX: UNABLE TO OPEN THE ARCHIVE "
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
                       PERFORM 2450-TALLY-ONE-ARCHIVE
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       2450-TALLY-ONE-ARCHIVE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEND-COUNT OR WS-FOUND = "Y"
               IF WS-PEND-DATE(WS-IDX)(1:6) = ARCH-PERIOD
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF ARCH-DATASET = SPACES
               DISPLAY "COBOLFEX: ARCHIVE FOR " ARCH-PERIOD
                       " HAS BEEN PURGED - ITS DAYS RECORD NO HITS"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ARCH-DATASET TO WS-ARCH-FILE-NAME.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "COBOLFEX: UNABLE TO OPEN ARCHIVE "
                       FUNCTION TRIM(WS-ARCH-FILE-NAME)
                       ", STATUS " WS-ARCH-STATUS
                       " - ITS DAYS RECORD NO HITS"
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
      *> Only served hits saw the fact. A record written before
      *> the disposition field existed parses to a blank
      *> disposition and was served.
           MOVE WS-TALLY-RECORD(1:8) TO WS-TALLY-DATE-X.
           IF WS-TALLY-DATE-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-LOG-DISP.
           UNSTRING WS-TALLY-RECORD DELIMITED BY ALL " "
               INTO WS-LOG-STAMP WS-LOG-ADDR WS-LOG-HOST
                    WS-LOG-DISP
           END-UNSTRING.
           IF WS-LOG-DISP NOT = "S" AND WS-LOG-DISP NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEND-COUNT
               IF WS-PEND-DATE(WS-IDX) = WS-TALLY-DATE-X
                   ADD 1 TO WS-PEND-HITS(WS-IDX)
               END-IF
           END-PERFORM.

       2600-APPEND-EXPOSURE.
           OPEN EXTEND EXPOSURE-FILE.
           IF WS-EXPO-STATUS NOT = "00"
               OPEN OUTPUT EXPOSURE-FILE
           END-IF.
           IF WS-EXPO-STATUS NOT = "00"
               DISPLAY "COBOLFEX: UNABLE TO WRITE THE EXPOSURE FILE "
                       FUNCTION TRIM(WS-EXPO-FILE-NAME)
                       ", STATUS " WS-EXPO-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-PEND-COUNT
               MOVE WS-PEND-ID(WS-JDX) TO FHST-FACT-ID
               PERFORM 1500-FIND-MASTER-ENTRY
               PERFORM 2650-SET-FACT-STATE
               MOVE SPACES TO EXPO-RECORD
               MOVE WS-PEND-DATE(WS-JDX) TO EXPO-DATE
               MOVE WS-PEND-ID(WS-JDX) TO EXPO-FACT-ID
               MOVE WS-PEND-HITS(WS-JDX) TO EXPO-SERVED-HITS
               MOVE WS-FACT-STATE TO EXPO-FACT-STATE
               WRITE EXPO-RECORD
               ADD 1 TO WS-SITE-DAYS
               ADD 1 TO WS-DAYS-RECORDED
           END-PERFORM.
           CLOSE EXPOSURE-FILE.
           MOVE WS-SITE-DAYS TO WS-COUNT-DISP.
           DISPLAY "COBOLFEX: " FUNCTION TRIM(WS-COUNT-DISP)
                   " DAY(S) RECORDED FOR "
                   FUNCTION TRIM(WS-SITE-LABEL(WS-SITE-IDX)).

       2650-SET-FACT-STATE.
           IF WS-FOUND-IDX = 0
               MOVE "M" TO WS-FACT-STATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-MST-ACTIVE(WS-FOUND-IDX) NOT = "A"
                   MOVE "R" TO WS-FACT-STATE
               WHEN WS-MST-START(WS-FOUND-IDX) > WS-PEND-DATE(WS-JDX)
                   MOVE "E" TO WS-FACT-STATE
               WHEN WS-MST-END(WS-FOUND-IDX) < WS-PEND-DATE(WS-JDX)
                   MOVE "E" TO WS-FACT-STATE
               WHEN OTHER
                   MOVE "A" TO WS-FACT-STATE
           END-EVALUATE.

       5000-REPORT-ONE-SITE.
           PERFORM 1200-BUILD-SITE-FILE-NAMES.
           PERFORM 5100-ACCUMULATE-EXPOSURE.
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! FACT EXPOSURE AND COVERAGE "
                   WS-REPORT-PERIOD.
           DISPLAY " SITE: "
                   FUNCTION TRIM(WS-SITE-LABEL(WS-SITE-IDX)).
           DISPLAY "=================================================".
           MOVE WS-MONTH-DAYS TO WS-COUNT-DISP.
           DISPLAY " DAYS RECORDED IN PERIOD .. " WS-COUNT-DISP.
           MOVE WS-MONTH-HITS TO WS-HITS-DISP.
           DISPLAY " SERVED HITS IN PERIOD .... " WS-HITS-DISP.
           PERFORM 5200-REPORT-ONE-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT.
           IF WS-UNKNOWN-DAYS > 0
               MOVE WS-UNKNOWN-DAYS TO WS-COUNT-DISP
               DISPLAY " "
               DISPLAY " DAYS SHOWING A FACT NOT ON THE MASTER "
                       WS-COUNT-DISP
           END-IF.
           PERFORM 5600-REPORT-CATEGORY-COVERAGE.
           DISPLAY "=================================================".
           DISPLAY " END OF SITE EXPOSURE".
           DISPLAY " ".

       5100-ACCUMULATE-EXPOSURE.
           MOVE 0 TO WS-MONTH-DAYS.
           MOVE 0 TO WS-MONTH-HITS.
           MOVE 0 TO WS-UNKNOWN-DAYS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MST-COUNT
               MOVE 0 TO WS-MST-DAYS-ALL(WS-IDX)
               MOVE 0 TO WS-MST-DAYS-MON(WS-IDX)
               MOVE 0 TO WS-MST-HITS-MON(WS-IDX)
               MOVE 0 TO WS-MST-STALE-MON(WS-IDX)
               MOVE 0 TO WS-MST-LAST-SHOWN(WS-IDX)
               MOVE "N" TO WS-MST-LISTED(WS-IDX)
           END-PERFORM.
           OPEN INPUT EXPOSURE-FILE.
           IF WS-EXPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EXPO-STATUS NOT = "00"
               READ EXPOSURE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 5150-ACCUMULATE-ONE-DAY
               END-READ
           END-PERFORM.
           CLOSE EXPOSURE-FILE.

       5150-ACCUMULATE-ONE-DAY.
           IF EXPO-DATE IS NOT NUMERIC
                   OR EXPO-FACT-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF EXPO-DATE(1:6) > WS-REPORT-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE EXPO-FACT-ID TO FHST-FACT-ID.
           PERFORM 1500-FIND-MASTER-ENTRY.
           IF EXPO-DATE(1:6) = WS-REPORT-PERIOD
               ADD 1 TO WS-MONTH-DAYS
               IF EXPO-SERVED-HITS IS NUMERIC
                   ADD EXPO-SERVED-HITS TO WS-MONTH-HITS
               END-IF
           END-IF.
           IF WS-FOUND-IDX = 0
               IF EXPO-DATE(1:6) = WS-REPORT-PERIOD
                   ADD 1 TO WS-UNKNOWN-DAYS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MST-DAYS-ALL(WS-FOUND-IDX).
           IF EXPO-DATE > WS-MST-LAST-SHOWN(WS-FOUND-IDX)
               MOVE EXPO-DATE TO WS-MST-LAST-SHOWN(WS-FOUND-IDX)
           END-IF.
           IF EXPO-DATE(1:6) NOT = WS-REPORT-PERIOD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MST-DAYS-MON(WS-FOUND-IDX).
           IF EXPO-SERVED-HITS IS NUMERIC
               ADD EXPO-SERVED-HITS TO WS-MST-HITS-MON(WS-FOUND-IDX)
           END-IF.
           IF NOT EXPO-FACT-ELIGIBLE
                   OR WS-MST-ACTIVE(WS-FOUND-IDX) NOT = "A"
               ADD 1 TO WS-MST-STALE-MON(WS-FOUND-IDX)
           END-IF.

       5200-REPORT-ONE-CATEGORY.
      *> A category is reported for a site when it is in the
      *> site's pool or the site showed one of its facts anyway
      *> (the picker falls back to the whole pool when a
      *> preferred category has nothing eligible).
           MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-WANT-CAT.
           PERFORM 5250-CHECK-CATEGORY-IN-POOL.
           MOVE 0 TO WS-CAT-DAYS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MST-COUNT
               IF WS-MST-CATEGORY(WS-IDX) = WS-WANT-CAT
                   ADD WS-MST-DAYS-MON(WS-IDX) TO WS-CAT-DAYS
               END-IF
           END-PERFORM.
           IF WS-IN-POOL = "N" AND WS-CAT-DAYS = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           MOVE WS-CAT-ELIGIBLE(WS-CAT-IDX) TO WS-COUNT-DISP.
           MOVE WS-CAT-DAYS TO WS-DAYS-DISP.
           DISPLAY " CATEGORY " WS-WANT-CAT
                   "  ELIGIBLE " WS-COUNT-DISP
                   "  DAYS SHOWN " WS-DAYS-DISP.
           DISPLAY " -------------------------------------------".
           PERFORM 5300-LIST-NEVER-SHOWN.
           PERFORM 5400-LIST-MOST-SHOWN.
           PERFORM 5500-LIST-STALE-PICKS.

       5250-CHECK-CATEGORY-IN-POOL.
           MOVE "N" TO WS-IN-POOL.
           IF WS-SITE-ALL-CATS(WS-SITE-IDX) = "Y"
               MOVE "Y" TO WS-IN-POOL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCAT-COUNT OR WS-IN-POOL = "Y"
               IF WS-SCAT-SITE(WS-IDX) = WS-SITE-IDX
                       AND WS-SCAT-NAME(WS-IDX) = WS-WANT-CAT
                   MOVE "Y" TO WS-IN-POOL
               END-IF
           END-PERFORM.

       5300-LIST-NEVER-SHOWN.
      *> Never shown means never on this site's permanent record -
      *> an eligible fact the visitors have not once been offered.
           DISPLAY "   NEVER SHOWN:".
           MOVE 0 TO WS-LISTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MST-COUNT
               IF WS-MST-CATEGORY(WS-IDX) = WS-WANT-CAT
                       AND WS-MST-ACTIVE(WS-IDX) = "A"
                       AND WS-MST-DAYS-ALL(WS-IDX) = 0
                   ADD 1 TO WS-LISTED
                   DISPLAY "     " WS-MST-ID(WS-IDX) " "
                           WS-MST-TEXT(WS-IDX)(1:60)
               END-IF
           END-PERFORM.
           IF WS-LISTED = 0
               DISPLAY "     (NONE - EVERY ACTIVE FACT HAS BEEN SHOWN)"
           END-IF.

       5400-LIST-MOST-SHOWN.
      *> The five facts shown on the most days of the period,
      *> served hits breaking a tie.
           DISPLAY "   SHOWN THE MOST:".
           DISPLAY "     RK  FACT  DAYS        HITS  LAST SHOWN".
           MOVE 0 TO WS-RANK.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-RANK >= 5 OR WS-BEST-IDX = 0
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MST-COUNT
                   IF WS-MST-CATEGORY(WS-IDX) = WS-WANT-CAT
                           AND WS-MST-LISTED(WS-IDX) = "N"
                           AND WS-MST-DAYS-MON(WS-IDX) > 0
                       IF WS-BEST-IDX = 0
                           MOVE WS-IDX TO WS-BEST-IDX
                       ELSE
                           IF WS-MST-DAYS-MON(WS-IDX)
                                   > WS-MST-DAYS-MON(WS-BEST-IDX)
                               OR (WS-MST-DAYS-MON(WS-IDX)
                                   = WS-MST-DAYS-MON(WS-BEST-IDX)
                               AND WS-MST-HITS-MON(WS-IDX)
                                   > WS-MST-HITS-MON(WS-BEST-IDX))
                               MOVE WS-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX > 0
                   ADD 1 TO WS-RANK
                   MOVE "Y" TO WS-MST-LISTED(WS-BEST-IDX)
                   MOVE WS-RANK TO WS-RANK-DISP
                   MOVE WS-MST-DAYS-MON(WS-BEST-IDX) TO WS-DAYS-DISP
                   MOVE WS-MST-HITS-MON(WS-BEST-IDX) TO WS-HITS-DISP
                   DISPLAY "     " WS-RANK-DISP "  "
                           WS-MST-ID(WS-BEST-IDX) "  "
                           WS-DAYS-DISP " " WS-HITS-DISP "  "
                           WS-MST-LAST-SHOWN(WS-BEST-IDX)
               END-IF
           END-PERFORM.
           IF WS-RANK = 0
               DISPLAY "     (NOT SHOWN IN THIS PERIOD)"
           END-IF.

       5500-LIST-STALE-PICKS.
      *> A retired or out-of-range fact still being picked: it was
      *> already withdrawn on the day it was shown, or the master
      *> has retired it since and it was shown this period.
           DISPLAY "   RETIRED BUT STILL PICKED:".
           MOVE 0 TO WS-LISTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MST-COUNT
               IF WS-MST-CATEGORY(WS-IDX) = WS-WANT-CAT
                       AND WS-MST-STALE-MON(WS-IDX) > 0
                   ADD 1 TO WS-LISTED
                   ADD 1 TO WS-STALE-PICKS
                   MOVE WS-MST-STALE-MON(WS-IDX) TO WS-DAYS-DISP
                   DISPLAY "     " WS-MST-ID(WS-IDX) " FLAG "
                           WS-MST-ACTIVE(WS-IDX) " DAYS "
                           WS-DAYS-DISP " LAST "
                           WS-MST-LAST-SHOWN(WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-LISTED = 0
               DISPLAY "     (NONE)"
           END-IF.

       5600-REPORT-CATEGORY-COVERAGE.
      *> Every category the site's config rows name must hold at
      *> least one more eligible fact than the no-repeat window is
      *> long, or the picker runs out and repeats (or falls back
      *> to the whole pool) inside the window.
           DISPLAY " ".
           MOVE WS-WINDOW-NEED TO WS-NEED-DISP.
           DISPLAY " CONFIGURED CATEGORY COVERAGE (NEED "
                   FUNCTION TRIM(WS-NEED-DISP) " ELIGIBLE)".
           DISPLAY " -------------------------------------------".
           MOVE 0 TO WS-LISTED.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SCAT-COUNT
               IF WS-SCAT-SITE(WS-JDX) = WS-SITE-IDX
                   ADD 1 TO WS-LISTED
                   PERFORM 5650-CHECK-ONE-CATEGORY
               END-IF
           END-PERFORM.
           IF WS-LISTED = 0
               DISPLAY "   (NO CATEGORY NAMED - DRAWS ON THE WHOLE "
                       "POOL)"
           END-IF.

       5650-CHECK-ONE-CATEGORY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR WS-FOUND-IDX > 0
               IF WS-CAT-NAME(WS-IDX) = WS-SCAT-NAME(WS-JDX)
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               MOVE 0 TO WS-COUNT-DISP
           ELSE
               MOVE WS-CAT-ELIGIBLE(WS-FOUND-IDX) TO WS-COUNT-DISP
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-SHORT-CATEGORIES
               DISPLAY "   " WS-SCAT-NAME(WS-JDX) " ELIGIBLE "
                       WS-COUNT-DISP "  SHORT - NO FACTS ON THE MASTER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-ELIGIBLE(WS-FOUND-IDX) < WS-WINDOW-NEED
               ADD 1 TO WS-SHORT-CATEGORIES
               DISPLAY "   " WS-SCAT-NAME(WS-JDX) " ELIGIBLE "
                       WS-COUNT-DISP "  SHORT - ADD FACTS VIA COBOLFCT"
           ELSE
               DISPLAY "   " WS-SCAT-NAME(WS-JDX) " ELIGIBLE "
                       WS-COUNT-DISP "  OK"
           END-IF.

       8000-PRINT-SUMMARY.
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! FACT EXPOSURE RUN "
                   WS-CURRENT-STAMP(1:8).
           DISPLAY "=================================================".
           MOVE WS-SITE-COUNT TO WS-COUNT-DISP.
           DISPLAY " SITES WORKED .............. " WS-COUNT-DISP.
           MOVE WS-DAYS-RECORDED TO WS-COUNT-DISP.
           DISPLAY " DAYS RECORDED ............. " WS-COUNT-DISP.
           IF WS-REPORT-PERIOD NOT = SPACES
               DISPLAY " COVERAGE REPORT PERIOD .... " WS-REPORT-PERIOD
               MOVE WS-SHORT-CATEGORIES TO WS-COUNT-DISP
               DISPLAY " SHORT CATEGORIES .......... " WS-COUNT-DISP
               MOVE WS-STALE-PICKS TO WS-COUNT-DISP
               DISPLAY " RETIRED FACTS PICKED ...... " WS-COUNT-DISP
           END-IF.
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
           MOVE WS-DAYS-RECORDED TO WS-OPS-NUM1.
           MOVE WS-SHORT-CATEGORIES TO WS-OPS-NUM2.
           MOVE WS-STALE-PICKS TO WS-OPS-NUM3.
           STRING FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                  " DAYS RECORDED, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM2) DELIMITED BY SIZE
                  " SHORT CATEGORIES, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM3) DELIMITED BY SIZE
                  " STALE PICKS" DELIMITED BY SIZE
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
               DISPLAY "COBOLFEX: UNABLE TO WRITE THE OPERATIONS "
                       "STATUS ROW, STATUS " WS-OPSSTAT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO OPSS-RECORD.
           MOVE WS-CURRENT-STAMP(1:8) TO OPSS-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO OPSS-TIME.
           MOVE "COBOLFEX" TO OPSS-JOB.
           MOVE WS-OPS-SEVERITY TO OPSS-SEVERITY.
           MOVE RETURN-CODE TO OPSS-RC.
           MOVE WS-OPS-DETAIL TO OPSS-DETAIL.
           WRITE OPSS-RECORD.
           CLOSE OPS-STATUS-FILE.
