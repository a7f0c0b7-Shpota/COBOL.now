       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATETBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CHGREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT FEED-FILE ASSIGN TO "CHGFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
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

       DATA DIVISION.
          FILE SECTION.
          FD CONFIG-FILE.
             COPY CONFGREC.

          FD RATE-FILE.
             COPY RATEREC.

          FD REGISTER-FILE.
             COPY CREGREC.

          FD FEED-FILE.
             COPY CHGFREC.

          FD LOG-FILE.
          01 LOG-RECORD PIC X(350).

          FD CATALOG-FILE.
             COPY ARCHREC.

          FD ARCH-FILE.
          01 ARCH-IN-RECORD PIC X(350).

          FD OPS-STATUS-FILE.
             COPY OPSSREC.

          WORKING-STORAGE SECTION.
          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-RATE-STATUS PIC XX VALUE SPACES.
          01 WS-REG-STATUS PIC XX VALUE SPACES.
          01 WS-FEED-STATUS PIC XX VALUE SPACES.
          01 WS-LOG-STATUS PIC XX VALUE SPACES.
          01 WS-CATALOG-STATUS PIC XX VALUE SPACES.
          01 WS-ARCH-STATUS PIC XX VALUE SPACES.
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.
          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
             05 WS-OPS-NUM1 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-AMOUNT PIC Z(10)9.99 VALUE ZERO.
             05 WS-OPS-POINTER PIC 9(4) COMP VALUE 1.

          01 WS-FILE-NAMES.
             05 WS-LOG-FILE-NAME PIC X(44)
                VALUE "COBOLLOG.DAT".
             05 WS-CATALOG-FILE-NAME PIC X(44)
                VALUE "ARCHCAT.DAT".
             05 WS-ARCH-FILE-NAME PIC X(44) VALUE SPACES.

          01 WS-ENV-NAME PIC X(32).
          01 WS-CURRENT-STAMP PIC X(21) VALUE SPACES.
          01 WS-CURRENT-PERIOD PIC X(6) VALUE SPACES.

      *> The month being billed. BILL_PERIOD (YYYYMM) bills any
      *> closed month; left unset, the month-end run bills the
      *> month just closed. REBILL=Y lets a month already on the
      *> billing register be billed again.
          01 WS-BILL-PERIOD PIC X(6) VALUE SPACES.
          01 WS-BILL-FIRST-DAY PIC X(8) VALUE SPACES.
          01 WS-REBILL-REQUEST PIC X VALUE SPACE.
          01 WS-REBILL-FLAG PIC X VALUE SPACE.
          01 WS-LAST-BILLED-DATE PIC X(8) VALUE SPACES.
          01 WS-PERIOD-MATH.
             05 WS-PM-YEAR PIC 9(4) VALUE 0.
             05 WS-PM-MONTH PIC 9(4) VALUE 0.
             05 WS-PM-TOTAL PIC 9(8) VALUE 0.

      *> The five billable usage items, in statement order, with
      *> the rate each is priced at this month. Every audit record
      *> of the month is billed under exactly one of them: a
      *> served POST is a guestbook post, not a page as well.
          01 WS-ITEM-NAME-VALUES.
             05 FILLER PIC X(8) VALUE "HTML".
             05 FILLER PIC X(8) VALUE "JSON".
             05 FILLER PIC X(8) VALUE "NOTMOD".
             05 FILLER PIC X(8) VALUE "BLOCKED".
             05 FILLER PIC X(8) VALUE "GBPOST".
          01 WS-ITEM-NAMES REDEFINES WS-ITEM-NAME-VALUES.
             05 WS-ITEM-NAME PIC X(8) OCCURS 5 TIMES.
          01 WS-ITEM-LABEL-VALUES.
             05 FILLER PIC X(24) VALUE "HTML PAGES SERVED".
             05 FILLER PIC X(24) VALUE "JSON API CALLS".
             05 FILLER PIC X(24) VALUE "NOT-MODIFIED RESPONSES".
             05 FILLER PIC X(24) VALUE "BLOCKED REQUESTS".
             05 FILLER PIC X(24) VALUE "GUESTBOOK POSTS".
          01 WS-ITEM-LABELS REDEFINES WS-ITEM-LABEL-VALUES.
             05 WS-ITEM-LABEL PIC X(24) OCCURS 5 TIMES.
          01 WS-ITEM-RATES.
             05 WS-ITEM-RATE-ENTRY OCCURS 5 TIMES.
                10 WS-ITEM-RATE PIC 9(3)V9(6).
                10 WS-ITEM-RATE-DATE PIC X(8).
          01 WS-ITEM-COUNT PIC 9(4) COMP VALUE 5.
          01 WS-ITEM-IDX PIC 9(4) COMP VALUE 0.

          01 WS-RATE-TABLE.
             05 WS-RATE-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-RATE-ENTRY OCCURS 200 TIMES.
                10 WS-RT-EFF-DATE PIC X(8).
                10 WS-RT-ITEM PIC X(8).
                10 WS-RT-PRICE PIC 9(3)V9(6).

      *> One entry per distinct site code in the config dataset -
      *> each is billed from its own audit log, archive catalog
      *> and archives. A blank code is the default site's
      *> original dataset names.
          01 WS-SITE-TABLE.
             05 WS-SITE-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-SITE-ENTRY OCCURS 50 TIMES.
                10 WS-SITE-LABEL PIC X(30).
                10 WS-SITE-CODE PIC X(8).
                10 WS-SITE-UNITS PIC 9(9) COMP OCCURS 5 TIMES.
                10 WS-SITE-AMOUNT PIC 9(9)V99 OCCURS 5 TIMES.
                10 WS-SITE-TOTAL PIC 9(9)V99.
                10 WS-SITE-ESTIMATED PIC X.
          01 WS-SITE-IDX PIC 9(4) COMP VALUE 0.

          01 WS-LOG-FIELDS.
             05 WS-LOG-STAMP PIC X(21) VALUE SPACES.
             05 WS-LOG-ADDR PIC X(40) VALUE SPACES.
             05 WS-LOG-HOST PIC X(60) VALUE SPACES.
             05 WS-LOG-DISP PIC X VALUE SPACE.
             05 WS-LOG-METHOD PIC X(8) VALUE SPACES.
             05 WS-LOG-FORMAT PIC X(4) VALUE SPACES.

          01 WS-TALLY-VARS.
             05 WS-CHG-RECORD PIC X(350) VALUE SPACES.
             05 WS-CHG-AMOUNT PIC 9(9) COMP VALUE 0.
             05 WS-RECORDS-BILLED PIC 9(9) COMP VALUE 0.

          01 WS-MONEY-VARS.
             05 WS-GRAND-TOTAL PIC 9(11)V99 VALUE 0.
             05 WS-FEED-COUNT PIC 9(9) VALUE 0.
             05 WS-ALL-UNITS PIC 9(9) COMP OCCURS 5 TIMES.
             05 WS-ALL-AMOUNT PIC 9(11)V99 OCCURS 5 TIMES.

          01 WS-WORK-VARS.
             05 WS-IDX PIC 9(4) COMP VALUE 0.
             05 WS-FOUND PIC X VALUE "N".
             05 WS-RATES-MISSING PIC X VALUE "N".

          01 WS-PRINT-FIELDS.
             05 WS-UNITS-DISP PIC ZZZ,ZZZ,ZZ9.
             05 WS-RATE-DISP PIC ZZ9.999999.
             05 WS-AMOUNT-DISP PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             05 WS-COUNT-DISP PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-RATES.
           PERFORM 1700-CHECK-REGISTER.
           PERFORM 2000-TALLY-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           PERFORM 3000-PRICE-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           PERFORM 4000-WRITE-FINANCE-FEED.
           PERFORM 4500-UPDATE-REGISTER.
           PERFORM 5000-PRINT-STATEMENT
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9500-WRITE-OPS-STATUS.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:6) TO WS-CURRENT-PERIOD.
           MOVE "BILL_PERIOD" TO WS-ENV-NAME.
           MOVE SPACES TO WS-BILL-PERIOD.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-BILL-PERIOD FROM ENVIRONMENT-VALUE.
           IF WS-BILL-PERIOD = SPACES
      *> The month just closed falls out of whole-month arithmetic
      *> the same way COBOLARC's retention cutoff does.
               MOVE WS-CURRENT-PERIOD(1:4) TO WS-PM-YEAR
               MOVE WS-CURRENT-PERIOD(5:2) TO WS-PM-MONTH
               COMPUTE WS-PM-TOTAL =
                   WS-PM-YEAR * 12 + WS-PM-MONTH - 2
               COMPUTE WS-PM-YEAR = WS-PM-TOTAL / 12
               COMPUTE WS-PM-MONTH =
                   FUNCTION MOD(WS-PM-TOTAL 12) + 1
               MOVE WS-PM-YEAR TO WS-BILL-PERIOD(1:4)
               MOVE WS-PM-MONTH(3:2) TO WS-BILL-PERIOD(5:2)
           END-IF.
           IF WS-BILL-PERIOD IS NOT NUMERIC
                   OR WS-BILL-PERIOD(5:2) < "01"
                   OR WS-BILL-PERIOD(5:2) > "12"
               DISPLAY "COBOLCHG: BILL_PERIOD " WS-BILL-PERIOD
                       " IS NOT YYYYMM"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
      *> A month still open is still taking traffic; billing it
      *> now would send finance a figure that is already wrong.
           IF WS-BILL-PERIOD >= WS-CURRENT-PERIOD
               DISPLAY "COBOLCHG: PERIOD " WS-BILL-PERIOD
                       " IS NOT CLOSED YET - NOT BILLED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           MOVE WS-BILL-PERIOD TO WS-BILL-FIRST-DAY(1:6).
           MOVE "01" TO WS-BILL-FIRST-DAY(7:2).
           MOVE "REBILL" TO WS-ENV-NAME.
           MOVE SPACE TO WS-REBILL-REQUEST.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-REBILL-REQUEST FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-REBILL-REQUEST)
               TO WS-REBILL-REQUEST.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE 0 TO WS-ALL-UNITS(WS-ITEM-IDX)
               MOVE 0 TO WS-ALL-AMOUNT(WS-ITEM-IDX)
           END-PERFORM.
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
               DISPLAY "COBOLCHG: SITE TABLE FULL, "
                       FUNCTION TRIM(CONFG-SITE) " NOT BILLED"
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

       1500-LOAD-RATES.
      *> Every item must have a rate in effect for the month -
      *> a statement with an unpriced line would go to finance
      *> short, so a gap stops the run before anything is
      *> written.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "COBOLCHG: UNABLE TO OPEN THE RATE TABLE, "
                       "STATUS " WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RATE-STATUS NOT = "00"
               READ RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1550-STORE-RATE
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           MOVE "N" TO WS-RATES-MISSING.
           PERFORM 1600-RESOLVE-ITEM-RATE
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
           IF WS-RATES-MISSING = "Y"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.

       1550-STORE-RATE.
           IF RATE-ITEM = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF RATE-EFF-DATE IS NOT NUMERIC
                   OR RATE-UNIT-PRICE IS NOT NUMERIC
               DISPLAY "COBOLCHG: RATE ROW IGNORED - BAD DATE OR "
                       "PRICE: " FUNCTION TRIM(RATE-RECORD)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-COUNT OR WS-FOUND = "Y"
               IF WS-ITEM-NAME(WS-IDX) = RATE-ITEM
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY "COBOLCHG: RATE ROW IGNORED - UNKNOWN ITEM '"
                       FUNCTION TRIM(RATE-ITEM) "'"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-COUNT >= 200
               DISPLAY "COBOLCHG: RATE TABLE FULL, ROWS FROM "
                       RATE-EFF-DATE " " FUNCTION TRIM(RATE-ITEM)
                       " ON NOT LOADED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT).
           MOVE RATE-ITEM TO WS-RT-ITEM(WS-RATE-COUNT).
           MOVE RATE-UNIT-PRICE TO WS-RT-PRICE(WS-RATE-COUNT).

       1600-RESOLVE-ITEM-RATE.
      *> The rate for the month is the one with the latest
      *> effective date on or before the month's first day.
           MOVE SPACES TO WS-ITEM-RATE-DATE(WS-ITEM-IDX).
           MOVE 0 TO WS-ITEM-RATE(WS-ITEM-IDX).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RATE-COUNT
               IF WS-RT-ITEM(WS-IDX) = WS-ITEM-NAME(WS-ITEM-IDX)
                       AND WS-RT-EFF-DATE(WS-IDX)
                           <= WS-BILL-FIRST-DAY
                       AND (WS-ITEM-RATE-DATE(WS-ITEM-IDX) = SPACES
                           OR WS-RT-EFF-DATE(WS-IDX)
                               > WS-ITEM-RATE-DATE(WS-ITEM-IDX))
                   MOVE WS-RT-EFF-DATE(WS-IDX)
                       TO WS-ITEM-RATE-DATE(WS-ITEM-IDX)
                   MOVE WS-RT-PRICE(WS-IDX)
                       TO WS-ITEM-RATE(WS-ITEM-IDX)
               END-IF
           END-PERFORM.
           IF WS-ITEM-RATE-DATE(WS-ITEM-IDX) = SPACES
               DISPLAY "COBOLCHG: NO "
                       FUNCTION TRIM(WS-ITEM-NAME(WS-ITEM-IDX))
                       " RATE IN EFFECT ON " WS-BILL-FIRST-DAY
                       " - NOTHING BILLED"
               MOVE "Y" TO WS-RATES-MISSING
           END-IF.

       1700-CHECK-REGISTER.
      *> One feed per month reaches finance unless a rebill is
      *> asked for; a missing register is a first run.
           MOVE SPACES TO WS-LAST-BILLED-DATE.
           OPEN INPUT REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "COBOLCHG: UNABLE TO OPEN THE BILLING "
                       "REGISTER, STATUS " WS-REG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-REG-STATUS NOT = "00"
               READ REGISTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CREG-PERIOD = WS-BILL-PERIOD
                           MOVE CREG-BILLED-DATE
                               TO WS-LAST-BILLED-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
           IF WS-LAST-BILLED-DATE = SPACES
               IF WS-REBILL-REQUEST = "Y"
                   DISPLAY "COBOLCHG: REBILL ASKED FOR BUT PERIOD "
                           WS-BILL-PERIOD " WAS NEVER BILLED - "
                           "BILLING IT NORMALLY"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-REBILL-REQUEST NOT = "Y"
               DISPLAY "COBOLCHG: PERIOD " WS-BILL-PERIOD
                       " WAS ALREADY BILLED ON " WS-LAST-BILLED-DATE
                       " - SET REBILL=Y TO BILL IT AGAIN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           MOVE "R" TO WS-REBILL-FLAG.

       2000-TALLY-ONE-SITE.
           PERFORM 1200-BUILD-SITE-FILE-NAMES.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE 0 TO WS-SITE-UNITS(WS-SITE-IDX, WS-ITEM-IDX)
               MOVE 0 TO WS-SITE-AMOUNT(WS-SITE-IDX, WS-ITEM-IDX)
           END-PERFORM.
           MOVE 0 TO WS-SITE-TOTAL(WS-SITE-IDX).
           MOVE "N" TO WS-SITE-ESTIMATED(WS-SITE-IDX).
           PERFORM 2100-WALK-ARCHIVE-CATALOG.
           PERFORM 2300-TALLY-LIVE-LOG.

       2100-WALK-ARCHIVE-CATALOG.
      *> A closed month has usually been rolled off the live log
      *> by COBOLARC into a dated archive listed in the catalog.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "COBOLCHG: UNABLE TO OPEN THE ARCHIVE "
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
                       IF ARCH-PERIOD = WS-BILL-PERIOD
                           PERFORM 2200-TALLY-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       2200-TALLY-ONE-ARCHIVE.
      *> A purged or unreadable archive leaves only the catalog's
      *> served count, with no split by format or method - it is
      *> billed as HTML pages and the statement says so.
           IF ARCH-DATASET NOT = SPACES
               MOVE ARCH-DATASET TO WS-ARCH-FILE-NAME
               OPEN INPUT ARCH-FILE
               IF WS-ARCH-STATUS = "00"
                   PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                       READ ARCH-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE ARCH-IN-RECORD TO WS-CHG-RECORD
                               PERFORM 2400-TALLY-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-FILE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "COBOLCHG: UNABLE TO OPEN ARCHIVE "
                       FUNCTION TRIM(WS-ARCH-FILE-NAME)
                       ", STATUS " WS-ARCH-STATUS
                       " - BILLING THE CATALOG COUNT"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF ARCH-SERVED-COUNT IS NUMERIC
               MOVE ARCH-SERVED-COUNT TO WS-CHG-AMOUNT
           ELSE
               MOVE ARCH-REC-COUNT TO WS-CHG-AMOUNT
           END-IF.
           ADD WS-CHG-AMOUNT TO WS-SITE-UNITS(WS-SITE-IDX, 1).
           ADD WS-CHG-AMOUNT TO WS-RECORDS-BILLED.
           MOVE "Y" TO WS-SITE-ESTIMATED(WS-SITE-IDX).

       2300-TALLY-LIVE-LOG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "COBOLCHG: UNABLE TO OPEN THE AUDIT LOG "
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
                       MOVE LOG-RECORD TO WS-CHG-RECORD
                       PERFORM 2400-TALLY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.

       2400-TALLY-ONE-RECORD.
      *> Disposition B is a blocklist refusal and N a not-modified
      *> answer; anything else was served - a record written
      *> before the disposition field existed parses to a blank
      *> disposition and was served. A served POST is a guestbook
      *> post; other served requests are JSON or, when the format
      *> is anything else or was never logged, an HTML page.
           IF WS-CHG-RECORD(1:6) NOT = WS-BILL-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOG-FIELDS.
           UNSTRING WS-CHG-RECORD DELIMITED BY ALL " "
               INTO WS-LOG-STAMP WS-LOG-ADDR WS-LOG-HOST
                    WS-LOG-DISP WS-LOG-METHOD WS-LOG-FORMAT
           END-UNSTRING.
           IF WS-LOG-STAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
      *> A maintenance holding page (M) is our outage, not the
      *> site's usage, and is never billed.
           IF WS-LOG-DISP = "M"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-LOG-DISP = "B"
                   MOVE 4 TO WS-ITEM-IDX
               WHEN WS-LOG-DISP = "N"
                   MOVE 3 TO WS-ITEM-IDX
               WHEN WS-LOG-METHOD = "POST"
                   MOVE 5 TO WS-ITEM-IDX
               WHEN WS-LOG-FORMAT = "JSON"
                   MOVE 2 TO WS-ITEM-IDX
               WHEN OTHER
                   MOVE 1 TO WS-ITEM-IDX
           END-EVALUATE.
           ADD 1 TO WS-SITE-UNITS(WS-SITE-IDX, WS-ITEM-IDX).
           ADD 1 TO WS-RECORDS-BILLED.

       3000-PRICE-ONE-SITE.
      *> Each line is rounded to the cent on its own, and the
      *> site's total is the sum of its rounded lines, so the
      *> statement, the feed and the trailer all foot.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               COMPUTE WS-SITE-AMOUNT(WS-SITE-IDX, WS-ITEM-IDX)
                   ROUNDED =
                   WS-SITE-UNITS(WS-SITE-IDX, WS-ITEM-IDX)
                       * WS-ITEM-RATE(WS-ITEM-IDX)
               ADD WS-SITE-AMOUNT(WS-SITE-IDX, WS-ITEM-IDX)
                   TO WS-SITE-TOTAL(WS-SITE-IDX)
               ADD WS-SITE-UNITS(WS-SITE-IDX, WS-ITEM-IDX)
                   TO WS-ALL-UNITS(WS-ITEM-IDX)
               ADD WS-SITE-AMOUNT(WS-SITE-IDX, WS-ITEM-IDX)
                   TO WS-ALL-AMOUNT(WS-ITEM-IDX)
           END-PERFORM.
           ADD WS-SITE-TOTAL(WS-SITE-IDX) TO WS-GRAND-TOTAL.

       4000-WRITE-FINANCE-FEED.
      *> The feed is complete before the register hears of it: a
      *> run that dies part way leaves the month unbilled, and a
      *> plain rerun produces the feed from scratch.
           OPEN OUTPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "COBOLCHG: UNABLE TO WRITE THE FINANCE "
                       "FEED, STATUS " WS-FEED-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO CHGF-RECORD.
           SET CHGF-IS-HEADER TO TRUE.
           MOVE WS-BILL-PERIOD TO CHGF-PERIOD.
           MOVE WS-CURRENT-STAMP(1:8) TO CHGF-RUN-DATE.
           MOVE WS-REBILL-FLAG TO CHGF-REBILL.
           WRITE CHGF-RECORD.
           MOVE 0 TO WS-FEED-COUNT.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   PERFORM 4100-WRITE-FEED-DETAIL
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO CHGF-RECORD.
           SET CHGF-IS-TRAILER TO TRUE.
           MOVE WS-BILL-PERIOD TO CHGF-PERIOD.
           MOVE WS-FEED-COUNT TO CHGF-REC-COUNT.
           MOVE WS-GRAND-TOTAL TO CHGF-AMOUNT-TOTAL.
           WRITE CHGF-RECORD.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "COBOLCHG: UNABLE TO COMPLETE THE FINANCE "
                       "FEED, STATUS " WS-FEED-STATUS
               CLOSE FEED-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           CLOSE FEED-FILE.

       4100-WRITE-FEED-DETAIL.
           MOVE SPACES TO CHGF-RECORD.
           SET CHGF-IS-DETAIL TO TRUE.
           MOVE WS-BILL-PERIOD TO CHGF-PERIOD.
           IF WS-SITE-CODE(WS-SITE-IDX) = SPACES
               MOVE "DEFAULT" TO CHGF-SITE
           ELSE
               MOVE WS-SITE-CODE(WS-SITE-IDX) TO CHGF-SITE
           END-IF.
           MOVE WS-ITEM-NAME(WS-ITEM-IDX) TO CHGF-ITEM.
           MOVE WS-SITE-UNITS(WS-SITE-IDX, WS-ITEM-IDX) TO CHGF-UNITS.
           MOVE WS-ITEM-RATE(WS-ITEM-IDX) TO CHGF-RATE.
           MOVE WS-SITE-AMOUNT(WS-SITE-IDX, WS-ITEM-IDX)
               TO CHGF-AMOUNT.
           WRITE CHGF-RECORD.
           ADD 1 TO WS-FEED-COUNT.

       4500-UPDATE-REGISTER.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REG-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "COBOLCHG: FEED WRITTEN BUT UNABLE TO UPDATE "
                       "THE BILLING REGISTER, STATUS " WS-REG-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CREG-RECORD.
           MOVE WS-BILL-PERIOD TO CREG-PERIOD.
           MOVE WS-CURRENT-STAMP(1:8) TO CREG-BILLED-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO CREG-BILLED-TIME.
           MOVE WS-SITE-COUNT TO CREG-SITES.
           MOVE WS-FEED-COUNT TO CREG-REC-COUNT.
           MOVE WS-GRAND-TOTAL TO CREG-AMOUNT-TOTAL.
           MOVE WS-REBILL-FLAG TO CREG-REBILL.
           WRITE CREG-RECORD.
           CLOSE REGISTER-FILE.

       5000-PRINT-STATEMENT.
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! USAGE CHARGEBACK STATEMENT".
           DISPLAY " PERIOD ........ " WS-BILL-PERIOD.
           DISPLAY " SITE .......... "
                   FUNCTION TRIM(WS-SITE-LABEL(WS-SITE-IDX)).
           IF WS-SITE-CODE(WS-SITE-IDX) = SPACES
               DISPLAY " SITE CODE ..... DEFAULT"
           ELSE
               DISPLAY " SITE CODE ..... " WS-SITE-CODE(WS-SITE-IDX)
           END-IF.
           DISPLAY " ISSUED ........ " WS-CURRENT-STAMP(1:8).
           IF WS-REBILL-FLAG = "R"
               DISPLAY " REBILL - SUPERSEDES THE STATEMENT ISSUED "
                       WS-LAST-BILLED-DATE
           END-IF.
           DISPLAY "=================================================".
           DISPLAY " ITEM                           UNITS  UNIT RATE"
                   "            AMOUNT".
           DISPLAY " ------------------------ ----------- ----------"
                   " -----------------".
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE WS-SITE-UNITS(WS-SITE-IDX, WS-ITEM-IDX)
                   TO WS-UNITS-DISP
               MOVE WS-ITEM-RATE(WS-ITEM-IDX) TO WS-RATE-DISP
               MOVE WS-SITE-AMOUNT(WS-SITE-IDX, WS-ITEM-IDX)
                   TO WS-AMOUNT-DISP
               DISPLAY " " WS-ITEM-LABEL(WS-ITEM-IDX) " "
                       WS-UNITS-DISP " " WS-RATE-DISP " "
                       WS-AMOUNT-DISP
           END-PERFORM.
           DISPLAY "                                                "
                   " -----------------".
           MOVE WS-SITE-TOTAL(WS-SITE-IDX) TO WS-AMOUNT-DISP.
           DISPLAY " TOTAL DUE                                       "
                   WS-AMOUNT-DISP.
           IF WS-SITE-ESTIMATED(WS-SITE-IDX) = "Y"
               DISPLAY " "
               DISPLAY " NOTE: PART OF THE MONTH'S ARCHIVE IS PURGED "
                       "OR UNREADABLE; ITS"
               DISPLAY " SERVED HITS ARE BILLED AS HTML PAGES FROM "
                       "THE CATALOG COUNT."
           END-IF.
           DISPLAY " ".

       8000-PRINT-SUMMARY.
           DISPLAY "=================================================".
           DISPLAY " CHARGEBACK SUMMARY, ALL SITES, PERIOD "
                   WS-BILL-PERIOD.
           DISPLAY "=================================================".
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE WS-ALL-UNITS(WS-ITEM-IDX) TO WS-UNITS-DISP
               MOVE WS-ITEM-RATE(WS-ITEM-IDX) TO WS-RATE-DISP
               MOVE WS-ALL-AMOUNT(WS-ITEM-IDX) TO WS-AMOUNT-DISP
               DISPLAY " " WS-ITEM-LABEL(WS-ITEM-IDX) " "
                       WS-UNITS-DISP " " WS-RATE-DISP " "
                       WS-AMOUNT-DISP
           END-PERFORM.
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY " TOTAL BILLED                                    "
                   WS-AMOUNT-DISP.
           MOVE WS-SITE-COUNT TO WS-COUNT-DISP.
           DISPLAY " SITES BILLED .............. " WS-COUNT-DISP.
           MOVE WS-FEED-COUNT TO WS-UNITS-DISP.
           DISPLAY " FEED DETAIL RECORDS ....... " WS-UNITS-DISP.
           MOVE WS-RECORDS-BILLED TO WS-UNITS-DISP.
           DISPLAY " REQUESTS BILLED ........... " WS-UNITS-DISP.
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
           MOVE WS-SITE-COUNT TO WS-OPS-NUM1.
           MOVE WS-GRAND-TOTAL TO WS-OPS-AMOUNT.
           IF RETURN-CODE > 4
               STRING "PERIOD " DELIMITED BY SIZE
                      WS-BILL-PERIOD DELIMITED BY SIZE
                      " NOT BILLED" DELIMITED BY SIZE
                      INTO WS-OPS-DETAIL
               END-STRING
           ELSE
               MOVE 1 TO WS-OPS-POINTER
               STRING "PERIOD " DELIMITED BY SIZE
                      WS-BILL-PERIOD DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                      " SITES, TOTAL " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPS-AMOUNT) DELIMITED BY SIZE
                      INTO WS-OPS-DETAIL
                      WITH POINTER WS-OPS-POINTER
               END-STRING
               IF WS-REBILL-FLAG = "R"
                   STRING " (REBILL)" DELIMITED BY SIZE
                          INTO WS-OPS-DETAIL
                          WITH POINTER WS-OPS-POINTER
                   END-STRING
               END-IF
           END-IF.
           OPEN EXTEND OPS-STATUS-FILE.
           IF WS-OPSSTAT-STATUS NOT = "00"
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF.
           IF WS-OPSSTAT-STATUS NOT = "00"
               DISPLAY "COBOLCHG: UNABLE TO WRITE THE OPERATIONS "
                       "STATUS ROW, STATUS " WS-OPSSTAT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO OPSS-RECORD.
           MOVE WS-CURRENT-STAMP(1:8) TO OPSS-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO OPSS-TIME.
           MOVE "COBOLCHG" TO OPSS-JOB.
           MOVE WS-OPS-SEVERITY TO OPSS-SEVERITY.
           MOVE RETURN-CODE TO OPSS-RC.
           MOVE WS-OPS-DETAIL TO OPSS-DETAIL.
           WRITE OPSS-RECORD.
           CLOSE OPS-STATUS-FILE.
