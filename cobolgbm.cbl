           SELECT TRAN-FILE ASSIGN TO "GBMTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT RULES-FILE ASSIGN TO "GBMRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT BLOCKLIST-FILE ASSIGN TO "BLOCKLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.
           SELECT PAGE-STAMP-FILE ASSIGN TO DYNAMIC WS-STAMP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO "OPSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSSTAT-STATUS.
           SELECT MAINT-CAL-FILE ASSIGN TO "MAINTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTCAL-STATUS.

       DATA DIVISION.
          FILE SECTION.
             COPY GBOKREC.

          FD WORK-FILE.
          01 WORK-RECORD PIC X(254).

          FD TRAN-FILE.
          01 TRAN-RECORD.
             05 FILLER PIC X.
             05 TRAN-STAMP PIC X(14).

          FD RULES-FILE.
             COPY SCRNREC.

          FD BLOCKLIST-FILE.
             COPY BLCKREC.

          FD PAGE-STAMP-FILE.
             COPY STMPREC.

          FD OPS-STATUS-FILE.
             COPY OPSSREC.

          FD MAINT-CAL-FILE.
             COPY MCALREC.

          WORKING-STORAGE SECTION.
          01 WS-GBOOK-STATUS PIC XX VALUE SPACES.
          01 WS-WORK-STATUS PIC XX VALUE SPACES.
          01 WS-TRAN-STATUS PIC XX VALUE SPACES.
          01 WS-RULES-STATUS PIC XX VALUE SPACES.
          01 WS-BLOCK-STATUS PIC XX VALUE SPACES.
          01 WS-STAMP-STATUS PIC XX VALUE SPACES.
          01 WS-GBREC-STATUS PIC XX VALUE SPACES.
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.
          01 WS-MAINTCAL-STATUS PIC XX VALUE SPACES.
          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
             05 WS-OPS-NUM1 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM2 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM3 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM4 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM5 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM6 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM7 PIC ZZZZ9 VALUE ZERO.

          01 WS-ENV-NAME PIC X(32).
          01 WS-SITE-CODE PIC X(8) VALUE SPACES.
          01 WS-GBREC-FILE-NAME PIC X(44) VALUE "GBRECENT.DAT".
          01 WS-CURRENT-STAMP PIC X(21) VALUE SPACES.

      *> The maintenance calendar window holding the run back, if
      *> any: its end and the site it names.
          01 WS-MAINT-FIELDS.
             05 WS-MAINT-NOW PIC X(14) VALUE SPACES.
             05 WS-MAINT-UNTIL PIC X(14) VALUE SPACES.
             05 WS-MAINT-SITE PIC X(8) VALUE SPACES.

          01 WS-TRAN-TABLE.
             05 WS-TRN-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-TRN-ENTRY OCCURS 500 TIMES.
                10 WS-TRN-MATCHED PIC X.
          01 WS-APPROVE-ALL PIC X VALUE "N".

      *> The screening rules, loaded once from the rule deck. Terms
      *> are held upper-cased so the match is case-blind; a link
      *> limit or duplicate window that is not set switches that
      *> rule off.
          01 WS-TERM-TABLE.
             05 WS-TERM-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-TERM-ENTRY OCCURS 100 TIMES.
                10 WS-TERM-TEXT PIC X(60).
                10 WS-TERM-LEN PIC 9(4) COMP.
                10 WS-TERM-ACTION PIC X.
          01 WS-LINK-LIMIT PIC 9(4) COMP VALUE 0.
          01 WS-LINK-LIMIT-SET PIC X VALUE "N".
          01 WS-DUP-WINDOW PIC 9(4) COMP VALUE 0.
          01 WS-RULE-NUM PIC 9(4) VALUE 0.

      *> The shared blocklist's addresses.
          01 WS-BLOCK-TABLE.
             05 WS-BLK-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-BLK-ADDR PIC X(40) OCCURS 500 TIMES.

      *> The most recent messages seen on the pass, any status, for
      *> the duplicate window - a ring, since the guestbook is in
      *> posting order and only the window's worth ever matters.
          01 WS-DUP-VARS.
             05 WS-DUP-SEEN PIC 9(9) COMP VALUE 0.
             05 WS-DUP-SLOT PIC 9(4) COMP VALUE 0.
             05 WS-DUP-USED PIC 9(4) COMP VALUE 0.
          01 WS-DUP-RING.
             05 WS-DUP-ENTRY OCCURS 500 TIMES.
                10 WS-DUP-DATE-INT PIC 9(8) COMP.
                10 WS-DUP-MSG PIC X(160).

          01 WS-SCREEN-VARS.
             05 WS-SCREEN-TEXT PIC X(192) VALUE SPACES.
             05 WS-SCREEN-MSG PIC X(160) VALUE SPACES.
             05 WS-SCREEN-DATE-INT PIC 9(8) COMP VALUE 0.
             05 WS-SCREEN-HITS PIC 9(4) COMP VALUE 0.
             05 WS-SCREEN-LINKS PIC 9(4) COMP VALUE 0.
             05 WS-SCREEN-NESTED PIC 9(4) COMP VALUE 0.
             05 WS-SCREEN-HOLD PIC X(40) VALUE SPACES.

      *> The newest three approved entries, kept in a ring during
      *> the moderation pass and written newest-first to the
      *> recent-display sidecar the CGI program reads per hit.
             05 WS-ENTRIES-APPROVED PIC 9(9) COMP VALUE 0.
             05 WS-ENTRIES-REJECTED PIC 9(9) COMP VALUE 0.
             05 WS-ENTRIES-PENDING PIC 9(9) COMP VALUE 0.
             05 WS-ENTRIES-HELD PIC 9(9) COMP VALUE 0.
             05 WS-AUTO-TERM PIC 9(9) COMP VALUE 0.
             05 WS-AUTO-LINK PIC 9(9) COMP VALUE 0.
             05 WS-AUTO-DUPE PIC 9(9) COMP VALUE 0.
             05 WS-AUTO-BLOCK PIC 9(9) COMP VALUE 0.
             05 WS-RULES-REJECTED PIC 9(5) COMP VALUE 0.

          01 WS-WORK-VARS.
             05 WS-IDX PIC 9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-CHECK-MAINT-CALENDAR.
           PERFORM 2000-LOAD-TRANSACTIONS.
           PERFORM 2500-LOAD-SCREENING-RULES.
           PERFORM 2700-LOAD-BLOCKLIST.
           PERFORM 3000-MODERATE-GUESTBOOK.
           IF WS-GBOOK-DIRTY = "Y"
               PERFORM 4000-REWRITE-GUESTBOOK
               PERFORM 5500-TOUCH-PAGE-STAMP
           END-IF.
           PERFORM 6000-PRINT-SUMMARY.
           IF (WS-TRANS-REJECTED > 0 OR WS-RULES-REJECTED > 0)
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-OPS-STATUS.
               END-STRING
           END-IF.

       1100-CHECK-MAINT-CALENDAR.
      *> A restore or an archive repair takes datasets down under
      *> a window on the maintenance calendar. While one is open
      *> for this run's site (or for *ALL) the run is deferred -
      *> rerun it once the window has closed. No calendar, no
      *> windows.
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
                       PERFORM 1110-MATCH-MAINT-WINDOW
               END-READ
           END-PERFORM.
           CLOSE MAINT-CAL-FILE.
           IF WS-MAINT-UNTIL NOT = SPACES
               DISPLAY "COBOLGBM: MAINTENANCE WINDOW OPEN FOR "
                       FUNCTION TRIM(WS-MAINT-SITE) " UNTIL "
                       WS-MAINT-UNTIL " - RUN DEFERRED"
               MOVE 4 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.

       1110-MATCH-MAINT-WINDOW.
           IF MCAL-START IS NOT NUMERIC OR MCAL-END IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF MCAL-START > WS-MAINT-NOW OR MCAL-END <= WS-MAINT-NOW
               EXIT PARAGRAPH
           END-IF.
           IF NOT MCAL-ALL-SITES AND MCAL-SITE-CODE NOT = WS-SITE-CODE
               EXIT PARAGRAPH
           END-IF.
           IF MCAL-END > WS-MAINT-UNTIL
               MOVE MCAL-END TO WS-MAINT-UNTIL
               IF MCAL-SITE-CODE = SPACES
                   MOVE "DEFAULT" TO WS-MAINT-SITE
               ELSE
                   MOVE MCAL-SITE-CODE TO WS-MAINT-SITE
               END-IF
           END-IF.

       2000-LOAD-TRANSACTIONS.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
                   ADD 1 TO WS-TRANS-REJECTED
           END-EVALUATE.

       2500-LOAD-SCREENING-RULES.
      *> No rule deck means no term, link or duplicate screening;
      *> the blocklist still screens.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = "35"
               DISPLAY "COBOLGBM: NO SCREENING RULES - ONLY THE "
                       "BLOCKLIST SCREENS"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "COBOLGBM: UNABLE TO OPEN THE SCREENING "
                       "RULES, STATUS " WS-RULES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RULES-STATUS NOT = "00"
               READ RULES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2600-STORE-SCREENING-RULE
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.

       2600-STORE-SCREENING-RULE.
           EVALUATE TRUE
               WHEN SCRN-RULE = SPACES
                   CONTINUE
               WHEN SCRN-RULE-TERM
                   IF SCRN-VALUE = SPACES
                       DISPLAY "COBOLGBM: SCREENING RULE IGNORED - "
                               "TERM IS BLANK"
                       ADD 1 TO WS-RULES-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   IF NOT SCRN-ACTION-REJECT AND NOT SCRN-ACTION-HOLD
                       DISPLAY "COBOLGBM: SCREENING RULE IGNORED - "
                               "TERM " FUNCTION TRIM(SCRN-VALUE)
                               " ACTION IS NOT R OR H"
                       ADD 1 TO WS-RULES-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-TERM-COUNT >= 100
                       DISPLAY "COBOLGBM: TERM TABLE FULL, "
                               FUNCTION TRIM(SCRN-VALUE) " IGNORED"
                       ADD 1 TO WS-RULES-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-TERM-COUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCRN-VALUE))
                       TO WS-TERM-TEXT(WS-TERM-COUNT)
                   COMPUTE WS-TERM-LEN(WS-TERM-COUNT) =
                       FUNCTION LENGTH(FUNCTION TRIM(SCRN-VALUE))
                   IF SCRN-ACTION-HOLD
                       MOVE "H" TO WS-TERM-ACTION(WS-TERM-COUNT)
                   ELSE
                       MOVE "R" TO WS-TERM-ACTION(WS-TERM-COUNT)
                   END-IF
               WHEN SCRN-RULE-LINKS
                   IF FUNCTION TRIM(SCRN-VALUE) IS NOT NUMERIC
                       DISPLAY "COBOLGBM: SCREENING RULE IGNORED - "
                               "LINK LIMIT "
                               FUNCTION TRIM(SCRN-VALUE)
                               " IS NOT A NUMBER"
                       ADD 1 TO WS-RULES-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(SCRN-VALUE) TO WS-RULE-NUM
                   MOVE WS-RULE-NUM TO WS-LINK-LIMIT
                   MOVE "Y" TO WS-LINK-LIMIT-SET
               WHEN SCRN-RULE-DUPWIN
                   IF FUNCTION TRIM(SCRN-VALUE) IS NOT NUMERIC
                       DISPLAY "COBOLGBM: SCREENING RULE IGNORED - "
                               "DUPLICATE WINDOW "
                               FUNCTION TRIM(SCRN-VALUE)
                               " IS NOT A NUMBER"
                       ADD 1 TO WS-RULES-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(SCRN-VALUE) TO WS-RULE-NUM
                   MOVE WS-RULE-NUM TO WS-DUP-WINDOW
               WHEN OTHER
                   DISPLAY "COBOLGBM: SCREENING RULE IGNORED - "
                           "UNKNOWN RULE '" FUNCTION TRIM(SCRN-RULE)
                           "'"
                   ADD 1 TO WS-RULES-REJECTED
           END-EVALUATE.

       2700-LOAD-BLOCKLIST.
      *> The same shared blocklist the CGI program answers 429
      *> from; no blocklist, no address screening.
           MOVE 0 TO WS-BLK-COUNT.
           OPEN INPUT BLOCKLIST-FILE.
           IF WS-BLOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BLOCK-STATUS NOT = "00"
               READ BLOCKLIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BLCK-ADDR NOT = SPACES
                               AND WS-BLK-COUNT < 500
                           ADD 1 TO WS-BLK-COUNT
                           MOVE BLCK-ADDR TO WS-BLK-ADDR(WS-BLK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLOCKLIST-FILE.

      *> One streaming pass: every guestbook row goes to the work
      *> file, pending rows picking up their new status on the way.
      *> Rejected rows are kept - they are the abuse trail - and
           CLOSE GUESTBOOK-FILE.

       3100-MODERATE-ONE-ENTRY.
      *> The rules pass runs ahead of the operator's transactions:
      *> a clear case is rejected before anyone has to read it,
      *> and only what is left pending is the operator's to work.
           IF GBOK-IS-PENDING
               PERFORM 3150-SCREEN-ENTRY
           END-IF.
           PERFORM 3190-REMEMBER-MESSAGE.
           IF GBOK-IS-PENDING
               PERFORM 3200-APPLY-TRANSACTIONS
           END-IF.
               STOP RUN
           END-IF.

       3150-SCREEN-ENTRY.
      *> Blocklisted address, banned term, repeated message, too
      *> many links - the first rule that fires rejects the entry
      *> and is recorded on the row as the reason.
           MOVE SPACES TO WS-SCREEN-HOLD.
           IF GBOK-ADDR NOT = SPACES
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-BLK-COUNT
                           OR NOT GBOK-IS-PENDING
                   IF WS-BLK-ADDR(WS-IDX) = GBOK-ADDR
                       MOVE "BLCK" TO GBOK-REASON
                       ADD 1 TO WS-AUTO-BLOCK
                       PERFORM 3180-AUTO-REJECT
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT GBOK-IS-PENDING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SCREEN-TEXT.
           STRING FUNCTION UPPER-CASE(GBOK-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(GBOK-MESSAGE) DELIMITED BY SIZE
                  INTO WS-SCREEN-TEXT
           END-STRING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TERM-COUNT
                       OR NOT GBOK-IS-PENDING
               MOVE 0 TO WS-SCREEN-HITS
               INSPECT WS-SCREEN-TEXT TALLYING WS-SCREEN-HITS
                   FOR ALL WS-TERM-TEXT(WS-IDX)
                       (1:WS-TERM-LEN(WS-IDX))
               IF WS-SCREEN-HITS > 0
                   IF WS-TERM-ACTION(WS-IDX) = "R"
                       MOVE "TERM" TO GBOK-REASON
                       ADD 1 TO WS-AUTO-TERM
                       PERFORM 3180-AUTO-REJECT
                   ELSE
                       IF WS-SCREEN-HOLD = SPACES
                           STRING "TERM " DELIMITED BY SIZE
                                  WS-TERM-TEXT(WS-IDX)
                                      (1:WS-TERM-LEN(WS-IDX))
                                      DELIMITED BY SIZE
                                  INTO WS-SCREEN-HOLD
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT GBOK-IS-PENDING
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3160-CHECK-DUPLICATE.
           IF NOT GBOK-IS-PENDING
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINK-LIMIT-SET = "Y"
               PERFORM 3170-CHECK-LINKS
           END-IF.
           IF GBOK-IS-PENDING AND WS-SCREEN-HOLD NOT = SPACES
               ADD 1 TO WS-ENTRIES-HELD
               DISPLAY "COBOLGBM: HELD FOR REVIEW " GBOK-STAMP
                       " - " FUNCTION TRIM(WS-SCREEN-HOLD)
           END-IF.

       3160-CHECK-DUPLICATE.
      *> A message repeating, word for word and case-blind, one
      *> posted within the window before it - whatever became of
      *> the earlier one - is a repeat post.
           IF WS-DUP-WINDOW = 0 OR GBOK-MESSAGE = SPACES
                   OR GBOK-STAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SCREEN-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(GBOK-STAMP(1:8))).
           MOVE FUNCTION UPPER-CASE(GBOK-MESSAGE) TO WS-SCREEN-MSG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DUP-USED
                       OR NOT GBOK-IS-PENDING
               IF WS-DUP-MSG(WS-IDX) = WS-SCREEN-MSG
                       AND WS-DUP-DATE-INT(WS-IDX) + WS-DUP-WINDOW
                           >= WS-SCREEN-DATE-INT
                   MOVE "DUPE" TO GBOK-REASON
                   ADD 1 TO WS-AUTO-DUPE
                   PERFORM 3180-AUTO-REJECT
               END-IF
           END-PERFORM.

       3170-CHECK-LINKS.
      *> A link is a scheme prefix or a bare www. host; the www.
      *> right behind a scheme is the same link, not a second one.
           MOVE 0 TO WS-SCREEN-LINKS.
           MOVE 0 TO WS-SCREEN-NESTED.
           INSPECT WS-SCREEN-TEXT TALLYING WS-SCREEN-LINKS
               FOR ALL "HTTP://" ALL "HTTPS://" ALL "WWW.".
           INSPECT WS-SCREEN-TEXT TALLYING WS-SCREEN-NESTED
               FOR ALL "//WWW.".
           SUBTRACT WS-SCREEN-NESTED FROM WS-SCREEN-LINKS.
           IF WS-SCREEN-LINKS > WS-LINK-LIMIT
               MOVE "LINK" TO GBOK-REASON
               ADD 1 TO WS-AUTO-LINK
               PERFORM 3180-AUTO-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCREEN-LINKS > 0 AND WS-SCREEN-HOLD = SPACES
               MOVE "CARRIES LINKS" TO WS-SCREEN-HOLD
           END-IF.

       3180-AUTO-REJECT.
           MOVE "R" TO GBOK-STATUS.
           MOVE "Y" TO WS-GBOOK-DIRTY.
           DISPLAY "COBOLGBM: AUTO-REJECTED " GBOK-STAMP
                   " - RULE " GBOK-REASON.

       3190-REMEMBER-MESSAGE.
           IF WS-DUP-WINDOW = 0 OR GBOK-MESSAGE = SPACES
                   OR GBOK-STAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUP-SEEN.
           COMPUTE WS-DUP-SLOT =
               FUNCTION MOD(WS-DUP-SEEN - 1 500) + 1.
           IF WS-DUP-USED < 500
               ADD 1 TO WS-DUP-USED
           END-IF.
           COMPUTE WS-DUP-DATE-INT(WS-DUP-SLOT) =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(GBOK-STAMP(1:8))).
           MOVE FUNCTION UPPER-CASE(GBOK-MESSAGE)
               TO WS-DUP-MSG(WS-DUP-SLOT).

       3200-APPLY-TRANSACTIONS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRN-COUNT
           DISPLAY "COBOLGBM: " WS-COUNT-DISP " REJECTED".
           MOVE WS-ENTRIES-PENDING TO WS-COUNT-DISP.
           DISPLAY "COBOLGBM: " WS-COUNT-DISP " STILL PENDING".
           MOVE WS-ENTRIES-HELD TO WS-COUNT-DISP.
           DISPLAY "COBOLGBM: " WS-COUNT-DISP " HELD FOR REVIEW".
           MOVE WS-AUTO-TERM TO WS-COUNT-DISP.
           DISPLAY "COBOLGBM: " WS-COUNT-DISP
                   " AUTO-REJECTED - BANNED TERM".
           MOVE WS-AUTO-LINK TO WS-COUNT-DISP.
           DISPLAY "COBOLGBM: " WS-COUNT-DISP
                   " AUTO-REJECTED - OVER THE LINK LIMIT".
           MOVE WS-AUTO-DUPE TO WS-COUNT-DISP.
           DISPLAY "COBOLGBM: " WS-COUNT-DISP
                   " AUTO-REJECTED - DUPLICATE MESSAGE".
           MOVE WS-AUTO-BLOCK TO WS-COUNT-DISP.
           DISPLAY "COBOLGBM: " WS-COUNT-DISP
                   " AUTO-REJECTED - BLOCKLISTED ADDRESS".

       9500-WRITE-OPS-STATUS.
      *> The morning status row for COBOLOPS. Best effort: the job
           MOVE WS-ENTRIES-APPROVED TO WS-OPS-NUM1.
           MOVE WS-ENTRIES-REJECTED TO WS-OPS-NUM2.
           MOVE WS-ENTRIES-PENDING TO WS-OPS-NUM3.
           MOVE WS-AUTO-TERM TO WS-OPS-NUM4.
           MOVE WS-AUTO-LINK TO WS-OPS-NUM5.
           MOVE WS-AUTO-DUPE TO WS-OPS-NUM6.
           MOVE WS-AUTO-BLOCK TO WS-OPS-NUM7.
           STRING FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                  " APPROVED, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM2) DELIMITED BY SIZE
                  " REJECTED, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM3) DELIMITED BY SIZE
                  " PENDING" DELIMITED BY SIZE
                  ", AUTO T" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM4) DELIMITED BY SIZE
                  " L" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM5) DELIMITED BY SIZE
                  " D" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM6) DELIMITED BY SIZE
                  " B" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM7) DELIMITED BY SIZE
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
