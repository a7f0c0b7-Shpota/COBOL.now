       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLCFM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT STAGE-FILE ASSIGN TO "CFGSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "CFGTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CFGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO "OPSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSSTAT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CONFIG-FILE.
             COPY CONFGREC.

          FD STAGE-FILE.
          01 STAGE-RECORD PIC X(223).

          FD TRAN-FILE.
          01 TRAN-RECORD.
             05 TRAN-ACTION PIC X(9).
             05 FILLER PIC X.
             05 TRAN-SITE PIC X(30).
             05 FILLER PIC X.
             05 TRAN-THEME PIC X(12).
             05 FILLER PIC X.
             05 TRAN-USER PIC X(8).
             05 FILLER PIC X.
             05 TRAN-SITE-CODE PIC X(8).
             05 FILLER PIC X.
             05 TRAN-TITLE PIC X(40).
             05 FILLER PIC X.
             05 TRAN-BG-COLOR PIC X(20).
             05 FILLER PIC X.
             05 TRAN-HL-COLOR PIC X(20).
             05 FILLER PIC X.
             05 TRAN-DEFAULT-NAME PIC X(30).
             05 FILLER PIC X.
             05 TRAN-THEME-START PIC X(8).
             05 FILLER PIC X.
             05 TRAN-THEME-END PIC X(8).
             05 FILLER PIC X.
             05 TRAN-FACT-CATEGORY PIC X(12).
             05 FILLER PIC X.
             05 TRAN-DEFAULT-LANG PIC X(5).
             05 FILLER PIC X.
             05 TRAN-LANGUAGES PIC X(30).

          FD HISTORY-FILE.
             COPY CHSTREC.

          FD OPS-STATUS-FILE.
             COPY OPSSREC.

          WORKING-STORAGE SECTION.
          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-STAGE-STATUS PIC XX VALUE SPACES.
          01 WS-TRAN-STATUS PIC XX VALUE SPACES.
          01 WS-HIST-STATUS PIC XX VALUE SPACES.
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.
          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
             05 WS-OPS-NUM1 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM2 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM3 PIC ZZZZ9 VALUE ZERO.
          01 WS-CURRENT-STAMP PIC X(21) VALUE SPACES.

          01 WS-DATE-VARS.
             05 WS-TODAY-DATE PIC 9(8) VALUE 0.
             05 WS-YESTERDAY-DATE PIC 9(8) VALUE 0.
             05 WS-NEW-END PIC X(8) VALUE SPACES.

      *> The live config as it is being changed, one table row per
      *> record in dataset order. Deleted rows stay in the table
      *> flagged, so the row numbers in SYSOUT still line up until
      *> the staging copy is written. The upper-cased key fields
      *> are how transactions find a row: a blank site is the
      *> DEFAULT site, and a BASE row (all three theme fields
      *> blank) is the one a transaction with no theme name means.
          01 WS-ROW-TABLE.
             05 WS-ROW-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-ROW-ENTRY OCCURS 100 TIMES.
                10 WS-ROW-IMAGE.
                   15 WS-ROW-SITE PIC X(30).
                   15 WS-ROW-SITE-CODE PIC X(8).
                   15 WS-ROW-TITLE PIC X(40).
                   15 WS-ROW-BG-COLOR PIC X(20).
                   15 WS-ROW-HL-COLOR PIC X(20).
                   15 WS-ROW-DEFAULT-NAME PIC X(30).
                   15 WS-ROW-THEME PIC X(12).
                   15 WS-ROW-START PIC X(8).
                   15 WS-ROW-END PIC X(8).
                   15 WS-ROW-FACT-CAT PIC X(12).
                   15 WS-ROW-DEFAULT-LANG PIC X(5).
                   15 WS-ROW-LANGUAGES PIC X(30).
                10 WS-ROW-KEY-SITE PIC X(30).
                10 WS-ROW-KEY-THEME PIC X(12).
                10 WS-ROW-KIND PIC X.
                   88 ROW-IS-BASE VALUE "B".
                   88 ROW-IS-SEASONAL VALUE "S".
                10 WS-ROW-DELETED PIC X.

      *> One entry per config row an applied transaction touched,
      *> held until the new config is installed - a change that
      *> never reached production never reaches the history.
          01 WS-HIST-TABLE.
             05 WS-HIST-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-HIST-ENTRY OCCURS 400 TIMES.
                10 WS-HIST-ACTION PIC X(9).
                10 WS-HIST-USER PIC X(8).
                10 WS-HIST-BEFORE PIC X(223).
                10 WS-HIST-AFTER PIC X(223).

      *> The staged config re-read for validation, classified the
      *> same way COBOLCFG classifies the dataset it checks.
          01 WS-STG-IMAGE.
             05 WS-STG-SITE PIC X(30).
             05 WS-STG-SITE-CODE PIC X(8).
             05 FILLER PIC X(110).
             05 WS-STG-THEME PIC X(12).
             05 WS-STG-START PIC X(8).
             05 WS-STG-END PIC X(8).
             05 FILLER PIC X(12).
             05 WS-STG-DEFAULT-LANG PIC X(5).
             05 WS-STG-LANGUAGES PIC X(30).
          01 WS-CFG-TABLE.
             05 WS-CFG-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-CFG-ENTRY OCCURS 100 TIMES.
                10 WS-CFG-SITE PIC X(30).
                10 WS-CFG-SITE-UP PIC X(30).
                10 WS-CFG-CODE PIC X(8).
                10 WS-CFG-THEME PIC X(12).
                10 WS-CFG-START PIC X(8).
                10 WS-CFG-END PIC X(8).
                10 WS-CFG-DEFAULT-LANG PIC X(5).
                10 WS-CFG-LANGUAGES PIC X(30).
                10 WS-CFG-KIND PIC X.
                   88 CFG-ROW-BASE VALUE "B".
                   88 CFG-ROW-SEASONAL VALUE "S".

          01 WS-TALLY-VARS.
             05 WS-TRANS-READ PIC 9(5) COMP VALUE 0.
             05 WS-TRANS-APPLIED PIC 9(5) COMP VALUE 0.
             05 WS-TRANS-REJECTED PIC 9(5) COMP VALUE 0.
             05 WS-ROWS-INSTALLED PIC 9(5) COMP VALUE 0.
             05 WS-ERRORS PIC 9(4) COMP VALUE 0.
             05 WS-WARNINGS PIC 9(4) COMP VALUE 0.

          01 WS-WORK-VARS.
             05 WS-IDX PIC 9(4) COMP VALUE 0.
             05 WS-JDX PIC 9(4) COMP VALUE 0.
             05 WS-FOUND-IDX PIC 9(4) COMP VALUE 0.
             05 WS-BASE-IDX PIC 9(4) COMP VALUE 0.
             05 WS-NEW-IDX PIC 9(4) COMP VALUE 0.
             05 WS-ROWS-DELETED PIC 9(4) COMP VALUE 0.
             05 WS-KEY-SITE PIC X(30) VALUE SPACES.
             05 WS-KEY-THEME PIC X(12) VALUE SPACES.
             05 WS-KEY-DISP PIC X(45) VALUE SPACES.
             05 WS-REJECT-REASON PIC X(60) VALUE SPACES.
             05 WS-BEFORE-IMAGE PIC X(223) VALUE SPACES.
             05 WS-INSTALLED PIC X VALUE "N".
             05 WS-ROW-DISP PIC ZZZ9.
             05 WS-ROW2-DISP PIC ZZZ9.
             05 WS-FOUND PIC X VALUE "N".
             05 WS-DEFAULT-SEEN PIC X VALUE "N".
             05 WS-CODE-LEN PIC 9(4) COMP VALUE 0.
             05 WS-CODE-BLANKS PIC 9(4) COMP VALUE 0.
             05 WS-CODE-TRIMMED PIC X(8) VALUE SPACES.
             05 WS-MM PIC 99 VALUE 0.
             05 WS-DD PIC 99 VALUE 0.
             05 WS-RANGE-BAD PIC X VALUE "N".
             05 WS-KDX PIC 9(4) COMP VALUE 0.
             05 WS-LANG-LIST PIC X(30) VALUE SPACES.
             05 WS-LANG-WORD PIC X(12) VALUE SPACES.
             05 WS-LANG-PTR PIC 9(4) COMP VALUE 0.
             05 WS-LANG-POS PIC 9(4) COMP VALUE 0.
             05 WS-LANG-LEN PIC 9(4) COMP VALUE 0.
             05 WS-LANG-DUPS PIC 9(4) COMP VALUE 0.
             05 WS-LANG-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-LANG-CODE PIC X(12) OCCURS 10 TIMES.

          01 WS-PRINT-FIELDS.
             05 WS-COUNT-DISP PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-CONFIG.
           PERFORM 3000-PROCESS-TRANSACTIONS.
           IF WS-TRANS-APPLIED > 0
               PERFORM 4000-WRITE-STAGING
               PERFORM 5000-VALIDATE-STAGING
               IF WS-ERRORS = 0
                   PERFORM 6000-INSTALL-CONFIG
                   PERFORM 6500-WRITE-HISTORY
               END-IF
           END-IF.
           PERFORM 7000-PRINT-SUMMARY.
           IF WS-TRANS-APPLIED > 0 AND WS-INSTALLED = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF (WS-TRANS-REJECTED > 0 OR WS-WARNINGS > 0)
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-OPS-STATUS.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! CONFIG MAINTENANCE "
                   WS-CURRENT-STAMP(1:8).
           DISPLAY "=================================================".

       2000-LOAD-CONFIG.
      *> A missing config is not an error - the first ADD-SITE run
      *> of a new installation builds the dataset from nothing.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "35"
               DISPLAY " NO CONFIG DATASET - STARTING FROM AN EMPTY "
                       "CONFIG"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBOLCFM: UNABLE TO OPEN THE CONFIG "
                       "DATASET, STATUS " WS-CONFIG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONFIG-STATUS NOT = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2100-STORE-CONFIG-ROW
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           MOVE WS-ROW-COUNT TO WS-COUNT-DISP.
           DISPLAY " CONFIG RECORDS READ: " WS-COUNT-DISP.

       2100-STORE-CONFIG-ROW.
      *> Every row is carried through untouched unless a
      *> transaction names it - a row this job cannot hold would
      *> be lost on install, so a full table stops the run.
           IF WS-ROW-COUNT >= 100
               DISPLAY "COBOLCFM: CONFIG TABLE FULL, RECORDS AFTER "
                       "ROW 100 NOT LOADED - NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE CONFG-RECORD TO WS-ROW-IMAGE(WS-ROW-COUNT).
           MOVE "N" TO WS-ROW-DELETED(WS-ROW-COUNT).
           MOVE WS-ROW-COUNT TO WS-IDX.
           PERFORM 2150-SET-ROW-KEYS.

       2150-SET-ROW-KEYS.
           MOVE FUNCTION UPPER-CASE(WS-ROW-SITE(WS-IDX))
               TO WS-ROW-KEY-SITE(WS-IDX).
           IF WS-ROW-KEY-SITE(WS-IDX) = SPACES
               MOVE "DEFAULT" TO WS-ROW-KEY-SITE(WS-IDX)
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ROW-THEME(WS-IDX))
               TO WS-ROW-KEY-THEME(WS-IDX).
           IF WS-ROW-THEME(WS-IDX) = SPACES
                   AND WS-ROW-START(WS-IDX) = SPACES
                   AND WS-ROW-END(WS-IDX) = SPACES
               SET ROW-IS-BASE(WS-IDX) TO TRUE
           ELSE
               SET ROW-IS-SEASONAL(WS-IDX) TO TRUE
           END-IF.

       3000-PROCESS-TRANSACTIONS.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "COBOLCFM: UNABLE TO OPEN THE TRANSACTION "
                       "FILE, STATUS " WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           DISPLAY " ".
           PERFORM UNTIL WS-TRAN-STATUS NOT = "00"
               READ TRAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.

       3100-APPLY-TRANSACTION.
           IF TRAN-ACTION = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRANS-READ.
           MOVE FUNCTION UPPER-CASE(TRAN-SITE) TO WS-KEY-SITE.
           IF WS-KEY-SITE = SPACES
               MOVE "DEFAULT" TO WS-KEY-SITE
           END-IF.
           MOVE FUNCTION UPPER-CASE(TRAN-THEME) TO WS-KEY-THEME.
           MOVE SPACES TO WS-KEY-DISP.
           IF WS-KEY-THEME = SPACES
               MOVE WS-KEY-SITE TO WS-KEY-DISP
           ELSE
               STRING FUNCTION TRIM(WS-KEY-SITE) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-KEY-THEME) DELIMITED BY SIZE
                      INTO WS-KEY-DISP
               END-STRING
           END-IF.
      *> The history has to say who asked for every change it
      *> records, so an unsigned transaction is never applied.
           IF TRAN-USER = SPACES
               MOVE "NO REQUESTED-BY USER ON THE TRANSACTION"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIST-COUNT > 300
               MOVE "HISTORY TABLE FULL - RESUBMIT IN A LATER RUN"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3700-FIND-ROW.
           EVALUATE TRAN-ACTION
               WHEN "ADD-SITE"
                   PERFORM 3200-APPLY-ADD-SITE
               WHEN "CHANGE"
                   PERFORM 3300-APPLY-CHANGE
               WHEN "ADD-THEME"
                   PERFORM 3400-APPLY-ADD-THEME
               WHEN "END-THEME"
                   PERFORM 3500-APPLY-END-THEME
               WHEN "DELETE"
                   PERFORM 3600-APPLY-DELETE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                   PERFORM 3800-REJECT-TRANSACTION
           END-EVALUATE.

       3200-APPLY-ADD-SITE.
           IF TRAN-THEME NOT = SPACES
               MOVE "A SEASONAL ROW IS ADDED WITH ADD-THEME"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-THEME-START NOT = SPACES
                   OR TRAN-THEME-END NOT = SPACES
               MOVE "A BASE ROW TAKES NO DATE RANGE"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND-IDX > 0
               MOVE "THE SITE ALREADY HAS A BASE ROW - USE CHANGE"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3750-NEW-ROW.
           IF WS-NEW-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-SITE = SPACES
               MOVE "DEFAULT" TO WS-ROW-SITE(WS-NEW-IDX)
           ELSE
               MOVE TRAN-SITE TO WS-ROW-SITE(WS-NEW-IDX)
           END-IF.
           MOVE TRAN-SITE-CODE TO WS-ROW-SITE-CODE(WS-NEW-IDX).
           MOVE TRAN-TITLE TO WS-ROW-TITLE(WS-NEW-IDX).
           MOVE TRAN-BG-COLOR TO WS-ROW-BG-COLOR(WS-NEW-IDX).
           MOVE TRAN-HL-COLOR TO WS-ROW-HL-COLOR(WS-NEW-IDX).
           MOVE TRAN-DEFAULT-NAME TO WS-ROW-DEFAULT-NAME(WS-NEW-IDX).
           MOVE TRAN-FACT-CATEGORY TO WS-ROW-FACT-CAT(WS-NEW-IDX).
           MOVE FUNCTION LOWER-CASE(TRAN-DEFAULT-LANG)
               TO WS-ROW-DEFAULT-LANG(WS-NEW-IDX).
           MOVE FUNCTION LOWER-CASE(TRAN-LANGUAGES)
               TO WS-ROW-LANGUAGES(WS-NEW-IDX).
           MOVE WS-NEW-IDX TO WS-IDX.
           PERFORM 2150-SET-ROW-KEYS.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM 3900-RECORD-HISTORY.
           ADD 1 TO WS-TRANS-APPLIED.
           DISPLAY "COBOLCFM: ADDED SITE "
                   FUNCTION TRIM(WS-KEY-DISP).

       3300-APPLY-CHANGE.
      *> Only the fields keyed on the transaction change; a blank
      *> field keeps its value and an asterisk blanks it. The key
      *> itself - site and theme name - never changes here; that
      *> is a DELETE and an add.
           IF WS-FOUND-IDX = 0
               MOVE "NO SUCH ROW ON THE CONFIG" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF ROW-IS-BASE(WS-FOUND-IDX)
                   AND (TRAN-THEME-START NOT = SPACES
                       OR TRAN-THEME-END NOT = SPACES)
               MOVE "A BASE ROW TAKES NO DATE RANGE"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE.
           IF TRAN-SITE-CODE = "*"
               MOVE SPACES TO WS-ROW-SITE-CODE(WS-FOUND-IDX)
           ELSE
               IF TRAN-SITE-CODE NOT = SPACES
                   MOVE TRAN-SITE-CODE
                       TO WS-ROW-SITE-CODE(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF TRAN-TITLE = "*"
               MOVE SPACES TO WS-ROW-TITLE(WS-FOUND-IDX)
           ELSE
               IF TRAN-TITLE NOT = SPACES
                   MOVE TRAN-TITLE TO WS-ROW-TITLE(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF TRAN-BG-COLOR = "*"
               MOVE SPACES TO WS-ROW-BG-COLOR(WS-FOUND-IDX)
           ELSE
               IF TRAN-BG-COLOR NOT = SPACES
                   MOVE TRAN-BG-COLOR TO WS-ROW-BG-COLOR(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF TRAN-HL-COLOR = "*"
               MOVE SPACES TO WS-ROW-HL-COLOR(WS-FOUND-IDX)
           ELSE
               IF TRAN-HL-COLOR NOT = SPACES
                   MOVE TRAN-HL-COLOR TO WS-ROW-HL-COLOR(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF TRAN-DEFAULT-NAME = "*"
               MOVE SPACES TO WS-ROW-DEFAULT-NAME(WS-FOUND-IDX)
           ELSE
               IF TRAN-DEFAULT-NAME NOT = SPACES
                   MOVE TRAN-DEFAULT-NAME
                       TO WS-ROW-DEFAULT-NAME(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF TRAN-FACT-CATEGORY = "*"
               MOVE SPACES TO WS-ROW-FACT-CAT(WS-FOUND-IDX)
           ELSE
               IF TRAN-FACT-CATEGORY NOT = SPACES
                   MOVE TRAN-FACT-CATEGORY
                       TO WS-ROW-FACT-CAT(WS-FOUND-IDX)
               END-IF
           END-IF.
      *> Language codes are kept lower case, however they were
      *> keyed, so the page and the reports compare them as is.
           IF TRAN-DEFAULT-LANG = "*"
               MOVE SPACES TO WS-ROW-DEFAULT-LANG(WS-FOUND-IDX)
           ELSE
               IF TRAN-DEFAULT-LANG NOT = SPACES
                   MOVE FUNCTION LOWER-CASE(TRAN-DEFAULT-LANG)
                       TO WS-ROW-DEFAULT-LANG(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF TRAN-LANGUAGES = "*"
               MOVE SPACES TO WS-ROW-LANGUAGES(WS-FOUND-IDX)
           ELSE
               IF TRAN-LANGUAGES NOT = SPACES
                   MOVE FUNCTION LOWER-CASE(TRAN-LANGUAGES)
                       TO WS-ROW-LANGUAGES(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF TRAN-THEME-START NOT = SPACES
               MOVE TRAN-THEME-START TO WS-ROW-START(WS-FOUND-IDX)
           END-IF.
           IF TRAN-THEME-END NOT = SPACES
               MOVE TRAN-THEME-END TO WS-ROW-END(WS-FOUND-IDX)
           END-IF.
           IF WS-ROW-IMAGE(WS-FOUND-IDX) = WS-BEFORE-IMAGE
               MOVE "CHANGES NOTHING" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOUND-IDX TO WS-NEW-IDX.
           PERFORM 3900-RECORD-HISTORY.
           ADD 1 TO WS-TRANS-APPLIED.
           DISPLAY "COBOLCFM: CHANGED "
                   FUNCTION TRIM(WS-KEY-DISP).

       3400-APPLY-ADD-THEME.
      *> A new seasonal row starts as a copy of the site's base
      *> look, so only what the season changes need be keyed. The
      *> site code, fact category and languages are left blank to
      *> inherit the base row's unless the transaction names its
      *> own.
           IF TRAN-THEME = SPACES
               MOVE "THEME NAME IS BLANK" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND-IDX > 0
               MOVE "THE SITE ALREADY HAS THIS THEME - USE CHANGE"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-THEME-START = SPACES OR TRAN-THEME-END = SPACES
               MOVE "A THEME NEEDS A START AND AN END DATE"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KEY-THEME.
           PERFORM 3700-FIND-ROW.
           MOVE WS-FOUND-IDX TO WS-BASE-IDX.
           MOVE FUNCTION UPPER-CASE(TRAN-THEME) TO WS-KEY-THEME.
           IF WS-BASE-IDX = 0
               MOVE "THE SITE HAS NO BASE ROW - ADD-SITE IT FIRST"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3750-NEW-ROW.
           IF WS-NEW-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-SITE(WS-BASE-IDX) TO WS-ROW-SITE(WS-NEW-IDX).
           MOVE WS-ROW-TITLE(WS-BASE-IDX) TO WS-ROW-TITLE(WS-NEW-IDX).
           MOVE WS-ROW-BG-COLOR(WS-BASE-IDX)
               TO WS-ROW-BG-COLOR(WS-NEW-IDX).
           MOVE WS-ROW-HL-COLOR(WS-BASE-IDX)
               TO WS-ROW-HL-COLOR(WS-NEW-IDX).
           MOVE WS-ROW-DEFAULT-NAME(WS-BASE-IDX)
               TO WS-ROW-DEFAULT-NAME(WS-NEW-IDX).
           MOVE TRAN-SITE-CODE TO WS-ROW-SITE-CODE(WS-NEW-IDX).
           IF TRAN-TITLE NOT = SPACES
               MOVE TRAN-TITLE TO WS-ROW-TITLE(WS-NEW-IDX)
           END-IF.
           IF TRAN-BG-COLOR NOT = SPACES
               MOVE TRAN-BG-COLOR TO WS-ROW-BG-COLOR(WS-NEW-IDX)
           END-IF.
           IF TRAN-HL-COLOR NOT = SPACES
               MOVE TRAN-HL-COLOR TO WS-ROW-HL-COLOR(WS-NEW-IDX)
           END-IF.
           IF TRAN-DEFAULT-NAME NOT = SPACES
               MOVE TRAN-DEFAULT-NAME
                   TO WS-ROW-DEFAULT-NAME(WS-NEW-IDX)
           END-IF.
           MOVE TRAN-THEME TO WS-ROW-THEME(WS-NEW-IDX).
           MOVE TRAN-THEME-START TO WS-ROW-START(WS-NEW-IDX).
           MOVE TRAN-THEME-END TO WS-ROW-END(WS-NEW-IDX).
           MOVE TRAN-FACT-CATEGORY TO WS-ROW-FACT-CAT(WS-NEW-IDX).
           MOVE FUNCTION LOWER-CASE(TRAN-DEFAULT-LANG)
               TO WS-ROW-DEFAULT-LANG(WS-NEW-IDX).
           MOVE FUNCTION LOWER-CASE(TRAN-LANGUAGES)
               TO WS-ROW-LANGUAGES(WS-NEW-IDX).
           MOVE WS-NEW-IDX TO WS-IDX.
           PERFORM 2150-SET-ROW-KEYS.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM 3900-RECORD-HISTORY.
           ADD 1 TO WS-TRANS-APPLIED.
           DISPLAY "COBOLCFM: ADDED THEME "
                   FUNCTION TRIM(WS-KEY-DISP) " "
                   TRAN-THEME-START "-" TRAN-THEME-END.

       3500-APPLY-END-THEME.
      *> Brings a running or scheduled theme's end forward. With
      *> no date keyed the theme ends yesterday, so today's pages
      *> already go back to the base look. Lengthening a theme is
      *> a CHANGE; one that would end before it starts is a DELETE.
           IF TRAN-THEME = SPACES
               MOVE "END-THEME NEEDS A THEME NAME"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND-IDX = 0
               MOVE "NO SUCH THEME ON THE CONFIG" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-THEME-END = SPACES
               MOVE WS-YESTERDAY-DATE TO WS-NEW-END
           ELSE
               MOVE TRAN-THEME-END TO WS-NEW-END
           END-IF.
           IF WS-NEW-END IS NOT NUMERIC
               MOVE "END DATE IS NOT YYYYMMDD" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-START(WS-FOUND-IDX) IS NUMERIC
                   AND WS-NEW-END < WS-ROW-START(WS-FOUND-IDX)
               MOVE "THEME WOULD END BEFORE IT STARTS - USE DELETE"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-END(WS-FOUND-IDX) IS NUMERIC
                   AND WS-NEW-END >= WS-ROW-END(WS-FOUND-IDX)
               MOVE "THEME ALREADY ENDS BY THEN - CHANGE EXTENDS IT"
                   TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE.
           MOVE WS-NEW-END TO WS-ROW-END(WS-FOUND-IDX).
           MOVE WS-FOUND-IDX TO WS-NEW-IDX.
           PERFORM 3900-RECORD-HISTORY.
           ADD 1 TO WS-TRANS-APPLIED.
           DISPLAY "COBOLCFM: ENDED THEME "
                   FUNCTION TRIM(WS-KEY-DISP) " ON " WS-NEW-END.

       3600-APPLY-DELETE.
      *> With a theme name only that seasonal row goes; with none
      *> the whole site goes, base row and seasonal rows alike, so
      *> no orphaned theme is left behind.
           IF WS-FOUND-IDX = 0
               MOVE "NO SUCH ROW ON THE CONFIG" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-KEY-THEME NOT = SPACES
               MOVE WS-FOUND-IDX TO WS-IDX
               PERFORM 3650-DELETE-ONE-ROW
               ADD 1 TO WS-TRANS-APPLIED
               DISPLAY "COBOLCFM: DELETED THEME "
                       FUNCTION TRIM(WS-KEY-DISP)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ROWS-DELETED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROW-COUNT
               IF WS-ROW-DELETED(WS-IDX) = "N"
                       AND WS-ROW-KEY-SITE(WS-IDX) = WS-KEY-SITE
                   PERFORM 3650-DELETE-ONE-ROW
                   ADD 1 TO WS-ROWS-DELETED
               END-IF
           END-PERFORM.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE WS-ROWS-DELETED TO WS-COUNT-DISP.
           DISPLAY "COBOLCFM: DELETED SITE "
                   FUNCTION TRIM(WS-KEY-DISP) " ("
                   FUNCTION TRIM(WS-COUNT-DISP) " ROWS)".

       3650-DELETE-ONE-ROW.
           MOVE WS-ROW-IMAGE(WS-IDX) TO WS-BEFORE-IMAGE.
           MOVE "Y" TO WS-ROW-DELETED(WS-IDX).
           MOVE WS-IDX TO WS-NEW-IDX.
           PERFORM 3900-RECORD-HISTORY.

       3700-FIND-ROW.
      *> The caller leaves the wanted key in WS-KEY-SITE and
      *> WS-KEY-THEME; a blank theme asks for the base row.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROW-COUNT OR WS-FOUND-IDX > 0
               IF WS-ROW-DELETED(WS-IDX) = "N"
                       AND WS-ROW-KEY-SITE(WS-IDX) = WS-KEY-SITE
                   IF WS-KEY-THEME = SPACES
                       IF ROW-IS-BASE(WS-IDX)
                           MOVE WS-IDX TO WS-FOUND-IDX
                       END-IF
                   ELSE
                       IF ROW-IS-SEASONAL(WS-IDX)
                               AND WS-ROW-KEY-THEME(WS-IDX)
                                   = WS-KEY-THEME
                           MOVE WS-IDX TO WS-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3750-NEW-ROW.
           MOVE 0 TO WS-NEW-IDX.
           IF WS-ROW-COUNT >= 100
               MOVE "CONFIG TABLE FULL" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-ROW-COUNT TO WS-NEW-IDX.
           MOVE SPACES TO WS-ROW-IMAGE(WS-NEW-IDX).
           MOVE "N" TO WS-ROW-DELETED(WS-NEW-IDX).

       3800-REJECT-TRANSACTION.
           DISPLAY "COBOLCFM: REJECTED " FUNCTION TRIM(TRAN-ACTION)
                   " " FUNCTION TRIM(WS-KEY-DISP) " - "
                   FUNCTION TRIM(WS-REJECT-REASON).
           ADD 1 TO WS-TRANS-REJECTED.

       3900-RECORD-HISTORY.
      *> The caller leaves the before image in WS-BEFORE-IMAGE and
      *> the row in WS-NEW-IDX; a deleted row's after image is
      *> blank.
           ADD 1 TO WS-HIST-COUNT.
           MOVE TRAN-ACTION TO WS-HIST-ACTION(WS-HIST-COUNT).
           MOVE TRAN-USER TO WS-HIST-USER(WS-HIST-COUNT).
           MOVE WS-BEFORE-IMAGE TO WS-HIST-BEFORE(WS-HIST-COUNT).
           IF WS-ROW-DELETED(WS-NEW-IDX) = "Y"
               MOVE SPACES TO WS-HIST-AFTER(WS-HIST-COUNT)
           ELSE
               MOVE WS-ROW-IMAGE(WS-NEW-IDX)
                   TO WS-HIST-AFTER(WS-HIST-COUNT)
           END-IF.

       4000-WRITE-STAGING.
           OPEN OUTPUT STAGE-FILE.
           IF WS-STAGE-STATUS NOT = "00"
               DISPLAY "COBOLCFM: UNABLE TO WRITE THE STAGING "
                       "CONFIG, STATUS " WS-STAGE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROW-COUNT
               IF WS-ROW-DELETED(WS-IDX) = "N"
                   MOVE WS-ROW-IMAGE(WS-IDX) TO STAGE-RECORD
                   WRITE STAGE-RECORD
               END-IF
           END-PERFORM.
           CLOSE STAGE-FILE.

       5000-VALIDATE-STAGING.
      *> The staged copy is read back and put through the same
      *> checks COBOLCFG makes before a promotion - against the
      *> whole result, not just the rows that changed, so a new
      *> theme overlapping an old one is caught here rather than
      *> on the CGI path.
           DISPLAY " ".
           DISPLAY " VALIDATING THE STAGED CONFIG".
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS NOT = "00"
               DISPLAY "COBOLCFM: UNABLE TO READ BACK THE STAGING "
                       "CONFIG, STATUS " WS-STAGE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAGE-STATUS NOT = "00"
               READ STAGE-FILE INTO WS-STG-IMAGE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 5100-STORE-STAGED-ROW
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           PERFORM 5200-CHECK-EACH-ROW.
           PERFORM 5300-CHECK-DUPLICATES.
           PERFORM 5400-CHECK-SEASONAL-OVERLAPS.
           PERFORM 5500-CHECK-DEFAULT-PRESENT.
           DISPLAY " ".
           MOVE WS-ERRORS TO WS-ROW-DISP.
           DISPLAY " ERRORS ....... " WS-ROW-DISP.
           MOVE WS-WARNINGS TO WS-ROW-DISP.
           DISPLAY " WARNINGS ..... " WS-ROW-DISP.

       5100-STORE-STAGED-ROW.
           ADD 1 TO WS-CFG-COUNT.
           MOVE WS-STG-SITE TO WS-CFG-SITE(WS-CFG-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-STG-SITE)
               TO WS-CFG-SITE-UP(WS-CFG-COUNT).
           MOVE WS-STG-SITE-CODE TO WS-CFG-CODE(WS-CFG-COUNT).
           MOVE WS-STG-THEME TO WS-CFG-THEME(WS-CFG-COUNT).
           MOVE WS-STG-START TO WS-CFG-START(WS-CFG-COUNT).
           MOVE WS-STG-END TO WS-CFG-END(WS-CFG-COUNT).
           MOVE WS-STG-DEFAULT-LANG
               TO WS-CFG-DEFAULT-LANG(WS-CFG-COUNT).
           MOVE WS-STG-LANGUAGES TO WS-CFG-LANGUAGES(WS-CFG-COUNT).
           IF WS-STG-THEME = SPACES
                   AND WS-STG-START = SPACES
                   AND WS-STG-END = SPACES
               SET CFG-ROW-BASE(WS-CFG-COUNT) TO TRUE
           ELSE
               SET CFG-ROW-SEASONAL(WS-CFG-COUNT) TO TRUE
           END-IF.

       5200-CHECK-EACH-ROW.
           PERFORM 5210-CHECK-ONE-ROW
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CFG-COUNT.

       5210-CHECK-ONE-ROW.
           MOVE WS-IDX TO WS-ROW-DISP.
           IF WS-CFG-SITE(WS-IDX) = SPACES
                   AND WS-CFG-CODE(WS-IDX) = SPACES
                   AND CFG-ROW-BASE(WS-IDX)
               DISPLAY " WARNING ROW " WS-ROW-DISP
                       ": ENTIRELY BLANK RECORD"
               ADD 1 TO WS-WARNINGS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5220-CHECK-SITE-CODE.
           PERFORM 5250-CHECK-LANGUAGES.
           IF CFG-ROW-SEASONAL(WS-IDX)
               PERFORM 5230-CHECK-THEME-RANGE
               PERFORM 5240-CHECK-HAS-BASE-ROW
           END-IF.

       5220-CHECK-SITE-CODE.
           IF WS-CFG-CODE(WS-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-CFG-CODE(WS-IDX))
               TO WS-CODE-TRIMMED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CODE-TRIMMED))
               TO WS-CODE-LEN.
           MOVE 0 TO WS-CODE-BLANKS.
           INSPECT WS-CODE-TRIMMED(1:WS-CODE-LEN)
               TALLYING WS-CODE-BLANKS FOR ALL " ".
           IF WS-CODE-BLANKS > 0
               DISPLAY " ERROR ROW " WS-ROW-DISP ": SITE CODE '"
                       FUNCTION TRIM(WS-CFG-CODE(WS-IDX))
                       "' CONTAINS AN EMBEDDED BLANK"
               ADD 1 TO WS-ERRORS
           END-IF.

       5230-CHECK-THEME-RANGE.
           MOVE "N" TO WS-RANGE-BAD.
           IF WS-CFG-START(WS-IDX) = SPACES
                   OR WS-CFG-END(WS-IDX) = SPACES
               DISPLAY " ERROR ROW " WS-ROW-DISP ": SEASONAL ROW '"
                       FUNCTION TRIM(WS-CFG-THEME(WS-IDX))
                       "' IS MISSING PART OF ITS DATE RANGE"
               ADD 1 TO WS-ERRORS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CFG-START(WS-IDX) IS NOT NUMERIC
                   OR WS-CFG-END(WS-IDX) IS NOT NUMERIC
               DISPLAY " ERROR ROW " WS-ROW-DISP ": SEASONAL ROW '"
                       FUNCTION TRIM(WS-CFG-THEME(WS-IDX))
                       "' HAS A NON-NUMERIC DATE RANGE "
                       WS-CFG-START(WS-IDX) "-" WS-CFG-END(WS-IDX)
               ADD 1 TO WS-ERRORS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CFG-START(WS-IDX)(5:2) TO WS-MM.
           MOVE WS-CFG-START(WS-IDX)(7:2) TO WS-DD.
           IF WS-MM < 1 OR WS-MM > 12 OR WS-DD < 1 OR WS-DD > 31
               MOVE "Y" TO WS-RANGE-BAD
           END-IF.
           MOVE WS-CFG-END(WS-IDX)(5:2) TO WS-MM.
           MOVE WS-CFG-END(WS-IDX)(7:2) TO WS-DD.
           IF WS-MM < 1 OR WS-MM > 12 OR WS-DD < 1 OR WS-DD > 31
               MOVE "Y" TO WS-RANGE-BAD
           END-IF.
           IF WS-RANGE-BAD = "Y"
               DISPLAY " ERROR ROW " WS-ROW-DISP ": SEASONAL ROW '"
                       FUNCTION TRIM(WS-CFG-THEME(WS-IDX))
                       "' HAS AN IMPOSSIBLE CALENDAR DATE "
                       WS-CFG-START(WS-IDX) "-" WS-CFG-END(WS-IDX)
               ADD 1 TO WS-ERRORS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CFG-START(WS-IDX) > WS-CFG-END(WS-IDX)
               DISPLAY " ERROR ROW " WS-ROW-DISP ": SEASONAL ROW '"
                       FUNCTION TRIM(WS-CFG-THEME(WS-IDX))
                       "' HAS AN INVERTED RANGE "
                       WS-CFG-START(WS-IDX) " AFTER "
                       WS-CFG-END(WS-IDX)
               ADD 1 TO WS-ERRORS
           END-IF.

       5240-CHECK-HAS-BASE-ROW.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CFG-COUNT OR WS-FOUND = "Y"
               IF CFG-ROW-BASE(WS-JDX)
                       AND WS-CFG-SITE-UP(WS-JDX)
                           = WS-CFG-SITE-UP(WS-IDX)
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY " WARNING ROW " WS-ROW-DISP ": SEASONAL ROW '"
                       FUNCTION TRIM(WS-CFG-THEME(WS-IDX))
                       "' FOR SITE '"
                       FUNCTION TRIM(WS-CFG-SITE(WS-IDX))
                       "' HAS NO BASE ROW TO FALL BACK TO"
               ADD 1 TO WS-WARNINGS
           END-IF.

       5250-CHECK-LANGUAGES.
      *> The page matches these codes against the visitor's own
      *> language tags, so a malformed code is one no browser will
      *> ever ask for, and a default outside the list is a
      *> language the site would serve without offering it. A
      *> seasonal row naming a default but no list is held to the
      *> list it inherits from its base row.
           MOVE FUNCTION LOWER-CASE(WS-CFG-LANGUAGES(WS-IDX))
               TO WS-LANG-LIST.
           PERFORM 5260-SPLIT-LANGUAGES.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-LANG-COUNT
               MOVE WS-LANG-CODE(WS-KDX) TO WS-LANG-WORD
               PERFORM 5270-CHECK-LANGUAGE-CODE
           END-PERFORM.
           IF WS-LANG-DUPS > 0
               DISPLAY " WARNING ROW " WS-ROW-DISP ": LANGUAGE LIST '"
                       FUNCTION TRIM(WS-CFG-LANGUAGES(WS-IDX))
                       "' NAMES A LANGUAGE TWICE"
               ADD 1 TO WS-WARNINGS
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-CFG-DEFAULT-LANG(WS-IDX))
               TO WS-LANG-WORD.
           IF WS-LANG-WORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5270-CHECK-LANGUAGE-CODE.
           IF WS-LANG-COUNT = 0 AND CFG-ROW-SEASONAL(WS-IDX)
               PERFORM 5280-LOAD-BASE-LANGUAGES
           END-IF.
           IF WS-LANG-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-LANG-COUNT
               IF WS-LANG-CODE(WS-KDX) = WS-LANG-WORD
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY " ERROR ROW " WS-ROW-DISP
                       ": DEFAULT LANGUAGE '"
                       FUNCTION TRIM(WS-LANG-WORD)
                       "' IS NOT AMONG THE LANGUAGES OFFERED"
               ADD 1 TO WS-ERRORS
           END-IF.

       5260-SPLIT-LANGUAGES.
      *> WS-LANG-LIST into WS-LANG-CODE, one code per blank-
      *> separated word, a repeated code counted and dropped.
           MOVE 0 TO WS-LANG-COUNT.
           MOVE 0 TO WS-LANG-DUPS.
           MOVE 1 TO WS-LANG-PTR.
           PERFORM UNTIL WS-LANG-PTR > 30
               MOVE SPACES TO WS-LANG-WORD
               UNSTRING WS-LANG-LIST DELIMITED BY ALL SPACE
                   INTO WS-LANG-WORD
                   WITH POINTER WS-LANG-PTR
               END-UNSTRING
               IF WS-LANG-WORD NOT = SPACES
                   MOVE "N" TO WS-FOUND
                   PERFORM VARYING WS-LANG-POS FROM 1 BY 1
                           UNTIL WS-LANG-POS > WS-LANG-COUNT
                       IF WS-LANG-CODE(WS-LANG-POS) = WS-LANG-WORD
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = "Y"
                       ADD 1 TO WS-LANG-DUPS
                   ELSE
                       IF WS-LANG-COUNT < 10
                           ADD 1 TO WS-LANG-COUNT
                           MOVE WS-LANG-WORD
                               TO WS-LANG-CODE(WS-LANG-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5270-CHECK-LANGUAGE-CODE.
      *> A code is a language tag as browsers send it: two to
      *> five letters, a region after a hyphen allowed ("pt-br").
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LANG-WORD))
               TO WS-LANG-LEN.
           MOVE "N" TO WS-RANGE-BAD.
           IF WS-LANG-LEN < 2 OR WS-LANG-LEN > 5
               MOVE "Y" TO WS-RANGE-BAD
           ELSE
               IF WS-LANG-WORD(1:1) IS NOT ALPHABETIC-LOWER
                       OR WS-LANG-WORD(1:1) = SPACE
                   MOVE "Y" TO WS-RANGE-BAD
               END-IF
               PERFORM VARYING WS-LANG-POS FROM 1 BY 1
                       UNTIL WS-LANG-POS > WS-LANG-LEN
                   IF WS-LANG-WORD(WS-LANG-POS:1) IS NOT
                           ALPHABETIC-LOWER
                           AND WS-LANG-WORD(WS-LANG-POS:1) NOT = "-"
                       MOVE "Y" TO WS-RANGE-BAD
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RANGE-BAD = "Y"
               DISPLAY " ERROR ROW " WS-ROW-DISP ": LANGUAGE CODE '"
                       FUNCTION TRIM(WS-LANG-WORD)
                       "' IS NOT A 2-5 LETTER LANGUAGE TAG"
               ADD 1 TO WS-ERRORS
           END-IF.

       5280-LOAD-BASE-LANGUAGES.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CFG-COUNT
               IF CFG-ROW-BASE(WS-JDX)
                       AND WS-CFG-SITE-UP(WS-JDX)
                           = WS-CFG-SITE-UP(WS-IDX)
                   MOVE FUNCTION LOWER-CASE(WS-CFG-LANGUAGES(WS-JDX))
                       TO WS-LANG-LIST
               END-IF
           END-PERFORM.
           PERFORM 5260-SPLIT-LANGUAGES.

       5300-CHECK-DUPLICATES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CFG-COUNT
               IF CFG-ROW-BASE(WS-IDX)
                   PERFORM 5310-CHECK-ONE-BASE-ROW
               END-IF
           END-PERFORM.

       5310-CHECK-ONE-BASE-ROW.
           MOVE WS-IDX TO WS-ROW-DISP.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX >= WS-IDX
               MOVE WS-JDX TO WS-ROW2-DISP
               IF CFG-ROW-BASE(WS-JDX)
                   IF WS-CFG-SITE-UP(WS-JDX) = WS-CFG-SITE-UP(WS-IDX)
                       DISPLAY " ERROR ROW " WS-ROW-DISP
                               ": SITE '"
                               FUNCTION TRIM(WS-CFG-SITE(WS-IDX))
                               "' ALREADY HAS A BASE ROW (ROW "
                               WS-ROW2-DISP ") - AMBIGUOUS MATCH"
                       ADD 1 TO WS-ERRORS
                   ELSE
                       IF WS-CFG-CODE(WS-IDX) NOT = SPACES
                               AND WS-CFG-CODE(WS-JDX)
                                   = WS-CFG-CODE(WS-IDX)
                           DISPLAY " ERROR ROW " WS-ROW-DISP
                                   ": SITE CODE '"
                                   FUNCTION TRIM(
                                       WS-CFG-CODE(WS-IDX))
                                   "' ALREADY USED BY ROW "
                                   WS-ROW2-DISP
                                   " - DATASET NAMES WOULD COLLIDE"
                           ADD 1 TO WS-ERRORS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CFG-CODE(WS-IDX) = SPACES
                   AND WS-CFG-SITE-UP(WS-IDX) NOT = "DEFAULT"
                   AND WS-CFG-SITE(WS-IDX) NOT = SPACES
               DISPLAY " WARNING ROW " WS-ROW-DISP ": SITE '"
                       FUNCTION TRIM(WS-CFG-SITE(WS-IDX))
                       "' HAS NO SITE CODE AND SHARES THE "
                       "DEFAULT SITE'S DATASETS"
               ADD 1 TO WS-WARNINGS
           END-IF.

       5400-CHECK-SEASONAL-OVERLAPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CFG-COUNT
               IF CFG-ROW-SEASONAL(WS-IDX)
                       AND WS-CFG-START(WS-IDX) IS NUMERIC
                       AND WS-CFG-END(WS-IDX) IS NUMERIC
                   PERFORM 5410-CHECK-ONE-OVERLAP
               END-IF
           END-PERFORM.

       5410-CHECK-ONE-OVERLAP.
           MOVE WS-IDX TO WS-ROW-DISP.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX >= WS-IDX
               MOVE WS-JDX TO WS-ROW2-DISP
               IF CFG-ROW-SEASONAL(WS-JDX)
                       AND WS-CFG-SITE-UP(WS-JDX)
                           = WS-CFG-SITE-UP(WS-IDX)
                       AND WS-CFG-START(WS-JDX) IS NUMERIC
                       AND WS-CFG-END(WS-JDX) IS NUMERIC
                       AND WS-CFG-START(WS-IDX)
                           <= WS-CFG-END(WS-JDX)
                       AND WS-CFG-START(WS-JDX)
                           <= WS-CFG-END(WS-IDX)
                   DISPLAY " ERROR ROW " WS-ROW-DISP
                           ": SEASONAL WINDOW '"
                           FUNCTION TRIM(WS-CFG-THEME(WS-IDX))
                           "' OVERLAPS '"
                           FUNCTION TRIM(WS-CFG-THEME(WS-JDX))
                           "' (ROW " WS-ROW2-DISP ") FOR SITE '"
                           FUNCTION TRIM(WS-CFG-SITE(WS-IDX)) "'"
                   ADD 1 TO WS-ERRORS
               END-IF
           END-PERFORM.

       5500-CHECK-DEFAULT-PRESENT.
           MOVE "N" TO WS-DEFAULT-SEEN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CFG-COUNT
                       OR WS-DEFAULT-SEEN = "Y"
               IF CFG-ROW-BASE(WS-IDX)
                       AND (WS-CFG-SITE-UP(WS-IDX) = "DEFAULT"
                           OR WS-CFG-SITE(WS-IDX) = SPACES)
                   MOVE "Y" TO WS-DEFAULT-SEEN
               END-IF
           END-PERFORM.
           IF WS-DEFAULT-SEEN = "N"
               DISPLAY " ERROR: NO DEFAULT BASE ROW - UNMATCHED "
                       "REQUESTS WOULD FALL BACK TO COMPILED-IN "
                       "VALUES"
               ADD 1 TO WS-ERRORS
           END-IF.

       6000-INSTALL-CONFIG.
      *> Only a staged copy that passed every check gets here. The
      *> live config is replaced from the staged copy, which stays
      *> behind as the recovery copy should the install itself
      *> fail part way.
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS NOT = "00"
               DISPLAY "COBOLCFM: UNABLE TO READ THE STAGING "
                       "CONFIG FOR INSTALL, STATUS " WS-STAGE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBOLCFM: UNABLE TO INSTALL THE CONFIG, "
                       "STATUS " WS-CONFIG-STATUS
               CLOSE STAGE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STAGE-STATUS NOT = "00"
               READ STAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STAGE-RECORD TO CONFG-RECORD
                       WRITE CONFG-RECORD
                       ADD 1 TO WS-ROWS-INSTALLED
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           CLOSE CONFIG-FILE.
           MOVE "Y" TO WS-INSTALLED.

       6500-WRITE-HISTORY.
           IF WS-INSTALLED = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "COBOLCFM: CONFIG INSTALLED BUT UNABLE TO "
                       "WRITE THE CONFIG HISTORY, STATUS "
                       WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HIST-COUNT
               MOVE SPACES TO CHST-RECORD
               MOVE WS-CURRENT-STAMP(1:8) TO CHST-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO CHST-TIME
               MOVE WS-HIST-ACTION(WS-IDX) TO CHST-ACTION
               MOVE WS-HIST-USER(WS-IDX) TO CHST-USER
               MOVE WS-HIST-BEFORE(WS-IDX)(1:188) TO CHST-BEFORE
               MOVE WS-HIST-AFTER(WS-IDX)(1:188) TO CHST-AFTER
               MOVE WS-HIST-BEFORE(WS-IDX)(189:35)
                   TO CHST-BEFORE-LANGS
               MOVE WS-HIST-AFTER(WS-IDX)(189:35)
                   TO CHST-AFTER-LANGS
               WRITE CHST-RECORD
           END-PERFORM.
           CLOSE HISTORY-FILE.

       7000-PRINT-SUMMARY.
           DISPLAY " ".
           MOVE WS-TRANS-READ TO WS-COUNT-DISP.
           DISPLAY " TRANSACTIONS READ .... " WS-COUNT-DISP.
           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISP.
           DISPLAY " APPLIED .............. " WS-COUNT-DISP.
           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISP.
           DISPLAY " REJECTED ............. " WS-COUNT-DISP.
           EVALUATE TRUE
               WHEN WS-TRANS-APPLIED = 0
                   DISPLAY " VERDICT: NOTHING APPLIED - CONFIG NOT "
                           "TOUCHED"
               WHEN WS-INSTALLED = "Y"
                   MOVE WS-ROWS-INSTALLED TO WS-COUNT-DISP
                   DISPLAY " VERDICT: CONFIG INSTALLED, "
                           FUNCTION TRIM(WS-COUNT-DISP) " ROWS"
               WHEN WS-ERRORS > 0
                   DISPLAY " VERDICT: STAGED CONFIG FAILED "
                           "VALIDATION - NOT INSTALLED"
               WHEN OTHER
                   DISPLAY " VERDICT: INSTALL FAILED - RECOVER THE "
                           "CONFIG FROM THE STAGED COPY"
           END-EVALUATE.
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
           MOVE WS-TRANS-APPLIED TO WS-OPS-NUM1.
           MOVE WS-TRANS-REJECTED TO WS-OPS-NUM2.
           MOVE WS-ERRORS TO WS-OPS-NUM3.
           EVALUATE TRUE
               WHEN WS-INSTALLED = "Y"
                   STRING FUNCTION TRIM(WS-OPS-NUM1)
                              DELIMITED BY SIZE
                          " APPLIED, " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPS-NUM2)
                              DELIMITED BY SIZE
                          " REJECTED, INSTALLED" DELIMITED BY SIZE
                          INTO WS-OPS-DETAIL
                   END-STRING
               WHEN WS-TRANS-APPLIED = 0
                   STRING "NOTHING APPLIED, " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPS-NUM2)
                              DELIMITED BY SIZE
                          " REJECTED" DELIMITED BY SIZE
                          INTO WS-OPS-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "NOT INSTALLED, " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPS-NUM3)
                              DELIMITED BY SIZE
                          " VALIDATION ERRORS" DELIMITED BY SIZE
                          INTO WS-OPS-DETAIL
                   END-STRING
           END-EVALUATE.
           OPEN EXTEND OPS-STATUS-FILE.
           IF WS-OPSSTAT-STATUS NOT = "00"
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF.
           IF WS-OPSSTAT-STATUS NOT = "00"
               DISPLAY "COBOLCFM: UNABLE TO WRITE THE OPERATIONS "
                       "STATUS ROW, STATUS " WS-OPSSTAT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO OPSS-RECORD.
           MOVE WS-CURRENT-STAMP(1:8) TO OPSS-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO OPSS-TIME.
           MOVE "COBOLCFM" TO OPSS-JOB.
           MOVE WS-OPS-SEVERITY TO OPSS-SEVERITY.
           MOVE RETURN-CODE TO OPSS-RC.
           MOVE WS-OPS-DETAIL TO OPSS-DETAIL.
           WRITE OPSS-RECORD.
           CLOSE OPS-STATUS-FILE.
