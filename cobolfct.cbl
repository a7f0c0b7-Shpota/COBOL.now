           SELECT TRAN-FILE ASSIGN TO "FACTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT FACT-LANG-FILE ASSIGN TO "FACTLANG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTRN-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO "OPSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSSTAT-STATUS.
             05 TRAN-RETIRE-FIELDS REDEFINES TRAN-ADD-FIELDS.
                10 TRAN-FACT-ID PIC X(5).
                10 FILLER PIC X(238).
             05 TRAN-TRANSL-FIELDS REDEFINES TRAN-ADD-FIELDS.
                10 TRAN-XL-FACT-ID PIC X(5).
                10 FILLER PIC X.
                10 TRAN-XL-LANG PIC X(5).
                10 FILLER PIC X.
                10 TRAN-XL-TEXT PIC X(231).

          FD FACT-LANG-FILE.
             COPY FTRNREC.

          FD CONFIG-FILE.
             COPY CONFGREC.

          FD OPS-STATUS-FILE.
             COPY OPSSREC.
          01 WS-FACTS-STATUS PIC XX VALUE SPACES.
          01 WS-TRAN-STATUS PIC XX VALUE SPACES.
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.
          01 WS-FTRN-STATUS PIC XX VALUE SPACES.
          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
                10 WS-MST-END PIC 9(8).
                10 WS-MST-TEXT PIC X(100).

      *> Translations of the master facts, one per fact and
      *> language; the master text itself is the English original.
          01 WS-TRANSLATION-TABLE.
             05 WS-XL-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-XL-ENTRY OCCURS 2000 TIMES.
                10 WS-XL-ID PIC 9(5).
                10 WS-XL-LANG PIC X(5).
                10 WS-XL-TEXT PIC X(100).

      *> Languages the sites offer, for the missing-translation
      *> report, each with the sites that offer it.
          01 WS-OFFERED-TABLE.
             05 WS-OFR-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-OFR-ENTRY OCCURS 50 TIMES.
                10 WS-OFR-LANG PIC X(5).
                10 WS-OFR-SITES PIC X(60).
                10 WS-OFR-MISSING PIC 9(5) COMP.

          01 WS-TALLY-VARS.
             05 WS-TRANS-READ PIC 9(5) COMP VALUE 0.
             05 WS-TRANS-APPLIED PIC 9(5) COMP VALUE 0.
             05 WS-TRANS-REJECTED PIC 9(5) COMP VALUE 0.
             05 WS-UNTRANSLATED PIC 9(5) COMP VALUE 0.

          01 WS-WORK-VARS.
             05 WS-IDX PIC 9(4) COMP VALUE 0.
             05 WS-TEXT-LEN PIC 9(4) COMP VALUE 0.
             05 WS-RETIRE-ID PIC 9(5) VALUE 0.
             05 WS-MASTER-DIRTY PIC X VALUE "N".
             05 WS-XL-DIRTY PIC X VALUE "N".
             05 WS-XL-IDX PIC 9(4) COMP VALUE 0.
             05 WS-JDX PIC 9(4) COMP VALUE 0.
             05 WS-OFR-IDX PIC 9(4) COMP VALUE 0.
             05 WS-XL-ID-NUM PIC 9(5) VALUE 0.
             05 WS-MASTER-LANG PIC X(5) VALUE "en".
             05 WS-LANG-LIST PIC X(36) VALUE SPACES.
             05 WS-LANG-WORD PIC X(12) VALUE SPACES.
             05 WS-LANG-PTR PIC 9(4) COMP VALUE 0.
             05 WS-LANG-POS PIC 9(4) COMP VALUE 0.
             05 WS-LANG-LEN PIC 9(4) COMP VALUE 0.
             05 WS-LANG-BAD PIC X VALUE "N".
             05 WS-SITE-NAME PIC X(30) VALUE SPACES.
             05 WS-SITE-HITS PIC 9(4) COMP VALUE 0.
             05 WS-SITE-WORD PIC X(32) VALUE SPACES.
             05 WS-SITE-LIST PIC X(62) VALUE SPACES.

          01 WS-PRINT-FIELDS.
             05 WS-READ-DISP PIC ZZZZ9.
             05 WS-APPLIED-DISP PIC ZZZZ9.
             05 WS-REJECTED-DISP PIC ZZZZ9.
             05 WS-MASTER-DISP PIC ZZZZ9.
             05 WS-MISSING-DISP PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-LOAD-MASTER.
           PERFORM 1200-LOAD-TRANSLATIONS.
           PERFORM 2000-PROCESS-TRANSACTIONS.
           IF WS-MASTER-DIRTY = "Y"
               PERFORM 3000-REWRITE-MASTER
           END-IF.
           IF WS-XL-DIRTY = "Y"
               PERFORM 3100-REWRITE-TRANSLATIONS
           END-IF.
           PERFORM 4000-PRINT-SUMMARY.
           PERFORM 5000-MISSING-TRANSLATIONS.
           IF WS-TRANS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
               MOVE FACT-ID TO WS-MST-MAX-ID
           END-IF.

       1200-LOAD-TRANSLATIONS.
      *> A missing translation file only means nothing has been
      *> translated yet; the first TRANSL creates it.
           OPEN INPUT FACT-LANG-FILE.
           IF WS-FTRN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FTRN-STATUS NOT = "00"
               DISPLAY "COBOLFCT: UNABLE TO OPEN THE FACT "
                       "TRANSLATIONS, STATUS " WS-FTRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FTRN-STATUS NOT = "00"
               READ FACT-LANG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1300-STORE-TRANSLATION
               END-READ
           END-PERFORM.
           CLOSE FACT-LANG-FILE.

       1300-STORE-TRANSLATION.
           IF FTRN-FACT-ID IS NOT NUMERIC OR FTRN-LANG = SPACES
               DISPLAY "COBOLFCT: DROPPING UNPARSEABLE TRANSLATION "
                       "ROW: " FUNCTION TRIM(FTRN-RECORD)
               MOVE "Y" TO WS-XL-DIRTY
               EXIT PARAGRAPH
           END-IF.
           IF WS-XL-COUNT >= 2000
               DISPLAY "COBOLFCT: TRANSLATION TABLE FULL, RECORD "
                       FTRN-FACT-ID " " FTRN-LANG
                       " AND LATER NOT LOADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-XL-COUNT.
           MOVE FTRN-FACT-ID TO WS-XL-ID(WS-XL-COUNT).
           MOVE FUNCTION LOWER-CASE(FTRN-LANG)
               TO WS-XL-LANG(WS-XL-COUNT).
           MOVE FTRN-TEXT TO WS-XL-TEXT(WS-XL-COUNT).

       2000-PROCESS-TRANSACTIONS.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
                   PERFORM 2200-APPLY-ADD
               WHEN "RETIRE"
                   PERFORM 2300-APPLY-RETIRE
               WHEN "TRANSL"
                   PERFORM 2400-APPLY-TRANSLATION
               WHEN SPACES
                   SUBTRACT 1 FROM WS-TRANS-READ
               WHEN OTHER
           ADD 1 TO WS-TRANS-APPLIED.
           DISPLAY "COBOLFCT: RETIRED FACT " WS-RETIRE-ID.

       2400-APPLY-TRANSLATION.
      *> Adds the text of an existing fact in one language, or
      *> replaces the one already on file. The fact may be retired
      *> - a translation is kept with it, as the master row is.
      *> The master text is the English original, so English is
      *> maintained with ADD, not here.
           IF TRAN-XL-FACT-ID IS NOT NUMERIC
               DISPLAY "COBOLFCT: REJECTED TRANSL - BAD FACT ID '"
                       TRAN-XL-FACT-ID "'"
               ADD 1 TO WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           MOVE TRAN-XL-FACT-ID TO WS-XL-ID-NUM.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MST-COUNT
               IF WS-MST-ID(WS-IDX) = WS-XL-ID-NUM
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               DISPLAY "COBOLFCT: REJECTED TRANSL - NO FACT "
                       WS-XL-ID-NUM " ON THE MASTER"
               ADD 1 TO WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LOWER-CASE(TRAN-XL-LANG) TO WS-LANG-WORD.
           PERFORM 2450-CHECK-LANGUAGE-CODE.
           IF WS-LANG-BAD = "Y"
               DISPLAY "COBOLFCT: REJECTED TRANSL - LANGUAGE '"
                       FUNCTION TRIM(TRAN-XL-LANG)
                       "' IS NOT A 2-5 LETTER LANGUAGE TAG"
               ADD 1 TO WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANG-WORD = WS-MASTER-LANG
               DISPLAY "COBOLFCT: REJECTED TRANSL - FACT "
                       WS-XL-ID-NUM " - " FUNCTION TRIM(WS-MASTER-LANG)
                       " IS THE MASTER TEXT'S LANGUAGE"
               ADD 1 TO WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-XL-TEXT = SPACES
               DISPLAY "COBOLFCT: REJECTED TRANSL - FACT "
                       WS-XL-ID-NUM " TEXT IS BLANK"
               ADD 1 TO WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TRAN-XL-TEXT))
               TO WS-TEXT-LEN.
           IF WS-TEXT-LEN > 100
               DISPLAY "COBOLFCT: REJECTED TRANSL - TEXT IS "
                       WS-TEXT-LEN " BYTES, LIMIT IS 100: "
                       TRAN-XL-TEXT(1:60) "..."
               ADD 1 TO WS-TRANS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-XL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-XL-COUNT
               IF WS-XL-ID(WS-IDX) = WS-XL-ID-NUM
                       AND WS-XL-LANG(WS-IDX) = WS-LANG-WORD
                   MOVE WS-IDX TO WS-XL-IDX
               END-IF
           END-PERFORM.
           IF WS-XL-IDX > 0
               MOVE TRAN-XL-TEXT TO WS-XL-TEXT(WS-XL-IDX)
               DISPLAY "COBOLFCT: REPLACED TRANSLATION OF FACT "
                       WS-XL-ID-NUM " (" FUNCTION TRIM(WS-LANG-WORD)
                       ")"
           ELSE
               IF WS-XL-COUNT >= 2000
                   DISPLAY "COBOLFCT: REJECTED TRANSL - "
                           "TRANSLATION TABLE FULL"
                   ADD 1 TO WS-TRANS-REJECTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-XL-COUNT
               MOVE WS-XL-ID-NUM TO WS-XL-ID(WS-XL-COUNT)
               MOVE WS-LANG-WORD TO WS-XL-LANG(WS-XL-COUNT)
               MOVE TRAN-XL-TEXT TO WS-XL-TEXT(WS-XL-COUNT)
               DISPLAY "COBOLFCT: ADDED TRANSLATION OF FACT "
                       WS-XL-ID-NUM " (" FUNCTION TRIM(WS-LANG-WORD)
                       ")"
           END-IF.
           MOVE "Y" TO WS-XL-DIRTY.
           ADD 1 TO WS-TRANS-APPLIED.

       2450-CHECK-LANGUAGE-CODE.
      *> The same test COBOLCFG puts a site's languages to: two to
      *> five letters, a region after a hyphen allowed ("pt-br").
           MOVE "N" TO WS-LANG-BAD.
           IF WS-LANG-WORD = SPACES
               MOVE "Y" TO WS-LANG-BAD
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LANG-WORD))
               TO WS-LANG-LEN.
           IF WS-LANG-LEN < 2 OR WS-LANG-LEN > 5
                   OR WS-LANG-WORD(1:1) IS NOT ALPHABETIC-LOWER
                   OR WS-LANG-WORD(1:1) = SPACE
               MOVE "Y" TO WS-LANG-BAD
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LANG-POS FROM 1 BY 1
                   UNTIL WS-LANG-POS > WS-LANG-LEN
               IF WS-LANG-WORD(WS-LANG-POS:1) IS NOT ALPHABETIC-LOWER
                       AND WS-LANG-WORD(WS-LANG-POS:1) NOT = "-"
                   MOVE "Y" TO WS-LANG-BAD
               END-IF
           END-PERFORM.

       3000-REWRITE-MASTER.
           OPEN OUTPUT FACTS-FILE.
           IF WS-FACTS-STATUS NOT = "00"
           END-PERFORM.
           CLOSE FACTS-FILE.

       3100-REWRITE-TRANSLATIONS.
           OPEN OUTPUT FACT-LANG-FILE.
           IF WS-FTRN-STATUS NOT = "00"
               DISPLAY "COBOLFCT: UNABLE TO REWRITE THE FACT "
                       "TRANSLATIONS, STATUS " WS-FTRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-XL-COUNT
               MOVE SPACES TO FTRN-RECORD
               MOVE WS-XL-ID(WS-IDX) TO FTRN-FACT-ID
               MOVE WS-XL-LANG(WS-IDX) TO FTRN-LANG
               MOVE WS-XL-TEXT(WS-IDX) TO FTRN-TEXT
               WRITE FTRN-RECORD
           END-PERFORM.
           CLOSE FACT-LANG-FILE.

       4000-PRINT-SUMMARY.
           MOVE WS-TRANS-READ TO WS-READ-DISP.
           MOVE WS-TRANS-APPLIED TO WS-APPLIED-DISP.
                   WS-REJECTED-DISP " REJECTED, "
                   WS-MASTER-DISP " FACTS ON THE MASTER".

       5000-MISSING-TRANSLATIONS.
      *> For every language a site offers, the active facts with
      *> no translation in it - the page shows those in the master
      *> English instead. English and its regional variants are
      *> left out, the master text serving them as it stands. The
      *> report is for the translators; it does not set the RC.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "35"
               DISPLAY "COBOLFCT: NO CONFIG DATASET - NO SITE "
                       "LANGUAGES TO REPORT"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBOLFCT: UNABLE TO READ THE CONFIG, STATUS "
                       WS-CONFIG-STATUS
                       " - MISSING-TRANSLATION REPORT SKIPPED"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-STATUS NOT = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 5100-COLLECT-SITE-LANGUAGES
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           DISPLAY "COBOLFCT: MISSING TRANSLATIONS OF ACTIVE FACTS".
           IF WS-OFR-COUNT = 0
               DISPLAY "  NO SITE OFFERS A LANGUAGE BESIDES "
                       FUNCTION TRIM(WS-MASTER-LANG)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
                   UNTIL WS-OFR-IDX > WS-OFR-COUNT
               PERFORM 5300-REPORT-LANGUAGE
           END-PERFORM.

       5100-COLLECT-SITE-LANGUAGES.
      *> Every row counts, seasonal ones included, so a language a
      *> theme adds for its weeks is reported as well.
           IF CONFG-SITE-CODE = SPACES
               MOVE CONFG-SITE TO WS-SITE-NAME
           ELSE
               MOVE CONFG-SITE-CODE TO WS-SITE-NAME
           END-IF.
           MOVE SPACES TO WS-LANG-LIST.
           STRING CONFG-DEFAULT-LANG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONFG-LANGUAGES DELIMITED BY SIZE
                  INTO WS-LANG-LIST
           END-STRING.
           MOVE FUNCTION LOWER-CASE(WS-LANG-LIST) TO WS-LANG-LIST.
           MOVE 1 TO WS-LANG-PTR.
           PERFORM UNTIL WS-LANG-PTR > LENGTH OF WS-LANG-LIST
               MOVE SPACES TO WS-LANG-WORD
               UNSTRING WS-LANG-LIST DELIMITED BY ALL SPACE
                   INTO WS-LANG-WORD
                   WITH POINTER WS-LANG-PTR
               END-UNSTRING
               IF WS-LANG-WORD NOT = SPACES
                   PERFORM 5200-ADD-OFFERED-LANGUAGE
               END-IF
           END-PERFORM.

       5200-ADD-OFFERED-LANGUAGE.
           IF WS-LANG-WORD = WS-MASTER-LANG
                   OR WS-LANG-WORD(1:3) = "en-"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OFR-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OFR-COUNT
               IF WS-OFR-LANG(WS-IDX) = WS-LANG-WORD
                   MOVE WS-IDX TO WS-OFR-IDX
               END-IF
           END-PERFORM.
           IF WS-OFR-IDX = 0
               IF WS-OFR-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OFR-COUNT
               MOVE WS-OFR-COUNT TO WS-OFR-IDX
               MOVE WS-LANG-WORD TO WS-OFR-LANG(WS-OFR-IDX)
               MOVE SPACES TO WS-OFR-SITES(WS-OFR-IDX)
               MOVE 0 TO WS-OFR-MISSING(WS-OFR-IDX)
           END-IF.
      *> Each site once, however many of its rows offer it.
           MOVE SPACES TO WS-SITE-WORD WS-SITE-LIST.
           STRING " " FUNCTION TRIM(WS-SITE-NAME) " "
                  DELIMITED BY SIZE INTO WS-SITE-WORD
           END-STRING.
           STRING " " WS-OFR-SITES(WS-OFR-IDX)
                  DELIMITED BY SIZE INTO WS-SITE-LIST
           END-STRING.
           MOVE 0 TO WS-SITE-HITS.
           INSPECT WS-SITE-LIST TALLYING WS-SITE-HITS
               FOR ALL WS-SITE-WORD(1:
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SITE-NAME)) + 2).
           IF WS-SITE-HITS > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-OFR-SITES(WS-OFR-IDX) = SPACES
               MOVE WS-SITE-NAME TO WS-OFR-SITES(WS-OFR-IDX)
           ELSE
               STRING FUNCTION TRIM(WS-SITE-LIST) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SITE-NAME) DELIMITED BY SIZE
                      INTO WS-OFR-SITES(WS-OFR-IDX)
               END-STRING
           END-IF.

       5300-REPORT-LANGUAGE.
           DISPLAY "  LANGUAGE " WS-OFR-LANG(WS-OFR-IDX)
                   " OFFERED BY "
                   FUNCTION TRIM(WS-OFR-SITES(WS-OFR-IDX)).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MST-COUNT
               IF WS-MST-ACTIVE(WS-IDX) = "A"
                   PERFORM 5400-CHECK-FACT-TRANSLATED
               END-IF
           END-PERFORM.
           MOVE WS-OFR-MISSING(WS-OFR-IDX) TO WS-MISSING-DISP.
           DISPLAY "  " WS-MISSING-DISP " ACTIVE FACTS NOT IN "
                   FUNCTION TRIM(WS-OFR-LANG(WS-OFR-IDX)).
           ADD WS-OFR-MISSING(WS-OFR-IDX) TO WS-UNTRANSLATED.

       5400-CHECK-FACT-TRANSLATED.
           MOVE 0 TO WS-XL-IDX.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-XL-COUNT OR WS-XL-IDX > 0
               IF WS-XL-ID(WS-JDX) = WS-MST-ID(WS-IDX)
                       AND WS-XL-LANG(WS-JDX) = WS-OFR-LANG(WS-OFR-IDX)
                   MOVE WS-JDX TO WS-XL-IDX
               END-IF
           END-PERFORM.
           IF WS-XL-IDX = 0
               ADD 1 TO WS-OFR-MISSING(WS-OFR-IDX)
               DISPLAY "    " WS-MST-ID(WS-IDX) " "
                       WS-MST-CATEGORY(WS-IDX) " "
                       WS-MST-TEXT(WS-IDX)(1:50)
           END-IF.

       9500-WRITE-OPS-STATUS.
      *> The morning status row for COBOLOPS. Best effort: the job
      *> never fails just because the status dataset is sick - a
                  " REJECTED" DELIMITED BY SIZE
                  INTO WS-OPS-DETAIL
           END-STRING.
           IF WS-UNTRANSLATED > 0
               MOVE WS-UNTRANSLATED TO WS-OPS-NUM3
               MOVE SPACES TO WS-OPS-DETAIL
               STRING FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                      " APPLIED, " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPS-NUM2) DELIMITED BY SIZE
                      " REJECTED, " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPS-NUM3) DELIMITED BY SIZE
                      " UNTRANSLATED" DELIMITED BY SIZE
                      INTO WS-OPS-DETAIL
               END-STRING
           END-IF.
           OPEN EXTEND OPS-STATUS-FILE.
           IF WS-OPSSTAT-STATUS NOT = "00"
               OPEN OUTPUT OPS-STATUS-FILE
