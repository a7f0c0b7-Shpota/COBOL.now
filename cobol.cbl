           SELECT GB-RECENT-FILE ASSIGN TO DYNAMIC WS-GBREC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GBREC-STATUS.
           SELECT MAINT-CAL-FILE ASSIGN TO "MAINTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTCAL-STATUS.
           SELECT LANG-TEXT-FILE ASSIGN TO "LANGTEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTXT-STATUS.
           SELECT FACT-LANG-FILE ASSIGN TO "FACTLANG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTRN-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD GB-RECENT-FILE.
             COPY GBRCREC.

          FD MAINT-CAL-FILE.
             COPY MCALREC.

          FD LANG-TEXT-FILE.
             COPY LTXTREC.

          FD FACT-LANG-FILE.
             COPY FTRNREC.

          WORKING-STORAGE SECTION.
          01 newline PIC x VALUE x'0a'.

             05 WS-BEST-HL-COLOR PIC X(20) VALUE SPACES.
             05 WS-BEST-DEFAULT-NAME PIC X(30) VALUE SPACES.
             05 WS-BEST-FACT-CAT PIC X(12) VALUE SPACES.
             05 WS-BEST-DEFAULT-LANG PIC X(5) VALUE SPACES.
             05 WS-BEST-LANGUAGES PIC X(30) VALUE SPACES.
          01 WS-SITE-BASE-CODE PIC X(8) VALUE SPACES.
          01 WS-SITE-BASE-FACT-CAT PIC X(12) VALUE SPACES.
          01 WS-SITE-FACT-CAT PIC X(12) VALUE SPACES.
          01 WS-SITE-BASE-DEFAULT-LANG PIC X(5) VALUE SPACES.
          01 WS-SITE-BASE-LANGUAGES PIC X(30) VALUE SPACES.

      *> Language negotiation: the languages the site offers (all
      *> lower case, as the config keeps them), the one a ?lang=
      *> parameter asked for, and the one this request is served.
      *> WS-LANG-LINK carries a ?lang= choice on to the page's own
      *> links so the visitor stays in it.
          01 WS-LANG-VARS.
             05 WS-SITE-LANGUAGES PIC X(30) VALUE SPACES.
             05 WS-SITE-DEFAULT-LANG PIC X(5) VALUE SPACES.
             05 WS-LANG-SERVED PIC X(5) VALUE SPACES.
             05 WS-LANG-REQUESTED PIC X(20) VALUE SPACES.
             05 WS-LANG-SOURCE PIC X VALUE "D".
                88 LANG-FROM-DEFAULT VALUE "D".
                88 LANG-FROM-QUERY VALUE "Q".
                88 LANG-FROM-BROWSER VALUE "B".
             05 WS-LANG-LINK PIC X(20) VALUE SPACES.
             05 WS-LANG-HOME PIC X(20) VALUE "/".
             05 WS-LANG-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-LANG-OFFERED PIC X(5) OCCURS 10 TIMES.
             05 WS-LANG-IDX PIC 9(4) COMP VALUE 0.
             05 WS-LANG-PTR PIC 9(4) COMP VALUE 0.
             05 WS-LANG-AL-LEN PIC 9(4) COMP VALUE 0.
             05 WS-LANG-WORD PIC X(40) VALUE SPACES.
             05 WS-LANG-ITEM PIC X(40) VALUE SPACES.
             05 WS-LANG-TAG PIC X(40) VALUE SPACES.
             05 WS-LANG-PARAMS PIC X(40) VALUE SPACES.
             05 WS-LANG-CAND PIC X(20) VALUE SPACES.
             05 WS-LANG-PRIMARY PIC X(20) VALUE SPACES.
             05 WS-LANG-OFFER-PRIMARY PIC X(20) VALUE SPACES.
             05 WS-LANG-MATCH PIC X(5) VALUE SPACES.
             05 WS-LANG-Q-POS PIC 9(4) COMP VALUE 0.
             05 WS-LANG-Q-TEXT PIC X(10) VALUE SPACES.
             05 WS-LANG-Q PIC 9V999 VALUE 0.
             05 WS-LANG-BEST-Q PIC 9V999 VALUE 0.
          01 WS-HTTP-ACCEPT-LANG PIC X(200) VALUE SPACES.
          01 WS-LTXT-STATUS PIC XX VALUE SPACES.
          01 WS-FTRN-STATUS PIC XX VALUE SPACES.

      *> The page's labels, by LANGTEXT key, with the built-in
      *> English each starts from (a blank TITLE keeps the config
      *> title). WS-LABEL-RANK is how good a LANGTEXT row has set
      *> it so far: 1 the site's default language for every site,
      *> 2 the same for this site, 3 and 4 the same for the
      *> language served.
          01 WS-LABEL-KEY-VALUES.
             05 FILLER PIC X(12) VALUE "TITLE".
             05 FILLER PIC X(12) VALUE "NOW".
             05 FILLER PIC X(12) VALUE "GUESTBOOK".
             05 FILLER PIC X(12) VALUE "NAME-HINT".
             05 FILLER PIC X(12) VALUE "MSG-HINT".
             05 FILLER PIC X(12) VALUE "SIGN".
             05 FILLER PIC X(12) VALUE "VISITOR-PRE".
             05 FILLER PIC X(12) VALUE "VISITOR-POST".
          01 WS-LABEL-KEYS REDEFINES WS-LABEL-KEY-VALUES.
             05 WS-LABEL-KEY PIC X(12) OCCURS 8 TIMES.
          01 WS-LABEL-DEFAULT-VALUES.
             05 FILLER PIC X(80) VALUE SPACES.
             05 FILLER PIC X(80) VALUE "NOW!".
             05 FILLER PIC X(80) VALUE "Guestbook".
             05 FILLER PIC X(80) VALUE "Your name".
             05 FILLER PIC X(80) VALUE "Your message".
             05 FILLER PIC X(80) VALUE "Sign".
             05 FILLER PIC X(80) VALUE "You are visitor #".
             05 FILLER PIC X(80) VALUE ".".
          01 WS-LABEL-DEFAULTS REDEFINES WS-LABEL-DEFAULT-VALUES.
             05 WS-LABEL-DEFAULT PIC X(80) OCCURS 8 TIMES.
          01 WS-LABEL-TEXTS.
             05 WS-LABEL-TEXT PIC X(80) OCCURS 8 TIMES.
          01 WS-LABEL-NAMES REDEFINES WS-LABEL-TEXTS.
             05 WS-LBL-TITLE PIC X(80).
             05 WS-LBL-NOW PIC X(80).
             05 WS-LBL-GUESTBOOK PIC X(80).
             05 WS-LBL-NAME-HINT PIC X(80).
             05 WS-LBL-MSG-HINT PIC X(80).
             05 WS-LBL-SIGN PIC X(80).
             05 WS-LBL-VISITOR-PRE PIC X(80).
             05 WS-LBL-VISITOR-POST PIC X(80).
          01 WS-LABEL-RANKS.
             05 WS-LABEL-RANK PIC 9 OCCURS 8 TIMES.
          01 WS-LABEL-COUNT PIC 9(4) COMP VALUE 8.
          01 WS-LABEL-IDX PIC 9(4) COMP VALUE 0.
          01 WS-LABEL-ROW-RANK PIC 9 VALUE 0.
      *> The same labels escaped for the HTML page, and the one
      *> the JSON title carries escaped for JSON.
          01 WS-PAGE-TEXT.
             05 WS-PAGE-TEXT-HTML PIC X(200) OCCURS 8 TIMES.
          01 WS-PAGE-TEXT-NAMES REDEFINES WS-PAGE-TEXT.
             05 WS-TXT-TITLE PIC X(200).
             05 WS-TXT-NOW PIC X(200).
             05 WS-TXT-GUESTBOOK PIC X(200).
             05 WS-TXT-NAME-HINT PIC X(200).
             05 WS-TXT-MSG-HINT PIC X(200).
             05 WS-TXT-SIGN PIC X(200).
             05 WS-TXT-VISITOR-PRE PIC X(200).
             05 WS-TXT-VISITOR-POST PIC X(200).
          01 WS-TXT-NOW-JSON PIC X(200) VALUE SPACES.

          01 WS-GREETING-NAME PIC X(60) VALUE "COBOL".

          01 WS-HTTP-ACCEPT PIC X(100) VALUE SPACES.
          01 WS-OUTPUT-FORMAT PIC X(4) VALUE "HTML".
             88 FORMAT-IS-JSON VALUE "JSON".
             88 FORMAT-IS-ATOM VALUE "ATOM".

          01 WS-GREETING-HTML PIC X(360) VALUE SPACES.
          01 WS-GREETING-JSON PIC X(360) VALUE SPACES.
             88 LOG-DISP-SERVED VALUE "S".
             88 LOG-DISP-BLOCKED VALUE "B".
             88 LOG-DISP-NOT-MODIFIED VALUE "N".
             88 LOG-DISP-MAINTENANCE VALUE "M".
          01 WS-LOG-METHOD PIC X(8) VALUE SPACES.
          01 WS-LOG-FORMAT PIC X(4) VALUE SPACES.
          01 WS-LOG-LANG PIC X(5) VALUE SPACES.
          01 WS-LOG-FIELD-LEN PIC 9(4) VALUE 0.

          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-GB-MSG-HTML PIC X(400) VALUE SPACES.
          01 WS-GB-BOT-PCT PIC 99 VALUE 0.

      *> The Atom feed: ?format=atom serves the newest approved
      *> guestbook entries plus one entry per day for the fact the
      *> site's history pinned that day. Entry ids are tag URIs
      *> built from the site key and the guestbook stamp or the
      *> fact date, so a reader never sees an entry twice.
          01 WS-FEED-VARS.
             05 WS-FEED-ID-BASE PIC X(80) VALUE SPACES.
             05 WS-FEED-STAMP PIC X(14) VALUE SPACES.
             05 WS-FEED-TIME PIC X(20) VALUE SPACES.
             05 WS-FEED-IDX PIC 9(4) VALUE 0.
          01 WS-FEED-FACT-TABLE.
             05 WS-FEED-FACT-COUNT PIC 9(4) VALUE 0.
             05 WS-FEED-FACT-ENTRY OCCURS 31 TIMES.
                10 WS-FEED-FACT-DATE PIC 9(8).
                10 WS-FEED-FACT-ID PIC 9(5).
                10 WS-FEED-FACT-TEXT PIC X(100).
          01 WS-XML-CTL-CHARS.
             05 FILLER PIC X(16)
                VALUE X'000102030405060708090A0B0C0D0E0F'.
             05 FILLER PIC X(16)
                VALUE X'101112131415161718191A1B1C1D1E1F'.
          01 WS-XML-CTL-BLANKS PIC X(32) VALUE SPACES.

          01 WS-HTML-LINE-COUNT PIC 9(4) VALUE 23.
          01 WS-HTML-IDX PIC 9(4) VALUE 0.
          01 WS-HTML-TABLE.
             88 HEALTH-MODE VALUE "HEALTH".

          01 WS-HEALTH-CHECK.
             05 WS-HC-OVERALL PIC X(11) VALUE "OK".
             05 WS-HC-CONFIG-ST PIC XX VALUE SPACES.
             05 WS-HC-COUNTER-ST PIC XX VALUE SPACES.
             05 WS-HC-FACTMST-ST PIC XX VALUE SPACES.
             05 WS-HC-FACTHIST-ST PIC XX VALUE SPACES.
             05 WS-HC-GBOOK-ST PIC XX VALUE SPACES.
             05 WS-HC-BLOCK-ST PIC XX VALUE SPACES.
             05 WS-HC-LTXT-ST PIC XX VALUE SPACES.
             05 WS-HC-FTRN-ST PIC XX VALUE SPACES.
          01 WS-CHKP-COUNTER-DONE PIC X VALUE "N".
          01 WS-CHKP-LOG-DONE PIC X VALUE "N".
          01 WS-CHKP-SNAPSHOT-DONE PIC X VALUE "N".

      *> An open window on the maintenance calendar for this site:
      *> the latest end among the windows covering now, and the
      *> message the holding page shows.
          01 WS-MAINTCAL-STATUS PIC XX VALUE SPACES.
          01 WS-MAINT-FLAG PIC X VALUE "N".
             88 MAINT-WINDOW-OPEN VALUE "Y".
          01 WS-MAINT-NOW PIC X(14) VALUE SPACES.
          01 WS-MAINT-UNTIL PIC X(14) VALUE SPACES.
          01 WS-MAINT-MESSAGE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "N" TO WS-ERROR-FLAG.
               PERFORM 6000-RUN-HEALTH-CHECK
               STOP RUN
           END-IF.
      *> Inside a maintenance window nothing past this point may
      *> run: the datasets may be half restored. The request is
      *> logged as M and answered with the holding page; the
      *> batch snapshot is simply not taken, and the job's
      *> publish step keeps last night's page.
           IF MAINT-WINDOW-OPEN
               IF BATCH-MODE
                   DISPLAY "COBOL: MAINTENANCE WINDOW OPEN UNTIL "
                           WS-MAINT-UNTIL " - SNAPSHOT NOT TAKEN"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 2000-PARSE-QUERY-STRING
                   SET LOG-DISP-MAINTENANCE TO TRUE
                   PERFORM 4000-WRITE-AUDIT-LOG
                   PERFORM 9080-RENDER-MAINTENANCE
               END-IF
               STOP RUN
           END-IF.
           IF NOT BATCH-MODE
               PERFORM 1080-CHECK-BLOCKLIST
               IF ADDR-IS-BLOCKED
               END-IF
           END-IF.
           PERFORM 2000-PARSE-QUERY-STRING.
           PERFORM 2100-SELECT-LANGUAGE.
           PERFORM 2150-LOAD-PAGE-TEXT.
           PERFORM 2500-READ-POST-INPUT.
           IF NOT ERROR-OCCURRED AND WS-GB-HAVE-ENTRY = "Y"
               PERFORM 5000-WRITE-GUESTBOOK-ENTRY
               END-IF
           END-IF.
           IF NOT ERROR-OCCURRED
               EVALUATE TRUE
                   WHEN FORMAT-IS-ATOM
                       PERFORM 7000-PICK-TRIVIA-FACT
                       PERFORM 8600-LOAD-FEED-ENTRIES
                   WHEN GB-BROWSE-MODE
                       PERFORM 8500-LOAD-GUESTBOOK-PAGE
                   WHEN OTHER
                       PERFORM 7000-PICK-TRIVIA-FACT
                       PERFORM 8000-LOAD-GUESTBOOK-RECENT
                       PERFORM 2060-ESCAPE-FOR-HTML
                       PERFORM 2070-ESCAPE-FOR-JSON
               END-EVALUATE
           END-IF.
           IF ERROR-OCCURRED OR NOT (BATCH-MODE
                   AND WS-CHKP-SNAPSHOT-DONE = "Y")
               MOVE WS-BEST-DEFAULT-NAME TO CONFG-DEFAULT-NAME
               MOVE WS-BEST-CODE TO WS-SITE-CODE
               MOVE WS-BEST-FACT-CAT TO WS-SITE-FACT-CAT
               MOVE WS-BEST-DEFAULT-LANG TO WS-SITE-DEFAULT-LANG
               MOVE WS-BEST-LANGUAGES TO WS-SITE-LANGUAGES
           ELSE
               MOVE "COBOL NOW!" TO CONFG-TITLE
               MOVE "aliceblue" TO CONFG-BG-COLOR
               MOVE "COBOL" TO CONFG-DEFAULT-NAME
               MOVE SPACES TO WS-SITE-CODE
               MOVE SPACES TO WS-SITE-FACT-CAT
               MOVE SPACES TO WS-SITE-DEFAULT-LANG
               MOVE SPACES TO WS-SITE-LANGUAGES
           END-IF.
      *> A seasonal row may leave the site code blank; the site's
      *> datasets must not change with the season, so the base
           IF WS-SITE-FACT-CAT = SPACES
               MOVE WS-SITE-BASE-FACT-CAT TO WS-SITE-FACT-CAT
           END-IF.
      *> And its languages.
           IF WS-SITE-LANGUAGES = SPACES
               MOVE WS-SITE-BASE-LANGUAGES TO WS-SITE-LANGUAGES
           END-IF.
           IF WS-SITE-DEFAULT-LANG = SPACES
               MOVE WS-SITE-BASE-DEFAULT-LANG TO WS-SITE-DEFAULT-LANG
           END-IF.
           PERFORM 1030-SET-SITE-LANGUAGES.
           IF WS-SITE-CODE NOT = SPACES
               PERFORM 1020-BUILD-SITE-FILE-NAMES
           END-IF.
           IF WS-CFG-RANK = 3 AND CONFG-FACT-CATEGORY NOT = SPACES
               MOVE CONFG-FACT-CATEGORY TO WS-SITE-BASE-FACT-CAT
           END-IF.
           IF WS-CFG-RANK = 3 AND CONFG-LANGUAGES NOT = SPACES
               MOVE FUNCTION LOWER-CASE(CONFG-LANGUAGES)
                   TO WS-SITE-BASE-LANGUAGES
           END-IF.
           IF WS-CFG-RANK = 3 AND CONFG-DEFAULT-LANG NOT = SPACES
               MOVE FUNCTION LOWER-CASE(CONFG-DEFAULT-LANG)
                   TO WS-SITE-BASE-DEFAULT-LANG
           END-IF.
           IF CONFG-THEME-START NOT = SPACES
                   OR CONFG-THEME-END NOT = SPACES
               IF CONFG-THEME-START IS NUMERIC
               MOVE CONFG-HL-COLOR TO WS-BEST-HL-COLOR
               MOVE CONFG-DEFAULT-NAME TO WS-BEST-DEFAULT-NAME
               MOVE CONFG-FACT-CATEGORY TO WS-BEST-FACT-CAT
               MOVE FUNCTION LOWER-CASE(CONFG-DEFAULT-LANG)
                   TO WS-BEST-DEFAULT-LANG
               MOVE FUNCTION LOWER-CASE(CONFG-LANGUAGES)
                   TO WS-BEST-LANGUAGES
           END-IF.

       1020-BUILD-SITE-FILE-NAMES.
                  INTO WS-GBREC-FILE-NAME
           END-STRING.

       1030-SET-SITE-LANGUAGES.
      *> The languages the site offers, and the one it falls back
      *> to: the configured default, else the first language
      *> listed, else English. A site listing none offers just
      *> its default. Until a request asks for another, the
      *> default is the language served.
           MOVE 0 TO WS-LANG-COUNT.
           MOVE 1 TO WS-LANG-PTR.
           PERFORM UNTIL WS-LANG-PTR > 30
               MOVE SPACES TO WS-LANG-WORD
               UNSTRING WS-SITE-LANGUAGES DELIMITED BY ALL SPACE
                   INTO WS-LANG-WORD
                   WITH POINTER WS-LANG-PTR
               END-UNSTRING
               IF WS-LANG-WORD NOT = SPACES AND WS-LANG-COUNT < 10
                   ADD 1 TO WS-LANG-COUNT
                   MOVE WS-LANG-WORD TO WS-LANG-OFFERED(WS-LANG-COUNT)
               END-IF
           END-PERFORM.
           IF WS-SITE-DEFAULT-LANG = SPACES
               IF WS-LANG-COUNT > 0
                   MOVE WS-LANG-OFFERED(1) TO WS-SITE-DEFAULT-LANG
               ELSE
                   MOVE "en" TO WS-SITE-DEFAULT-LANG
               END-IF
           END-IF.
           IF WS-LANG-COUNT = 0
               MOVE 1 TO WS-LANG-COUNT
               MOVE WS-SITE-DEFAULT-LANG TO WS-LANG-OFFERED(1)
           END-IF.
           MOVE WS-SITE-DEFAULT-LANG TO WS-LANG-SERVED.
           SET LANG-FROM-DEFAULT TO TRUE.

       1050-CHECK-RUN-MODE.
           MOVE "RUN_MODE" TO WS-ENV-NAME.
           MOVE SPACES TO WS-RUN-MODE.
               ACCEPT WS-QUERY-STRING FROM ENVIRONMENT-VALUE
               PERFORM 1055-SCAN-HEALTH-PARAM
           END-IF.
           PERFORM 1070-CHECK-MAINT-CALENDAR.
      *> A snapshot skipped for maintenance leaves the restart
      *> checkpoint exactly as it was.
           IF BATCH-MODE AND NOT MAINT-WINDOW-OPEN
               PERFORM 1060-LOAD-CHECKPOINT
           END-IF.

           END-IF.
           CLOSE CHECKPOINT-FILE.

       1070-CHECK-MAINT-CALENDAR.
      *> A restore or an archive repair takes the site's datasets
      *> down under a window on the maintenance calendar. A window
      *> counts when it names this site's code (or *ALL) and now
      *> falls inside it; overlapping windows run to the latest
      *> end. No calendar, no windows.
           MOVE "N" TO WS-MAINT-FLAG.
           MOVE SPACES TO WS-MAINT-UNTIL.
           MOVE SPACES TO WS-MAINT-MESSAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:14) TO WS-MAINT-NOW.
           OPEN INPUT MAINT-CAL-FILE.
           IF WS-MAINTCAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MAINTCAL-STATUS NOT = "00"
               READ MAINT-CAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1075-MATCH-MAINT-WINDOW
               END-READ
           END-PERFORM.
           CLOSE MAINT-CAL-FILE.

       1075-MATCH-MAINT-WINDOW.
           IF MCAL-START IS NOT NUMERIC OR MCAL-END IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF MCAL-START > WS-MAINT-NOW OR MCAL-END <= WS-MAINT-NOW
               EXIT PARAGRAPH
           END-IF.
           IF NOT MCAL-ALL-SITES AND MCAL-SITE-CODE NOT = WS-SITE-CODE
               EXIT PARAGRAPH
           END-IF.
           SET MAINT-WINDOW-OPEN TO TRUE.
           IF MCAL-END > WS-MAINT-UNTIL
               MOVE MCAL-END TO WS-MAINT-UNTIL
               MOVE MCAL-MESSAGE TO WS-MAINT-MESSAGE
           END-IF.

       1080-CHECK-BLOCKLIST.
      *> Abuse gate: an address the nightly scanner listed gets a
      *> proper 429 before the counter or anything else is
           IF WS-ACCEPT-LEN > 0
               MOVE "JSON" TO WS-OUTPUT-FORMAT
           END-IF.
      *> Feed readers ask for Atom by media type; ?format= still
      *> has the last word.
           MOVE 0 TO WS-ACCEPT-LEN.
           INSPECT WS-HTTP-ACCEPT TALLYING WS-ACCEPT-LEN
                   FOR ALL "application/atom+xml".
           IF WS-ACCEPT-LEN > 0
               MOVE "ATOM" TO WS-OUTPUT-FORMAT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QUERY-STRING))
               TO WS-QS-LEN.
           IF WS-QS-LEN = 0
               IF WS-CURRENT-PARAM(8:4) = "json"
                   MOVE "JSON" TO WS-OUTPUT-FORMAT
               END-IF
               IF WS-CURRENT-PARAM(8:4) = "atom"
                   MOVE "ATOM" TO WS-OUTPUT-FORMAT
               END-IF
           END-IF.
           IF WS-CURRENT-PARAM(1:5) = "page="
               IF WS-CURRENT-PARAM(6:) = "guestbook"
                   SET GB-BROWSE-MODE TO TRUE
               END-IF
           END-IF.
           IF WS-CURRENT-PARAM(1:5) = "lang="
               MOVE FUNCTION LOWER-CASE(WS-CURRENT-PARAM(6:20))
                   TO WS-LANG-REQUESTED
           END-IF.
           IF WS-CURRENT-PARAM(1:7) = "gbpage="
               MOVE SPACES TO WS-RAW-VALUE
               MOVE WS-CURRENT-PARAM(8:) TO WS-RAW-VALUE
               END-EVALUATE
           END-PERFORM.

       2100-SELECT-LANGUAGE.
      *> Which of the site's languages this visitor is served: a
      *> ?lang= naming one of them wins (a trainer switching a
      *> class over, or a bookmark), otherwise the browser's
      *> Accept-Language preferences are taken in q order, the
      *> earlier tag winning a tie, otherwise the site's default.
      *> A language the site does not offer is never served.
           MOVE WS-SITE-DEFAULT-LANG TO WS-LANG-SERVED.
           SET LANG-FROM-DEFAULT TO TRUE.
           MOVE SPACES TO WS-LANG-LINK.
           MOVE "/" TO WS-LANG-HOME.
           IF WS-LANG-REQUESTED NOT = SPACES
               MOVE WS-LANG-REQUESTED TO WS-LANG-TAG
               PERFORM 2120-MATCH-OFFERED-LANGUAGE
               IF WS-LANG-MATCH NOT = SPACES
                   MOVE WS-LANG-MATCH TO WS-LANG-SERVED
                   SET LANG-FROM-QUERY TO TRUE
                   STRING "&amp;lang=" DELIMITED BY SIZE
                          WS-LANG-SERVED DELIMITED BY SPACE
                          INTO WS-LANG-LINK
                   END-STRING
                   MOVE SPACES TO WS-LANG-HOME
                   STRING "/?lang=" DELIMITED BY SIZE
                          WS-LANG-SERVED DELIMITED BY SPACE
                          INTO WS-LANG-HOME
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "HTTP_ACCEPT_LANGUAGE" TO WS-ENV-NAME.
           MOVE SPACES TO WS-HTTP-ACCEPT-LANG.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-HTTP-ACCEPT-LANG FROM ENVIRONMENT-VALUE.
           IF WS-HTTP-ACCEPT-LANG = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HTTP-ACCEPT-LANG
               TRAILING)) TO WS-LANG-AL-LEN.
           MOVE 0 TO WS-LANG-BEST-Q.
           MOVE 1 TO WS-LANG-PTR.
           PERFORM UNTIL WS-LANG-PTR > WS-LANG-AL-LEN
               MOVE SPACES TO WS-LANG-WORD
               UNSTRING WS-HTTP-ACCEPT-LANG(1:WS-LANG-AL-LEN)
                   DELIMITED BY ","
                   INTO WS-LANG-WORD
                   WITH POINTER WS-LANG-PTR
               END-UNSTRING
               PERFORM 2110-WEIGH-LANGUAGE-TAG
           END-PERFORM.

       2110-WEIGH-LANGUAGE-TAG.
      *> One Accept-Language entry, "fr-ca;q=0.8": the tag, and its
      *> weight - 1 when no q= is given, and q=0 meaning "not
      *> this one", so it can never beat the starting weight.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-LANG-WORD))
               TO WS-LANG-ITEM.
           MOVE SPACES TO WS-LANG-TAG.
           MOVE SPACES TO WS-LANG-PARAMS.
           UNSTRING WS-LANG-ITEM DELIMITED BY ";"
               INTO WS-LANG-TAG WS-LANG-PARAMS
           END-UNSTRING.
           MOVE 1 TO WS-LANG-Q.
           MOVE 0 TO WS-LANG-Q-POS.
           INSPECT WS-LANG-PARAMS TALLYING WS-LANG-Q-POS
               FOR CHARACTERS BEFORE INITIAL "q=".
           IF WS-LANG-Q-POS < 38
               MOVE WS-LANG-PARAMS(WS-LANG-Q-POS + 3:)
                   TO WS-LANG-Q-TEXT
               IF WS-LANG-Q-TEXT = SPACES
                   MOVE 0 TO WS-LANG-Q
               ELSE
                   COMPUTE WS-LANG-Q =
                       FUNCTION NUMVAL(WS-LANG-Q-TEXT)
               END-IF
           END-IF.
           IF WS-LANG-Q NOT > WS-LANG-BEST-Q
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2120-MATCH-OFFERED-LANGUAGE.
           IF WS-LANG-MATCH NOT = SPACES
               MOVE WS-LANG-Q TO WS-LANG-BEST-Q
               MOVE WS-LANG-MATCH TO WS-LANG-SERVED
               SET LANG-FROM-BROWSER TO TRUE
           END-IF.

       2120-MATCH-OFFERED-LANGUAGE.
      *> WS-LANG-TAG against the offered list, leaving the offered
      *> code in WS-LANG-MATCH (blank for none). An exact match
      *> first; failing that the primary parts of the two, so a
      *> browser asking for fr-ca gets the site's fr and one
      *> asking for pt gets its pt-br.
           MOVE SPACES TO WS-LANG-MATCH.
           MOVE FUNCTION TRIM(WS-LANG-TAG) TO WS-LANG-CAND.
           IF WS-LANG-CAND = SPACES OR WS-LANG-CAND = "*"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
                       OR WS-LANG-MATCH NOT = SPACES
               IF WS-LANG-OFFERED(WS-LANG-IDX) = WS-LANG-CAND
                   MOVE WS-LANG-OFFERED(WS-LANG-IDX) TO WS-LANG-MATCH
               END-IF
           END-PERFORM.
           IF WS-LANG-MATCH NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LANG-PRIMARY.
           UNSTRING WS-LANG-CAND DELIMITED BY "-"
               INTO WS-LANG-PRIMARY
           END-UNSTRING.
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
                       OR WS-LANG-MATCH NOT = SPACES
               MOVE SPACES TO WS-LANG-OFFER-PRIMARY
               UNSTRING WS-LANG-OFFERED(WS-LANG-IDX) DELIMITED BY "-"
                   INTO WS-LANG-OFFER-PRIMARY
               END-UNSTRING
               IF WS-LANG-OFFER-PRIMARY = WS-LANG-PRIMARY
                   MOVE WS-LANG-OFFERED(WS-LANG-IDX) TO WS-LANG-MATCH
               END-IF
           END-PERFORM.

       2150-LOAD-PAGE-TEXT.
      *> The page's labels in the language served. Each starts as
      *> the built-in English and is replaced by the best LANGTEXT
      *> row for it - the language served over the site's default
      *> language, and a row for this site over a row for every
      *> site. No LANGTEXT dataset just leaves the page English.
      *> A TITLE row retitles the page wherever the config title
      *> would have shown.
           PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
                   UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
               MOVE WS-LABEL-DEFAULT(WS-LABEL-IDX)
                   TO WS-LABEL-TEXT(WS-LABEL-IDX)
               MOVE 0 TO WS-LABEL-RANK(WS-LABEL-IDX)
           END-PERFORM.
           OPEN INPUT LANG-TEXT-FILE.
           IF WS-LTXT-STATUS = "00"
               PERFORM UNTIL WS-LTXT-STATUS NOT = "00"
                   READ LANG-TEXT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2160-MATCH-LABEL-ROW
                   END-READ
               END-PERFORM
               CLOSE LANG-TEXT-FILE
           END-IF.
           IF WS-LBL-TITLE NOT = SPACES
               MOVE WS-LBL-TITLE TO CONFG-TITLE
           END-IF.
           PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
                   UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
               MOVE WS-LABEL-TEXT(WS-LABEL-IDX) TO WS-ESC-TEXT-IN
               PERFORM 2065-ESCAPE-TEXT-FOR-HTML
               MOVE WS-ESC-TEXT-OUT TO WS-PAGE-TEXT-HTML(WS-LABEL-IDX)
           END-PERFORM.
      *> The title the page shows is the config's unless the
      *> language text replaced it; escape whichever it is.
           MOVE CONFG-TITLE TO WS-ESC-TEXT-IN.
           PERFORM 2065-ESCAPE-TEXT-FOR-HTML.
           MOVE WS-ESC-TEXT-OUT TO WS-TXT-TITLE.
           MOVE WS-LBL-NOW TO WS-ESC-TEXT-IN.
           PERFORM 2075-ESCAPE-TEXT-FOR-JSON.
           MOVE WS-ESC-JSON-OUT TO WS-TXT-NOW-JSON.

       2160-MATCH-LABEL-ROW.
           MOVE FUNCTION LOWER-CASE(LTXT-LANG) TO WS-LANG-CAND.
           EVALUATE TRUE
               WHEN WS-LANG-CAND = WS-LANG-SERVED
                   MOVE 3 TO WS-LABEL-ROW-RANK
               WHEN WS-LANG-CAND = WS-SITE-DEFAULT-LANG
                   MOVE 1 TO WS-LABEL-ROW-RANK
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF LTXT-SITE-CODE NOT = SPACES
               IF FUNCTION UPPER-CASE(LTXT-SITE-CODE)
                       NOT = FUNCTION UPPER-CASE(WS-SITE-CODE)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LABEL-ROW-RANK
           END-IF.
           PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
                   UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
               IF WS-LABEL-KEY(WS-LABEL-IDX)
                       = FUNCTION UPPER-CASE(LTXT-KEY)
                       AND WS-LABEL-ROW-RANK
                           > WS-LABEL-RANK(WS-LABEL-IDX)
                   MOVE LTXT-TEXT TO WS-LABEL-TEXT(WS-LABEL-IDX)
                   MOVE WS-LABEL-ROW-RANK
                       TO WS-LABEL-RANK(WS-LABEL-IDX)
               END-IF
           END-PERFORM.

       2500-READ-POST-INPUT.
      *> A form POST carries the guestbook entry in its body on
      *> standard input, CONTENT_LENGTH bytes of the same
               END-EVALUATE
           END-PERFORM.

       2080-ESCAPE-TEXT-FOR-XML.
      *> The feed's flavor of 2065. XML 1.0 cannot carry most
      *> control characters even as references, so any that a
      *> decoded form post smuggled in go out as blanks.
           PERFORM 2065-ESCAPE-TEXT-FOR-HTML.
           INSPECT WS-ESC-TEXT-OUT
               CONVERTING WS-XML-CTL-CHARS TO WS-XML-CTL-BLANKS.

       2070-ESCAPE-FOR-JSON.
           MOVE SPACES TO WS-GREETING-JSON.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GREETING-NAME))
       4000-WRITE-AUDIT-LOG.
      *> One blank-delimited record per request: timestamp,
      *> address, host, disposition (S served, B blocked from the
      *> blocklist, N not modified, M maintenance holding page),
      *> method, output format, user agent, referer and the
      *> language served. A blank field logs as "-" and embedded
      *> blanks in the agent and referer become "+", so the record
      *> stays a fixed run of blank-delimited tokens for every
      *> report that UNSTRINGs it. Records written before the
                  WS-HTTP-USER-AGENT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-HTTP-REFERER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LOG-LANG DELIMITED BY SPACE
                  INTO LOG-RECORD
           END-STRING.
           WRITE LOG-RECORD.
      *> Every middle field must survive a blank-delimited parse:
      *> an absent value logs as "-", and the agent and referer
      *> keep only "+" where their own blanks were. Only a served
      *> request has been through format and language
      *> negotiation, so the other dispositions log both as "-".
           IF WS-REMOTE-ADDR = SPACES
               MOVE "-" TO WS-REMOTE-ADDR
           END-IF.
           END-IF.
           IF LOG-DISP-SERVED
               MOVE WS-OUTPUT-FORMAT TO WS-LOG-FORMAT
               MOVE WS-LANG-SERVED TO WS-LOG-LANG
           ELSE
               MOVE "-" TO WS-LOG-FORMAT
               MOVE "-" TO WS-LOG-LANG
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HTTP-USER-AGENT))
               TO WS-LOG-FIELD-LEN.
      *> the morning moderation run (COBOLGBM) approves it, so spam
      *> no longer sits on the banner overnight. Because nothing
      *> visible changes yet, the page stamp is NOT touched here;
      *> the moderation run touches it when approvals land. The
      *> submitter's address goes on the row for the moderation
      *> run's screening pass.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE "REMOTE_ADDR" TO WS-ENV-NAME.
           MOVE SPACES TO WS-REMOTE-ADDR.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMOTE-ADDR FROM ENVIRONMENT-VALUE.
           OPEN EXTEND GUESTBOOK-FILE.
           IF WS-GBOOK-STATUS NOT = "00"
               OPEN OUTPUT GUESTBOOK-FILE
           MOVE WS-GB-NAME TO GBOK-NAME.
           MOVE WS-GB-MESSAGE TO GBOK-MESSAGE.
           SET GBOK-IS-PENDING TO TRUE.
           MOVE WS-REMOTE-ADDR TO GBOK-ADDR.
           WRITE GBOK-RECORD.
           IF WS-GBOOK-STATUS NOT = "00"
               MOVE "Unable to write the guestbook record."
           PERFORM 6030-CHECK-FACTS-FILES.
           PERFORM 6040-CHECK-GUESTBOOK-FILE.
           PERFORM 6050-CHECK-BLOCKLIST-FILE.
           PERFORM 6060-CHECK-LANGUAGE-FILES.
      *> Inside a maintenance window the files are expected to be
      *> down, so the verdict is MAINTENANCE with a 200 - the probe
      *> must not page anyone over a planned restore.
           IF MAINT-WINDOW-OPEN
               MOVE "MAINTENANCE" TO WS-HC-OVERALL
           END-IF.
           IF WS-HC-OVERALL = "FAIL"
               DISPLAY "Status: 503 Service Unavailable"
           ELSE
           DISPLAY "FACTHIST: " WS-HC-FACTHIST-ST.
           DISPLAY "GUESTBK: " WS-HC-GBOOK-ST.
           DISPLAY "BLOCKLST: " WS-HC-BLOCK-ST.
           DISPLAY "LANGTEXT: " WS-HC-LTXT-ST.
           DISPLAY "FACTLANG: " WS-HC-FTRN-ST.
           IF MAINT-WINDOW-OPEN
               DISPLAY "MAINTENANCE UNTIL: " WS-MAINT-UNTIL
           END-IF.

       6010-CHECK-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE.
               MOVE "DEGRADED" TO WS-HC-OVERALL
           END-IF.

       6060-CHECK-LANGUAGE-FILES.
      *> Either missing (35) only means the page speaks English
      *> and shows the master fact text.
           OPEN INPUT LANG-TEXT-FILE.
           MOVE WS-LTXT-STATUS TO WS-HC-LTXT-ST.
           IF WS-LTXT-STATUS = "00"
               CLOSE LANG-TEXT-FILE
           END-IF.
           OPEN INPUT FACT-LANG-FILE.
           MOVE WS-FTRN-STATUS TO WS-HC-FTRN-ST.
           IF WS-FTRN-STATUS = "00"
               CLOSE FACT-LANG-FILE
           END-IF.
           IF ((WS-HC-LTXT-ST NOT = "00" AND WS-HC-LTXT-ST NOT = "35")
                   OR (WS-HC-FTRN-ST NOT = "00"
                       AND WS-HC-FTRN-ST NOT = "35"))
                   AND WS-HC-OVERALL = "OK"
               MOVE "DEGRADED" TO WS-HC-OVERALL
           END-IF.

       8000-LOAD-GUESTBOOK-RECENT.
      *> The recent-three display comes from the sidecar the
      *> moderation run maintains - at most three rows, newest
           END-PERFORM.
           CLOSE GUESTBOOK-FILE.

       8600-LOAD-FEED-ENTRIES.
      *> The feed carries the newest page of approved entries - the
      *> same ten the browse page opens on, so pending and rejected
      *> rows never reach a feed reader either - plus a fact entry
      *> for every day still on the site's fact history.
           MOVE 1 TO WS-GBP-PAGE.
           PERFORM 8500-LOAD-GUESTBOOK-PAGE.
           PERFORM 8610-LOAD-FEED-FACTS.

       8610-LOAD-FEED-FACTS.
      *> Each history day is shown with the text of the fact
      *> pinned that day, whatever the fact's status is now - it
      *> was on the page that day - translated as the page is. A
      *> day whose fact has left the master altogether has nothing
      *> to say and is dropped at render time.
           MOVE 0 TO WS-FEED-FACT-COUNT.
           OPEN INPUT FACT-HIST-FILE.
           IF WS-FHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FHIST-STATUS NOT = "00"
               READ FACT-HIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FHST-DATE IS NUMERIC
                               AND FHST-FACT-ID IS NUMERIC
                               AND WS-FEED-FACT-COUNT < 31
                           ADD 1 TO WS-FEED-FACT-COUNT
                           MOVE FHST-DATE
                               TO WS-FEED-FACT-DATE(WS-FEED-FACT-COUNT)
                           MOVE FHST-FACT-ID
                               TO WS-FEED-FACT-ID(WS-FEED-FACT-COUNT)
                           MOVE SPACES
                               TO WS-FEED-FACT-TEXT(WS-FEED-FACT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACT-HIST-FILE.
           IF WS-FEED-FACT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FACTS-FILE.
           IF WS-FACTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FACTS-STATUS NOT = "00"
               READ FACTS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FACT-ID IS NUMERIC
                           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                                   UNTIL WS-FEED-IDX
                                       > WS-FEED-FACT-COUNT
                               IF WS-FEED-FACT-ID(WS-FEED-IDX)
                                       = FACT-ID
                                   MOVE FACT-TEXT TO
                                       WS-FEED-FACT-TEXT(WS-FEED-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACTS-FILE.
           PERFORM 8620-TRANSLATE-FEED-FACTS.

       8620-TRANSLATE-FEED-FACTS.
           OPEN INPUT FACT-LANG-FILE.
           IF WS-FTRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FTRN-STATUS NOT = "00"
               READ FACT-LANG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FTRN-FACT-ID IS NUMERIC
                               AND FUNCTION LOWER-CASE(FTRN-LANG)
                                   = WS-LANG-SERVED
                               AND FTRN-TEXT NOT = SPACES
                           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                                   UNTIL WS-FEED-IDX
                                       > WS-FEED-FACT-COUNT
                               IF WS-FEED-FACT-ID(WS-FEED-IDX)
                                       = FTRN-FACT-ID
                                       AND WS-FEED-FACT-TEXT
                                           (WS-FEED-IDX) NOT = SPACES
                                   MOVE FTRN-TEXT TO
                                       WS-FEED-FACT-TEXT(WS-FEED-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACT-LANG-FILE.

       9900-SET-ERROR-FLAG.
           SET ERROR-OCCURRED TO TRUE.

               EXIT PARAGRAPH
           END-IF.
           PERFORM 7030-SELECT-TODAYS-FACT.
           PERFORM 7050-TRANSLATE-FACT.
           IF WS-HIST-HAS-TODAY = "N"
               PERFORM 7040-REWRITE-FACT-HISTORY
           ELSE
      *> A new fact of the day is a content change.
           PERFORM 1090-TOUCH-PAGE-STAMP.

       7050-TRANSLATE-FACT.
      *> Today's fact in the language served, when FACTLANG has
      *> it; otherwise the master text stands. The pick and the
      *> history stay keyed by fact id, so every language shows
      *> the same fact on the same day.
           OPEN INPUT FACT-LANG-FILE.
           IF WS-FTRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FTRN-STATUS NOT = "00"
               READ FACT-LANG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FTRN-FACT-ID IS NUMERIC
                               AND FTRN-FACT-ID = WS-PICK-ID
                               AND FUNCTION LOWER-CASE(FTRN-LANG)
                                   = WS-LANG-SERVED
                               AND FTRN-TEXT NOT = SPACES
                           MOVE FTRN-TEXT TO WS-TRIVIA-FACT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACT-LANG-FILE.

       9000-RENDER-PAGE.
           IF ERROR-OCCURRED
               PERFORM 9050-RENDER-ERROR
           ELSE
               EVALUATE TRUE
                   WHEN FORMAT-IS-ATOM
                       PERFORM 9600-RENDER-ATOM
                   WHEN GB-BROWSE-MODE AND FORMAT-IS-JSON
                       PERFORM 9400-RENDER-GB-PAGE-JSON
                   WHEN GB-BROWSE-MODE
           DISPLAY "Status: 304 Not Modified".
           DISPLAY "Last-Modified: " WS-LM-HEADER newline.

       9080-RENDER-MAINTENANCE.
      *> The holding page while a maintenance window is open: 503
      *> with Retry-After at the window's end, so browsers, feed
      *> readers and crawlers come back afterwards instead of
      *> taking the outage for the page. HTML or JSON as the
      *> request asked; an Atom reader gets the HTML, since the
      *> status line is all it acts on. The page stamp plays no
      *> part here, so 9085 dresses the window end instead.
           MOVE WS-MAINT-UNTIL TO WS-PAGE-STAMP.
           PERFORM 9085-BUILD-LM-HEADER.
           IF WS-MAINT-MESSAGE = SPACES
               MOVE "The site is down for scheduled maintenance."
                   TO WS-MAINT-MESSAGE
           END-IF.
           MOVE WS-MAINT-MESSAGE TO WS-ESC-TEXT-IN.
           DISPLAY "Status: 503 Service Unavailable".
           DISPLAY "Retry-After: " WS-LM-HEADER.
           IF FORMAT-IS-JSON
               PERFORM 2075-ESCAPE-TEXT-FOR-JSON
               DISPLAY "Content-Type: application/json" newline
               DISPLAY '{"status":"maintenance","message":"'
                       FUNCTION TRIM(WS-ESC-JSON-OUT)
                       '","retryAfter":"' WS-LM-HEADER '"}'
           ELSE
               PERFORM 2065-ESCAPE-TEXT-FOR-HTML
               DISPLAY "Content-Type: text/html" newline
               DISPLAY "<!DOCTYPE html> <head><title>"
                       FUNCTION TRIM(CONFG-TITLE) "</title>"
               DISPLAY "<style> body {background-color: "
                       FUNCTION TRIM(CONFG-BG-COLOR)
                       ";}</style></head><body>"
               DISPLAY "<h1>" FUNCTION TRIM(CONFG-TITLE) "</h1>"
               DISPLAY "<p>" FUNCTION TRIM(WS-ESC-TEXT-OUT) "</p>"
               DISPLAY "<p>Please come back after " WS-LM-HEADER
                       ".</p>"
               DISPLAY "</body></html>"
           END-IF.

       9085-BUILD-LM-HEADER.
      *> Dresses WS-PAGE-STAMP up as an RFC 1123 date. Day-of-week
      *> falls out of the day count since 1601-01-01, a Monday.
                  INTO WS-LM-HEADER
           END-STRING.

       9090-LANGUAGE-HEADERS.
      *> The answer depends on the visitor's Accept-Language, so
      *> caches are told to keep one copy per language.
           DISPLAY "Content-Language: " FUNCTION TRIM(WS-LANG-SERVED).
           DISPLAY "Vary: Accept-Language".

       9100-RENDER-JSON.
           IF WS-PAGE-STAMP NOT = SPACES
               PERFORM 9085-BUILD-LM-HEADER
               DISPLAY "Last-Modified: " WS-LM-HEADER
           END-IF.
           PERFORM 9090-LANGUAGE-HEADERS.
           DISPLAY "Content-Type: application/json" newline.
           DISPLAY '{"title":"' FUNCTION TRIM(WS-GREETING-JSON)
                   ' ' FUNCTION TRIM(WS-TXT-NOW-JSON)
                   '","language":"' FUNCTION TRIM(WS-LANG-SERVED)
                   '","visitors":'
                   FUNCTION TRIM(WS-VISITOR-COUNT-DISP) '}'.

       9200-RENDER-HTML.
               PERFORM 9085-BUILD-LM-HEADER
               DISPLAY "Last-Modified: " WS-LM-HEADER
           END-IF.
           PERFORM 9090-LANGUAGE-HEADERS.
           DISPLAY "Content-Type: text/html; charset=utf-8" newline.
           PERFORM 9210-BUILD-HTML-TABLE.
           PERFORM 9220-WRITE-HTML-TABLE.

       9210-BUILD-HTML-TABLE.
           MOVE SPACES TO WS-HTML-TABLE.
           STRING '<!DOCTYPE html><html lang="' DELIMITED BY SIZE
                  WS-LANG-SERVED DELIMITED BY SPACE
                  '"> <head><title>' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-TITLE) DELIMITED BY SIZE
                  "</title>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE(1)
           END-STRING.
                  FUNCTION TRIM(WS-GREETING-HTML) DELIMITED BY SIZE
                  INTO WS-HTML-LINE(12)
           END-STRING.
           STRING '</span> <span class="now">' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-NOW) DELIMITED BY SIZE
                  INTO WS-HTML-LINE(13)
           END-STRING.
           MOVE '</span></div>' TO WS-HTML-LINE(14).
           IF WS-TRIVIA-FACT NOT = SPACES
               STRING '<p style="position:absolute;bottom:20%;'
                  DELIMITED BY SIZE
                  'width:45%;font-size:40%;"><b><a href='
                  DELIMITED BY SIZE
                  '"?page=guestbook' DELIMITED BY SIZE
                  WS-LANG-LINK DELIMITED BY SPACE
                  '">' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-GUESTBOOK) DELIMITED BY SIZE
                  '</a></b></p>' DELIMITED BY SIZE
                  INTO WS-HTML-LINE(16)
           END-STRING.
           PERFORM VARYING WS-GB-SHOW FROM 1 BY 1
                  DELIMITED BY SIZE
                  '<input name="gbname" maxlength="30"'
                  DELIMITED BY SIZE
                  ' placeholder="' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-NAME-HINT) DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  INTO WS-HTML-LINE(20)
           END-STRING.
           STRING '<input name="gbmsg" maxlength="160"'
                  DELIMITED BY SIZE
                  ' placeholder="' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-MSG-HINT) DELIMITED BY SIZE
                  '"> <input type="submit" value="' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-SIGN) DELIMITED BY SIZE
                  '"></form>' DELIMITED BY SIZE
                  INTO WS-HTML-LINE(21)
           END-STRING.
           STRING '<p style="position:absolute;bottom:5%;left:10%;'
                  DELIMITED BY SIZE
                  'font-size:24%;">' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-VISITOR-PRE) DELIMITED BY SIZE
                  WS-VISITOR-COUNT-DISP DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-VISITOR-POST) DELIMITED BY SIZE
                  '</p>' DELIMITED BY SIZE
                  INTO WS-HTML-LINE(22)
           END-STRING.
           MOVE '</body></html>' TO WS-HTML-LINE(23).
               PERFORM 9085-BUILD-LM-HEADER
               DISPLAY "Last-Modified: " WS-LM-HEADER
           END-IF.
           PERFORM 9090-LANGUAGE-HEADERS.
           DISPLAY "Content-Type: text/html; charset=utf-8" newline.
           DISPLAY '<!DOCTYPE html><html lang="'
                   FUNCTION TRIM(WS-LANG-SERVED) '"> <head><title>'
                   FUNCTION TRIM(WS-TXT-TITLE) " - "
                   FUNCTION TRIM(WS-TXT-GUESTBOOK) "</title>".
           DISPLAY "<style> body {background-color: "
                   FUNCTION TRIM(CONFG-BG-COLOR)
                   ";font-family:sans-serif;margin-left:10%;"
                   "margin-right:10%;}</style></head><body>".
           DISPLAY "<h1>" FUNCTION TRIM(WS-TXT-TITLE) " "
                   FUNCTION TRIM(WS-TXT-GUESTBOOK) "</h1>".
           MOVE WS-GBP-TOTAL TO WS-GBP-NUM-DISP.
           MOVE WS-GBP-PAGE TO WS-GBP-PAGE-DISP.
           DISPLAY "<p>" FUNCTION TRIM(WS-GBP-NUM-DISP)
               COMPUTE WS-GBP-PAGE-DISP = WS-GBP-PAGE - 1
               DISPLAY '<a href="?page=guestbook&amp;gbpage='
                       FUNCTION TRIM(WS-GBP-PAGE-DISP)
                       FUNCTION TRIM(WS-LANG-LINK)
                       '">&lt; Newer</a> '
           END-IF.
           IF WS-GBP-PAGE < WS-GBP-PAGES
               COMPUTE WS-GBP-PAGE-DISP = WS-GBP-PAGE + 1
               DISPLAY '<a href="?page=guestbook&amp;gbpage='
                       FUNCTION TRIM(WS-GBP-PAGE-DISP)
                       FUNCTION TRIM(WS-LANG-LINK)
                       '">Older &gt;</a> '
           END-IF.
           DISPLAY '<a href="' FUNCTION TRIM(WS-LANG-HOME)
                   '">Back to the page</a></p>'.
           DISPLAY "</body></html>".

       9400-RENDER-GB-PAGE-JSON.
               DISPLAY FUNCTION TRIM(WS-GBP-JSON-LINE)
           END-PERFORM.
           DISPLAY "]}}".

       9600-RENDER-ATOM.
      *> The feed answers to the same page stamp as the page: its
      *> updated time and Last-Modified are the stamp, so a reader
      *> polling with If-Modified-Since gets the page's 304 too.
      *> Fact days come newest first, then the guestbook entries.
           IF WS-PAGE-STAMP NOT = SPACES
               PERFORM 9085-BUILD-LM-HEADER
               DISPLAY "Last-Modified: " WS-LM-HEADER
               MOVE WS-PAGE-STAMP TO WS-FEED-STAMP
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:14) TO WS-FEED-STAMP
           END-IF.
           PERFORM 9090-LANGUAGE-HEADERS.
           DISPLAY "Content-Type: application/atom+xml" newline.
           MOVE SPACES TO WS-FEED-ID-BASE.
           STRING "tag:" DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(WS-SITE-KEY))
                      DELIMITED BY SIZE
                  ",2000:" DELIMITED BY SIZE
                  INTO WS-FEED-ID-BASE
           END-STRING.
           DISPLAY '<?xml version="1.0" encoding="utf-8"?>'.
           DISPLAY '<feed xmlns="http://www.w3.org/2005/Atom"'
                   ' xml:lang="' FUNCTION TRIM(WS-LANG-SERVED) '">'.
           MOVE CONFG-TITLE TO WS-ESC-TEXT-IN.
           PERFORM 2080-ESCAPE-TEXT-FOR-XML.
           DISPLAY "<title>" FUNCTION TRIM(WS-ESC-TEXT-OUT) "</title>".
           DISPLAY "<id>" FUNCTION TRIM(WS-FEED-ID-BASE) "feed</id>".
           PERFORM 9610-FORMAT-FEED-TIME.
           DISPLAY "<updated>" WS-FEED-TIME "</updated>".
           DISPLAY "<author><name>" FUNCTION TRIM(WS-ESC-TEXT-OUT)
                   "</name></author>".
           DISPLAY '<link rel="alternate" href="/"/>'.
           PERFORM VARYING WS-FEED-IDX FROM WS-FEED-FACT-COUNT BY -1
                   UNTIL WS-FEED-IDX < 1
               IF WS-FEED-FACT-TEXT(WS-FEED-IDX) NOT = SPACES
                   PERFORM 9620-RENDER-FACT-ENTRY
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GBP-SHOW FROM 1 BY 1
                   UNTIL WS-GBP-SHOW > WS-GBP-COUNT
               PERFORM 9630-RENDER-GB-ENTRY
           END-PERFORM.
           DISPLAY "</feed>".

       9610-FORMAT-FEED-TIME.
      *> WS-FEED-STAMP (YYYYMMDDHHMMSS, GMT) as an RFC 3339 time.
           MOVE SPACES TO WS-FEED-TIME.
           STRING WS-FEED-STAMP(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FEED-STAMP(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FEED-STAMP(7:2) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-FEED-STAMP(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FEED-STAMP(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FEED-STAMP(13:2) DELIMITED BY SIZE
                  "Z" DELIMITED BY SIZE
                  INTO WS-FEED-TIME
           END-STRING.

       9620-RENDER-FACT-ENTRY.
           MOVE WS-FEED-FACT-DATE(WS-FEED-IDX) TO WS-FEED-STAMP(1:8).
           MOVE "000000" TO WS-FEED-STAMP(9:6).
           PERFORM 9610-FORMAT-FEED-TIME.
           MOVE WS-FEED-FACT-TEXT(WS-FEED-IDX) TO WS-ESC-TEXT-IN.
           PERFORM 2080-ESCAPE-TEXT-FOR-XML.
           DISPLAY "<entry>".
           DISPLAY "<id>" FUNCTION TRIM(WS-FEED-ID-BASE) "fact/"
                   WS-FEED-STAMP(1:8) "</id>".
           DISPLAY "<title>Fact of the day, " WS-FEED-TIME(1:10)
                   "</title>".
           DISPLAY "<updated>" WS-FEED-TIME "</updated>".
           DISPLAY '<content type="text">'
                   FUNCTION TRIM(WS-ESC-TEXT-OUT) "</content>".
           DISPLAY "</entry>".

       9630-RENDER-GB-ENTRY.
           MOVE WS-GBP-STAMP(WS-GBP-SHOW) TO WS-FEED-STAMP.
           PERFORM 9610-FORMAT-FEED-TIME.
           MOVE WS-GBP-NAME(WS-GBP-SHOW) TO WS-ESC-TEXT-IN.
           PERFORM 2080-ESCAPE-TEXT-FOR-XML.
           MOVE WS-ESC-TEXT-OUT TO WS-GB-NAME-HTML.
           IF WS-GB-NAME-HTML = SPACES
               MOVE "Anonymous" TO WS-GB-NAME-HTML
           END-IF.
           MOVE WS-GBP-MSG(WS-GBP-SHOW) TO WS-ESC-TEXT-IN.
           PERFORM 2080-ESCAPE-TEXT-FOR-XML.
           MOVE WS-ESC-TEXT-OUT TO WS-GB-MSG-HTML.
           DISPLAY "<entry>".
           DISPLAY "<id>" FUNCTION TRIM(WS-FEED-ID-BASE) "guestbook/"
                   WS-GBP-STAMP(WS-GBP-SHOW) "</id>".
           DISPLAY "<title>Guestbook: " FUNCTION TRIM(WS-GB-NAME-HTML)
                   "</title>".
           DISPLAY "<updated>" WS-FEED-TIME "</updated>".
           DISPLAY "<author><name>" FUNCTION TRIM(WS-GB-NAME-HTML)
                   "</name></author>".
           DISPLAY '<content type="text">'
                   FUNCTION TRIM(WS-GB-MSG-HTML) "</content>".
           DISPLAY "</entry>".
