                10 WS-CFG-THEME PIC X(12).
                10 WS-CFG-START PIC X(8).
                10 WS-CFG-END PIC X(8).
                10 WS-CFG-DEFAULT-LANG PIC X(5).
                10 WS-CFG-LANGUAGES PIC X(30).
                10 WS-CFG-KIND PIC X.
                   88 CFG-ROW-BASE VALUE "B".
                   88 CFG-ROW-SEASONAL VALUE "S".
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

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE CONFG-THEME-NAME TO WS-CFG-THEME(WS-CFG-COUNT).
           MOVE CONFG-THEME-START TO WS-CFG-START(WS-CFG-COUNT).
           MOVE CONFG-THEME-END TO WS-CFG-END(WS-CFG-COUNT).
           MOVE CONFG-DEFAULT-LANG TO WS-CFG-DEFAULT-LANG(WS-CFG-COUNT).
           MOVE CONFG-LANGUAGES TO WS-CFG-LANGUAGES(WS-CFG-COUNT).
           IF CONFG-THEME-NAME = SPACES
                   AND CONFG-THEME-START = SPACES
                   AND CONFG-THEME-END = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3200-CHECK-SITE-CODE.
           PERFORM 3500-CHECK-LANGUAGES.
           IF CFG-ROW-SEASONAL(WS-IDX)
               PERFORM 3300-CHECK-THEME-RANGE
               PERFORM 3400-CHECK-HAS-BASE-ROW
               ADD 1 TO WS-WARNINGS
           END-IF.

       3500-CHECK-LANGUAGES.
      *> The page matches these codes against the visitor's own
      *> language tags, so a malformed code is one no browser will
      *> ever ask for, and a default outside the list is a
      *> language the site would serve without offering it. A
      *> seasonal row naming a default but no list is held to the
      *> list it inherits from its base row.
           MOVE FUNCTION LOWER-CASE(WS-CFG-LANGUAGES(WS-IDX))
               TO WS-LANG-LIST.
           PERFORM 3510-SPLIT-LANGUAGES.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-LANG-COUNT
               MOVE WS-LANG-CODE(WS-KDX) TO WS-LANG-WORD
               PERFORM 3520-CHECK-LANGUAGE-CODE
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
           PERFORM 3520-CHECK-LANGUAGE-CODE.
           IF WS-LANG-COUNT = 0 AND CFG-ROW-SEASONAL(WS-IDX)
               PERFORM 3530-LOAD-BASE-LANGUAGES
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

       3510-SPLIT-LANGUAGES.
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

       3520-CHECK-LANGUAGE-CODE.
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

       3530-LOAD-BASE-LANGUAGES.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CFG-COUNT
               IF CFG-ROW-BASE(WS-JDX)
                       AND WS-CFG-SITE-UP(WS-JDX)
                           = WS-CFG-SITE-UP(WS-IDX)
                   MOVE FUNCTION LOWER-CASE(WS-CFG-LANGUAGES(WS-JDX))
                       TO WS-LANG-LIST
               END-IF
           END-PERFORM.
           PERFORM 3510-SPLIT-LANGUAGES.

       4000-CHECK-DUPLICATES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CFG-COUNT
