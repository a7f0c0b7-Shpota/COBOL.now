      *> by side instead of overwriting one another.
          01 WS-JOB-TABLE.
             05 WS-JOB-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-JOB-ENTRY OCCURS 120 TIMES.
                10 WS-JOB-NAME PIC X(8).
                10 WS-JOB-SITE PIC X(8).
                10 WS-JOB-DATE PIC X(8).
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-JOB-COUNT >= 120
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JOB-COUNT
