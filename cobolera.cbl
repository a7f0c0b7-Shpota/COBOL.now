       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLERA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "ERASREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ERA-CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-ERACHKP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERACHKP-STATUS.
           SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIF-STATUS.
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
          FD CONFIG-FILE.
             COPY CONFGREC.

          FD REQUEST-FILE.
             COPY ERQSREC.

          FD REGISTER-FILE.
             COPY ERSGREC.

          FD ERA-CHECKPOINT-FILE.
             COPY ERCKREC.

      *> Every dataset the job redacts is read and rewritten through
      *> this one file; the record descriptions below are the views
      *> of it each kind of dataset needs.
          FD TARGET-FILE.
          01 TARGET-RECORD PIC X(350).
             COPY GBOKREC.
             COPY GBRCREC.
             COPY BLCKREC.
             COPY VISMREC.

          FD WORK-FILE.
          01 WORK-RECORD PIC X(350).

          FD CATALOG-FILE.
             COPY ARCHREC.

          FD MANIFEST-FILE.
             COPY BKPMREC.

          FD PAGE-STAMP-FILE.
             COPY STMPREC.

          FD OPS-STATUS-FILE.
             COPY OPSSREC.

          FD MAINT-CAL-FILE.
             COPY MCALREC.

          WORKING-STORAGE SECTION.
          01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
          01 WS-REQUEST-STATUS PIC XX VALUE SPACES.
          01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
          01 WS-ERACHKP-STATUS PIC XX VALUE SPACES.
          01 WS-TARGET-STATUS PIC XX VALUE SPACES.
          01 WS-WORK-STATUS PIC XX VALUE SPACES.
          01 WS-CATALOG-STATUS PIC XX VALUE SPACES.
          01 WS-MANIF-STATUS PIC XX VALUE SPACES.
          01 WS-STAMP-STATUS PIC XX VALUE SPACES.
          01 WS-OPSSTAT-STATUS PIC XX VALUE SPACES.
          01 WS-MAINTCAL-STATUS PIC XX VALUE SPACES.
          01 WS-OPS-FIELDS.
             05 WS-OPS-SEVERITY PIC X VALUE "G".
             05 WS-OPS-DETAIL PIC X(60) VALUE SPACES.
             05 WS-OPS-NUM1 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM2 PIC ZZZZ9 VALUE ZERO.
             05 WS-OPS-NUM3 PIC ZZZZ9 VALUE ZERO.

          01 WS-FILE-NAMES.
             05 WS-REQUEST-FILE-NAME PIC X(44)
                VALUE "ERASREQ.DAT".
             05 WS-ERACHKP-FILE-NAME PIC X(44)
                VALUE "ERACHKP.DAT".
             05 WS-WORK-FILE-NAME PIC X(44)
                VALUE "ERASWORK.DAT".
             05 WS-TARGET-FILE-NAME PIC X(44) VALUE SPACES.
             05 WS-CATALOG-FILE-NAME PIC X(44) VALUE SPACES.
             05 WS-MANIF-FILE-NAME PIC X(44) VALUE SPACES.
             05 WS-STAMP-FILE-NAME PIC X(44) VALUE SPACES.
             05 WS-BASE-NAME PIC X(12) VALUE SPACES.

          01 WS-ENV-NAME PIC X(32).
          01 WS-BACKUP-DAYS-TEXT PIC X(8) VALUE SPACES.
          01 WS-BACKUP-DAYS PIC 9(4) VALUE 400.

          01 WS-CURRENT-STAMP PIC X(21) VALUE SPACES.

      *> The maintenance calendar window holding the run back, if
      *> any: its end and the site it names.
          01 WS-MAINT-FIELDS.
             05 WS-MAINT-NOW PIC X(14) VALUE SPACES.
             05 WS-MAINT-UNTIL PIC X(14) VALUE SPACES.
             05 WS-MAINT-SITE PIC X(8) VALUE SPACES.
          01 WS-TODAY PIC X(8) VALUE SPACES.
      *> The moment this run started - or, on a resume, the moment
      *> the abended run it is finishing started. Register rows
      *> stamped before it belong to earlier runs.
          01 WS-RUN-START PIC X(14) VALUE SPACES.
          01 WS-CERT-STAMP.
             05 WS-CERT-DATE PIC X(8) VALUE SPACES.
             05 WS-CERT-TIME PIC X(6) VALUE SPACES.
          01 WS-REG-STAMP.
             05 WS-REG-DATE PIC X(8) VALUE SPACES.
             05 WS-REG-TIME PIC X(6) VALUE SPACES.

          01 WS-SITE-TABLE.
             05 WS-SITE-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-SITE-ENTRY OCCURS 50 TIMES.
                10 WS-SITE-LABEL PIC X(30).
                10 WS-SITE-CODE PIC X(8).
          01 WS-SITE-IDX PIC 9(4) COMP VALUE 0.
          01 WS-SITE-PAGE-CHANGED PIC X VALUE "N".

      *> The requests of this run, in request-file order - the
      *> order the checkpoint's per-request counts follow, so a
      *> request that is rejected or already certified keeps its
      *> slot and is simply never matched.
          01 WS-REQUEST-TABLE.
             05 WS-REQ-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-REQ-ENTRY OCCURS 50 TIMES.
                10 WS-REQ-REF PIC X(12).
                10 WS-REQ-TYPE PIC X.
                10 WS-REQ-VALUE PIC X(40).
                10 WS-REQ-MATCH PIC X(40).
                10 WS-REQ-SKIP PIC X.
                10 WS-REQ-CERTIFIED PIC X.
                10 WS-REQ-TOTAL PIC 9(9) COMP.
          01 WS-REQ-IDX PIC 9(4) COMP VALUE 0.
          01 WS-REQ-COUNTERS.
             05 WS-REQ-ROWS-READ PIC 9(9) COMP VALUE 0.
             05 WS-REQ-CUTOFF PIC 9(9) COMP VALUE 0.
             05 WS-REQ-DEFERRED PIC 9(9) COMP VALUE 0.
             05 WS-REQ-REJECTED PIC 9(4) COMP VALUE 0.
             05 WS-REQ-ALREADY PIC 9(4) COMP VALUE 0.
             05 WS-REQ-ACTIVE PIC 9(4) COMP VALUE 0.
             05 WS-REQ-FILE-PRESENT PIC X VALUE "N".
          01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      *> Records redacted in the dataset being worked, per request.
          01 WS-DATASET-COUNTS.
             05 WS-DS-TOTAL PIC 9(9) COMP VALUE 0.
             05 WS-DS-COUNT PIC 9(7) COMP OCCURS 50 TIMES.

      *> One entry per request per dataset it had records redacted
      *> in - the lines of the completion certificates.
          01 WS-HIT-TABLE.
             05 WS-HIT-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-HIT-ENTRY OCCURS 2000 TIMES.
                10 WS-HIT-REQ PIC 9(4) COMP.
                10 WS-HIT-DATASET PIC X(44).
                10 WS-HIT-RECS PIC 9(9) COMP.
          01 WS-HIT-IDX PIC 9(4) COMP VALUE 0.
          01 WS-HIT-NEEDED PIC 9(4) COMP VALUE 0.

      *> Datasets the checkpoint journal knows about: P redacted
      *> copy complete in the work dataset, D installed.
          01 WS-CHECKPOINT-TABLE.
             05 WS-CKT-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-CKT-ENTRY OCCURS 2000 TIMES.
                10 WS-CKT-DATASET PIC X(44).
                10 WS-CKT-STATE PIC X.
          01 WS-CKT-IDX PIC 9(4) COMP VALUE 0.
          01 WS-CHKE-FOUND PIC X VALUE "N".

      *> Guestbook stamps of the entries an erasure reaches, taken
      *> from the guestbook before it is redacted so the recent-
      *> display sidecar (which carries no address) can be matched.
          01 WS-GB-STAMP-TABLE.
             05 WS-GBS-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-GBS-ENTRY OCCURS 500 TIMES.
                10 WS-GBS-STAMP PIC X(14).
                10 WS-GBS-REQ PIC 9(4) COMP.
          01 WS-GBS-IDX PIC 9(4) COMP VALUE 0.

          01 WS-ARCHIVE-TABLE.
             05 WS-ARC-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-ARC-DATASET PIC X(44) OCCURS 240 TIMES.
          01 WS-ARC-IDX PIC 9(4) COMP VALUE 0.

      *> An audit record split into its blank-delimited tokens:
      *> stamp, address, host, disposition, method, format, agent,
      *> referer, and room for whatever follows.
          01 WS-LOG-TOKENS.
             05 WS-TOKEN-COUNT PIC 9(4) COMP VALUE 0.
             05 WS-TOKEN PIC X(120) OCCURS 12 TIMES.
          01 WS-TOKEN-IDX PIC 9(4) COMP VALUE 0.
          01 WS-RECORD-PTR PIC 9(4) COMP VALUE 0.

          01 WS-TARGET-KIND PIC X VALUE SPACE.
             88 TARGET-IS-LOG VALUE "L".
             88 TARGET-IS-GUESTBOOK VALUE "G".
             88 TARGET-IS-RECENT VALUE "R".
             88 TARGET-IS-BLOCKLIST VALUE "B".
             88 TARGET-IS-VISITORS VALUE "V".
          01 WS-MATCH-REQ PIC 9(4) COMP VALUE 0.
          01 WS-MATCH-NAME PIC X(40) VALUE SPACES.

          01 WS-GEN-VARS.
             05 WS-TODAY-INT PIC 9(8) COMP VALUE 0.
             05 WS-DAYS-BACK PIC 9(4) COMP VALUE 0.
             05 WS-GEN-DATE PIC 9(8) VALUE 0.

          01 WS-RUN-COUNTERS.
             05 WS-DATASETS-SEARCHED PIC 9(9) COMP VALUE 0.
             05 WS-DATASETS-CHANGED PIC 9(9) COMP VALUE 0.
             05 WS-GENS-SEARCHED PIC 9(9) COMP VALUE 0.
             05 WS-RECS-REDACTED PIC 9(9) COMP VALUE 0.
             05 WS-REQS-CERTIFIED PIC 9(4) COMP VALUE 0.

          01 WS-WORK-VARS.
             05 WS-IDX PIC 9(4) COMP VALUE 0.
             05 WS-DELETE-RC PIC 9(4) COMP VALUE 0.
             05 WS-FOUND PIC X VALUE "N".

          01 WS-PRINT-FIELDS.
             05 WS-HITS-DISP PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-CHECK-MAINT-CALENDAR.
           PERFORM 1300-LOAD-ERA-CHECKPOINT.
           PERFORM 1500-LOAD-REQUESTS.
           IF WS-REQ-ACTIVE = 0
               DISPLAY "COBOLERA: NO ERASURE REQUESTS TO PROCESS"
               PERFORM 1450-SCRATCH-ERA-CHECKPOINT
               PERFORM 7600-CLEAR-REQUEST-FILE
               PERFORM 8000-PRINT-RUN-SUMMARY
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.
           IF WS-CHKE-FOUND = "Y"
               DISPLAY "COBOLERA: RESUMING THE ERASURE RUN STARTED "
                       WS-RUN-START
           ELSE
               INITIALIZE ERCK-RECORD
               MOVE "S" TO ERCK-STATE
               MOVE WS-RUN-START TO ERCK-DATASET
               PERFORM 1350-WRITE-ERA-CHECKPOINT
           END-IF.
           PERFORM 2000-ERASE-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           PERFORM 3000-ERASE-BLOCKLIST.
           PERFORM 3500-ERASE-BACKUP-GENERATIONS.
           PERFORM 7000-CERTIFY-REQUESTS.
           PERFORM 1450-SCRATCH-ERA-CHECKPOINT.
           PERFORM 7600-CLEAR-REQUEST-FILE.
           PERFORM 8000-PRINT-RUN-SUMMARY.
           PERFORM 9500-WRITE-OPS-STATUS.
           STOP RUN.

       1000-INITIALIZE.
      *> ERASE_BACKUP_DAYS sets how far back the job looks for
      *> backup generations to redact; the default reaches past
      *> the 13-month audit trail retention.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-STAMP(1:14) TO WS-RUN-START.
           MOVE "ERASE_BACKUP_DAYS" TO WS-ENV-NAME.
           MOVE SPACES TO WS-BACKUP-DAYS-TEXT.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-BACKUP-DAYS-TEXT FROM ENVIRONMENT-VALUE.
           IF WS-BACKUP-DAYS-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BACKUP-DAYS-TEXT)
                   TO WS-BACKUP-DAYS
           END-IF.
           IF WS-BACKUP-DAYS < 1 OR WS-BACKUP-DAYS > 3660
               MOVE 400 TO WS-BACKUP-DAYS
           END-IF.
           PERFORM 1050-LOAD-SITE-TABLE.

       1050-LOAD-SITE-TABLE.
      *> Every branded site keeps its own audit log, archives,
      *> guestbook and visitor master; no config file (or an empty
      *> one) means the original single-site installation.
           MOVE 0 TO WS-SITE-COUNT.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               PERFORM UNTIL WS-CONFIG-STATUS NOT = "00"
                   READ CONFIG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1070-STORE-SITE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.
           IF WS-SITE-COUNT = 0
               MOVE 1 TO WS-SITE-COUNT
               MOVE "DEFAULT" TO WS-SITE-LABEL(1)
               MOVE SPACES TO WS-SITE-CODE(1)
           END-IF.

       1070-STORE-SITE-ENTRY.
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
      *> A site left out of the table would keep the very data the
      *> certificates say is gone, so a full table stops the run.
           IF WS-SITE-COUNT >= 50
               DISPLAY "COBOLERA: SITE TABLE FULL, "
                       FUNCTION TRIM(CONFG-SITE) " CANNOT BE SEARCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SITE-COUNT.
           IF CONFG-SITE = SPACES
               MOVE "DEFAULT" TO WS-SITE-LABEL(WS-SITE-COUNT)
           ELSE
               MOVE CONFG-SITE TO WS-SITE-LABEL(WS-SITE-COUNT)
           END-IF.
           MOVE CONFG-SITE-CODE TO WS-SITE-CODE(WS-SITE-COUNT).

       1100-BUILD-SITE-NAME.
      *> WS-BASE-NAME holds the base dataset name ("GUESTBK" and
      *> so on); the site code of the site being worked suffixes
      *> it the way the CGI program does.
           MOVE SPACES TO WS-TARGET-FILE-NAME.
           IF WS-SITE-CODE(WS-SITE-IDX) = SPACES
               STRING FUNCTION TRIM(WS-BASE-NAME)
                          DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-TARGET-FILE-NAME
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-BASE-NAME)
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SITE-CODE(WS-SITE-IDX))
                          DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-TARGET-FILE-NAME
               END-STRING
           END-IF.

       1200-CHECK-MAINT-CALENDAR.
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
                       PERFORM 1210-MATCH-MAINT-WINDOW
               END-READ
           END-PERFORM.
           CLOSE MAINT-CAL-FILE.
           IF WS-MAINT-UNTIL NOT = SPACES
               DISPLAY "COBOLERA: MAINTENANCE WINDOW OPEN FOR "
                       FUNCTION TRIM(WS-MAINT-SITE) " UNTIL "
                       WS-MAINT-UNTIL " - RUN DEFERRED"
               MOVE 4 TO RETURN-CODE
               PERFORM 9500-WRITE-OPS-STATUS
               STOP RUN
           END-IF.

       1210-MATCH-MAINT-WINDOW.
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

       1300-LOAD-ERA-CHECKPOINT.
           MOVE "N" TO WS-CHKE-FOUND.
           MOVE 0 TO WS-CKT-COUNT.
           MOVE 0 TO WS-HIT-COUNT.
           OPEN INPUT ERA-CHECKPOINT-FILE.
           IF WS-ERACHKP-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ERACHKP-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO READ THE RESTART "
                       "CHECKPOINT "
                       FUNCTION TRIM(WS-ERACHKP-FILE-NAME)
                       ", STATUS " WS-ERACHKP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ERACHKP-STATUS NOT = "00"
               READ ERA-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1310-APPLY-CHECKPOINT-ROW
               END-READ
           END-PERFORM.
           CLOSE ERA-CHECKPOINT-FILE.

       1310-APPLY-CHECKPOINT-ROW.
           EVALUATE TRUE
               WHEN ERCK-IS-START
                   MOVE "Y" TO WS-CHKE-FOUND
                   MOVE ERCK-DATASET(1:14) TO WS-RUN-START
               WHEN ERCK-IS-PENDING
                   PERFORM 1320-FIND-CHECKPOINT-ENTRY
                   IF WS-CKT-IDX = 0
                       PERFORM 1330-ADD-CHECKPOINT-ENTRY
                       MOVE ERCK-DATASET TO WS-TARGET-FILE-NAME
                       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                               UNTIL WS-REQ-IDX > 50
                           MOVE ERCK-COUNT(WS-REQ-IDX)
                               TO WS-DS-COUNT(WS-REQ-IDX)
                       END-PERFORM
                       PERFORM 4200-RECORD-HITS
                   END-IF
                   MOVE "P" TO WS-CKT-STATE(WS-CKT-IDX)
               WHEN ERCK-IS-DONE
                   PERFORM 1320-FIND-CHECKPOINT-ENTRY
                   IF WS-CKT-IDX = 0
                       PERFORM 1330-ADD-CHECKPOINT-ENTRY
                   END-IF
                   MOVE "D" TO WS-CKT-STATE(WS-CKT-IDX)
           END-EVALUATE.

       1320-FIND-CHECKPOINT-ENTRY.
           MOVE 0 TO WS-CKT-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CKT-COUNT OR WS-CKT-IDX > 0
               IF WS-CKT-DATASET(WS-IDX) = ERCK-DATASET
                   MOVE WS-IDX TO WS-CKT-IDX
               END-IF
           END-PERFORM.

       1330-ADD-CHECKPOINT-ENTRY.
           IF WS-CKT-COUNT >= 2000
               DISPLAY "COBOLERA: RESTART CHECKPOINT TABLE IS FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CKT-COUNT.
           MOVE WS-CKT-COUNT TO WS-CKT-IDX.
           MOVE ERCK-DATASET TO WS-CKT-DATASET(WS-CKT-IDX).
           MOVE SPACE TO WS-CKT-STATE(WS-CKT-IDX).

       1350-WRITE-ERA-CHECKPOINT.
      *> Appends the row already built in ERCK-RECORD; each row is
      *> written and the journal closed in one go, so a row is
      *> either wholly on the journal or not there at all.
           OPEN EXTEND ERA-CHECKPOINT-FILE.
           IF WS-ERACHKP-STATUS NOT = "00"
               OPEN OUTPUT ERA-CHECKPOINT-FILE
           END-IF.
           IF WS-ERACHKP-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO WRITE THE RESTART "
                       "CHECKPOINT "
                       FUNCTION TRIM(WS-ERACHKP-FILE-NAME)
                       ", STATUS " WS-ERACHKP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE ERCK-RECORD.
           CLOSE ERA-CHECKPOINT-FILE.

       1450-SCRATCH-ERA-CHECKPOINT.
           CALL "CBL_DELETE_FILE" USING WS-ERACHKP-FILE-NAME
               RETURNING WS-DELETE-RC.

       1500-LOAD-REQUESTS.
      *> At most fifty requests are worked per run; the rest stay
      *> on the request file for the next run.
           MOVE 0 TO WS-REQ-COUNT.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO READ THE ERASURE "
                       "REQUESTS, STATUS " WS-REQUEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-REQ-FILE-PRESENT.
           PERFORM UNTIL WS-REQUEST-STATUS NOT = "00"
               READ REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-REQ-ROWS-READ
                       IF ERQS-RECORD NOT = SPACES
                           IF WS-REQ-COUNT < 50
                               MOVE WS-REQ-ROWS-READ TO WS-REQ-CUTOFF
                               PERFORM 1520-STORE-REQUEST
                           ELSE
                               ADD 1 TO WS-REQ-DEFERRED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
           PERFORM 1550-CHECK-REGISTER.
           MOVE 0 TO WS-REQ-ACTIVE.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-SKIP(WS-REQ-IDX) = "N"
                   ADD 1 TO WS-REQ-ACTIVE
               END-IF
           END-PERFORM.
           IF WS-REQ-DEFERRED > 0
               MOVE WS-REQ-DEFERRED TO WS-HITS-DISP
               DISPLAY "COBOLERA: " WS-HITS-DISP
                       " REQUEST(S) HELD OVER FOR THE NEXT RUN"
               MOVE 4 TO RETURN-CODE
           END-IF.

       1520-STORE-REQUEST.
           ADD 1 TO WS-REQ-COUNT.
           MOVE ERQS-REF TO WS-REQ-REF(WS-REQ-COUNT).
           MOVE ERQS-TYPE TO WS-REQ-TYPE(WS-REQ-COUNT).
           MOVE ERQS-VALUE TO WS-REQ-VALUE(WS-REQ-COUNT).
           MOVE "N" TO WS-REQ-SKIP(WS-REQ-COUNT).
           MOVE "N" TO WS-REQ-CERTIFIED(WS-REQ-COUNT).
           MOVE 0 TO WS-REQ-TOTAL(WS-REQ-COUNT).
      *> Names are matched without regard to case or surrounding
      *> blanks; addresses exactly as the CGI program logged them.
           IF ERQS-IS-NAME
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ERQS-VALUE))
                   TO WS-REQ-MATCH(WS-REQ-COUNT)
           ELSE
               MOVE FUNCTION TRIM(ERQS-VALUE)
                   TO WS-REQ-MATCH(WS-REQ-COUNT)
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN ERQS-REF = SPACES
                   MOVE "NO REQUEST REFERENCE" TO WS-REJECT-REASON
               WHEN NOT ERQS-IS-ADDRESS AND NOT ERQS-IS-NAME
                   MOVE "TYPE MUST BE A OR N" TO WS-REJECT-REASON
               WHEN WS-REQ-MATCH(WS-REQ-COUNT) = SPACES
                   MOVE "NOTHING TO ERASE" TO WS-REJECT-REASON
               WHEN ERQS-IS-ADDRESS
                       AND WS-REQ-MATCH(WS-REQ-COUNT) = "-"
                   MOVE "NOTHING TO ERASE" TO WS-REJECT-REASON
      *> The page shows an unsigned entry as Anonymous; that name
      *> identifies nobody and would sweep up every unsigned entry.
               WHEN ERQS-IS-NAME
                       AND WS-REQ-MATCH(WS-REQ-COUNT) = "ANONYMOUS"
                   MOVE "ANONYMOUS IDENTIFIES NO ONE"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-REQ-COUNT
                   IF WS-REQ-REF(WS-IDX) = ERQS-REF
                       MOVE "DUPLICATE REQUEST REFERENCE"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY "COBOLERA: REQUEST "
                       FUNCTION TRIM(ERQS-REF) " REJECTED - "
                       FUNCTION TRIM(WS-REJECT-REASON)
               MOVE "Y" TO WS-REQ-SKIP(WS-REQ-COUNT)
               ADD 1 TO WS-REQ-REJECTED
               MOVE 4 TO RETURN-CODE
           END-IF.

       1550-CHECK-REGISTER.
      *> A reference already certified by an earlier run is not
      *> worked again. Rows stamped at or after the start of this
      *> run were written by the abended run this one is finishing
      *> and are sorted out when the certificates are written.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO READ THE ERASURE "
                       "REGISTER, STATUS " WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
               READ REGISTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ERSG-DATE TO WS-REG-DATE
                       MOVE ERSG-TIME TO WS-REG-TIME
                       IF ERSG-IS-CERTIFICATE
                               AND WS-REG-STAMP < WS-RUN-START
                           PERFORM 1560-SKIP-CERTIFIED-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

       1560-SKIP-CERTIFIED-REQUEST.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-REF(WS-REQ-IDX) = ERSG-REF
                       AND WS-REQ-SKIP(WS-REQ-IDX) = "N"
                   DISPLAY "COBOLERA: REQUEST "
                           FUNCTION TRIM(ERSG-REF)
                           " ALREADY CERTIFIED ON " ERSG-DATE
                           " - SKIPPED"
                   MOVE "Y" TO WS-REQ-SKIP(WS-REQ-IDX)
                   ADD 1 TO WS-REQ-ALREADY
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM.

       2000-ERASE-ONE-SITE.
      *> The recent-display sidecar is worked before the guestbook
      *> it mirrors: its rows are matched through the guestbook
      *> entries an address reaches, which must still be readable.
           MOVE "N" TO WS-SITE-PAGE-CHANGED.
           MOVE "COBOLLOG" TO WS-BASE-NAME.
           PERFORM 1100-BUILD-SITE-NAME.
           MOVE "L" TO WS-TARGET-KIND.
           PERFORM 4000-ERASE-DATASET.
           PERFORM 2100-LOAD-ARCHIVE-LIST.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-COUNT
               MOVE WS-ARC-DATASET(WS-ARC-IDX) TO WS-TARGET-FILE-NAME
               MOVE "L" TO WS-TARGET-KIND
               PERFORM 4000-ERASE-DATASET
           END-PERFORM.
           PERFORM 2300-COLLECT-GUESTBOOK-STAMPS.
           MOVE "GBRECENT" TO WS-BASE-NAME.
           PERFORM 1100-BUILD-SITE-NAME.
           MOVE "R" TO WS-TARGET-KIND.
           PERFORM 4000-ERASE-DATASET.
           MOVE "GUESTBK" TO WS-BASE-NAME.
           PERFORM 1100-BUILD-SITE-NAME.
           MOVE "G" TO WS-TARGET-KIND.
           PERFORM 4000-ERASE-DATASET.
           MOVE "VISMAST" TO WS-BASE-NAME.
           PERFORM 1100-BUILD-SITE-NAME.
           MOVE "V" TO WS-TARGET-KIND.
           PERFORM 4000-ERASE-DATASET.
           IF WS-SITE-PAGE-CHANGED = "Y"
               PERFORM 2400-TOUCH-PAGE-STAMP
           END-IF.

       2100-LOAD-ARCHIVE-LIST.
      *> Every dated archive the site's catalog still lists; a
      *> blank dataset name is a period whose archive has already
      *> been scratched.
           MOVE 0 TO WS-ARC-COUNT.
           MOVE "ARCHCAT" TO WS-BASE-NAME.
           PERFORM 1100-BUILD-SITE-NAME.
           MOVE WS-TARGET-FILE-NAME TO WS-CATALOG-FILE-NAME.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO READ THE ARCHIVE CATALOG "
                       FUNCTION TRIM(WS-CATALOG-FILE-NAME)
                       ", STATUS " WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CATALOG-STATUS NOT = "00"
               READ CATALOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARCH-DATASET NOT = SPACES
                               AND WS-ARC-COUNT < 240
                           ADD 1 TO WS-ARC-COUNT
                           MOVE ARCH-DATASET
                               TO WS-ARC-DATASET(WS-ARC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       2300-COLLECT-GUESTBOOK-STAMPS.
           MOVE 0 TO WS-GBS-COUNT.
           MOVE "GUESTBK" TO WS-BASE-NAME.
           PERFORM 1100-BUILD-SITE-NAME.
           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TARGET-STATUS NOT = "00"
               READ TARGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 4125-MATCH-GUESTBOOK-ROW
                       IF WS-MATCH-REQ > 0 AND WS-GBS-COUNT < 500
                           ADD 1 TO WS-GBS-COUNT
                           MOVE GBOK-STAMP
                               TO WS-GBS-STAMP(WS-GBS-COUNT)
                           MOVE WS-MATCH-REQ TO WS-GBS-REQ(WS-GBS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.

       2400-TOUCH-PAGE-STAMP.
      *> Blanked guestbook text changes what the page shows, which
      *> the conditional-GET handshake must hear about so no
      *> browser keeps the erased entry as "not modified". Best
      *> effort, same as the moderation run's stamp write.
           MOVE "PAGESTMP" TO WS-BASE-NAME.
           PERFORM 1100-BUILD-SITE-NAME.
           MOVE WS-TARGET-FILE-NAME TO WS-STAMP-FILE-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           OPEN OUTPUT PAGE-STAMP-FILE.
           IF WS-STAMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-STAMP(1:14) TO STMP-STAMP.
           WRITE STMP-RECORD.
           CLOSE PAGE-STAMP-FILE.

       3000-ERASE-BLOCKLIST.
      *> One shared blocklist guards every site.
           MOVE "BLOCKLST.DAT" TO WS-TARGET-FILE-NAME.
           MOVE "B" TO WS-TARGET-KIND.
           PERFORM 4000-ERASE-DATASET.

       3500-ERASE-BACKUP-GENERATIONS.
      *> A backup generation is found through its manifest; only
      *> the guestbook and blocklist copies hold addresses or
      *> names. The copies are redacted in place with their record
      *> counts unchanged, so the generation still verifies and
      *> restores against its manifest - and a restore can never
      *> bring erased data back.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           PERFORM 3510-ERASE-ONE-GENERATION
               VARYING WS-DAYS-BACK FROM 0 BY 1
               UNTIL WS-DAYS-BACK > WS-BACKUP-DAYS.

       3510-ERASE-ONE-GENERATION.
           COMPUTE WS-GEN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-DAYS-BACK).
           MOVE SPACES TO WS-MANIF-FILE-NAME.
           STRING "BKPMANIF.G" DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-MANIF-FILE-NAME
           END-STRING.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MANIF-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO READ THE BACKUP MANIFEST "
                       FUNCTION TRIM(WS-MANIF-FILE-NAME)
                       ", STATUS " WS-MANIF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GENS-SEARCHED.
           PERFORM UNTIL WS-MANIF-STATUS NOT = "00"
               READ MANIFEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3520-ERASE-BACKUP-COPY
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

       3520-ERASE-BACKUP-COPY.
           EVALUATE TRUE
               WHEN BKPM-DATASET(1:8) = "GUESTBK."
                   MOVE "G" TO WS-TARGET-KIND
               WHEN BKPM-DATASET = "BLOCKLST.DAT"
                   MOVE "B" TO WS-TARGET-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE BKPM-COPY-DATASET TO WS-TARGET-FILE-NAME.
           PERFORM 4000-ERASE-DATASET.

       4000-ERASE-DATASET.
      *> Redacts the dataset named in WS-TARGET-FILE-NAME, of the
      *> kind in WS-TARGET-KIND. Records are masked, never dropped,
      *> so every record count - the archive catalog's, COBOLREC's
      *> served totals, a backup manifest's - still balances. The
      *> redacted copy is built complete in the work dataset and
      *> journalled (P) before it replaces the dataset, then
      *> journalled again (D) once installed; a dataset with
      *> nothing to redact is never rewritten at all.
           PERFORM 4010-FIND-DATASET-IN-JOURNAL.
           IF WS-CKT-IDX > 0
               ADD 1 TO WS-DATASETS-SEARCHED
               IF TARGET-IS-GUESTBOOK OR TARGET-IS-RECENT
                   MOVE "Y" TO WS-SITE-PAGE-CHANGED
               END-IF
               IF WS-CKT-STATE(WS-CKT-IDX) = "P"
                   PERFORM 4300-INSTALL-WORK-COPY
                   PERFORM 4400-WRITE-DONE-ROW
                   ADD 1 TO WS-DATASETS-CHANGED
                   DISPLAY "COBOLERA: REDACTED COPY OF "
                           FUNCTION TRIM(WS-TARGET-FILE-NAME)
                           " INSTALLED FROM THE WORK FILE"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DS-TOTAL.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > 50
               MOVE 0 TO WS-DS-COUNT(WS-REQ-IDX)
           END-PERFORM.
           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO READ "
                       FUNCTION TRIM(WS-TARGET-FILE-NAME)
                       ", STATUS " WS-TARGET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DATASETS-SEARCHED.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO OPEN THE WORK FILE, "
                       "STATUS " WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TARGET-STATUS NOT = "00"
               READ TARGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 4100-REDACT-RECORD
                       WRITE WORK-RECORD FROM TARGET-RECORD
                       IF WS-WORK-STATUS NOT = "00"
                           DISPLAY "COBOLERA: UNABLE TO WRITE WORK "
                                   "RECORD, STATUS " WS-WORK-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.
           CLOSE WORK-FILE.
           IF WS-DS-TOTAL = 0
               CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
                   RETURNING WS-DELETE-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4190-CHECK-HIT-ROOM.
           INITIALIZE ERCK-RECORD.
           MOVE "P" TO ERCK-STATE.
           MOVE WS-TARGET-FILE-NAME TO ERCK-DATASET.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > 50
               MOVE WS-DS-COUNT(WS-REQ-IDX) TO ERCK-COUNT(WS-REQ-IDX)
           END-PERFORM.
           PERFORM 1350-WRITE-ERA-CHECKPOINT.
           PERFORM 1330-ADD-CHECKPOINT-ENTRY.
           MOVE "P" TO WS-CKT-STATE(WS-CKT-IDX).
           PERFORM 4200-RECORD-HITS.
           PERFORM 4300-INSTALL-WORK-COPY.
           PERFORM 4400-WRITE-DONE-ROW.
           ADD 1 TO WS-DATASETS-CHANGED.
           IF TARGET-IS-GUESTBOOK OR TARGET-IS-RECENT
               MOVE "Y" TO WS-SITE-PAGE-CHANGED
           END-IF.
           MOVE WS-DS-TOTAL TO WS-HITS-DISP.
           DISPLAY "COBOLERA: " WS-HITS-DISP " RECORD(S) REDACTED IN "
                   FUNCTION TRIM(WS-TARGET-FILE-NAME).

       4010-FIND-DATASET-IN-JOURNAL.
           MOVE 0 TO WS-CKT-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CKT-COUNT OR WS-CKT-IDX > 0
               IF WS-CKT-DATASET(WS-IDX) = WS-TARGET-FILE-NAME
                   MOVE WS-IDX TO WS-CKT-IDX
               END-IF
           END-PERFORM.

       4100-REDACT-RECORD.
           MOVE 0 TO WS-MATCH-REQ.
           EVALUATE TRUE
               WHEN TARGET-IS-LOG
                   PERFORM 4110-REDACT-AUDIT-RECORD
               WHEN TARGET-IS-GUESTBOOK
                   PERFORM 4125-MATCH-GUESTBOOK-ROW
                   IF WS-MATCH-REQ > 0
                       MOVE SPACES TO GBOK-NAME
                       MOVE SPACES TO GBOK-MESSAGE
                       MOVE SPACES TO GBOK-ADDR
                   END-IF
               WHEN TARGET-IS-RECENT
                   PERFORM 4130-MATCH-RECENT-ROW
                   IF WS-MATCH-REQ > 0
                       MOVE SPACES TO GBRC-NAME
                       MOVE SPACES TO GBRC-MESSAGE
                   END-IF
               WHEN TARGET-IS-BLOCKLIST
                   PERFORM 4140-MATCH-ADDRESS
                       VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                          OR WS-MATCH-REQ > 0
                   IF WS-MATCH-REQ > 0
                       MOVE "-" TO BLCK-ADDR
                   END-IF
               WHEN TARGET-IS-VISITORS
                   PERFORM 4150-MATCH-VISITOR-ROW
                   IF WS-MATCH-REQ > 0
                       MOVE "-" TO VISM-ADDR
                       MOVE "-" TO VISM-AGENT
                   END-IF
           END-EVALUATE.
           IF WS-MATCH-REQ > 0
               ADD 1 TO WS-DS-COUNT(WS-MATCH-REQ)
               ADD 1 TO WS-DS-TOTAL
           END-IF.

       4110-REDACT-AUDIT-RECORD.
      *> The address, host and user agent of a matching audit
      *> record are masked with the "-" every report already reads
      *> as "not recorded". The stamp, disposition, method and
      *> format stay as they were, so the record still counts
      *> exactly where it counted before.
           MOVE 0 TO WS-TOKEN-COUNT.
           MOVE SPACES TO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                          WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                          WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                          WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12).
           UNSTRING TARGET-RECORD DELIMITED BY ALL " "
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                    WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                    WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                    WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING.
           IF WS-TOKEN-COUNT < 2
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN(2) TO WS-MATCH-NAME.
           PERFORM 4140-MATCH-ADDRESS
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-MATCH-REQ > 0.
           IF WS-MATCH-REQ = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "-" TO WS-TOKEN(2).
           IF WS-TOKEN-COUNT >= 3
               MOVE "-" TO WS-TOKEN(3)
           END-IF.
           IF WS-TOKEN-COUNT >= 7
               MOVE "-" TO WS-TOKEN(7)
           END-IF.
           MOVE SPACES TO TARGET-RECORD.
           MOVE 1 TO WS-RECORD-PTR.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               IF WS-TOKEN-IDX > 1
                   STRING " " DELIMITED BY SIZE
                          INTO TARGET-RECORD
                          WITH POINTER WS-RECORD-PTR
                   END-STRING
               END-IF
               STRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY SPACE
                      INTO TARGET-RECORD
                      WITH POINTER WS-RECORD-PTR
               END-STRING
           END-PERFORM.

       4125-MATCH-GUESTBOOK-ROW.
      *> An entry belongs to a request when it was posted from the
      *> erased address or signed with the erased name.
           MOVE 0 TO WS-MATCH-REQ.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GBOK-NAME))
               TO WS-MATCH-NAME.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-MATCH-REQ > 0
               IF WS-REQ-SKIP(WS-REQ-IDX) = "N"
                   IF WS-REQ-TYPE(WS-REQ-IDX) = "A"
                           AND GBOK-ADDR = WS-REQ-MATCH(WS-REQ-IDX)
                       MOVE WS-REQ-IDX TO WS-MATCH-REQ
                   END-IF
                   IF WS-REQ-TYPE(WS-REQ-IDX) = "N"
                           AND GBOK-NAME NOT = SPACES
                           AND WS-MATCH-NAME = WS-REQ-MATCH(WS-REQ-IDX)
                       MOVE WS-REQ-IDX TO WS-MATCH-REQ
                   END-IF
               END-IF
           END-PERFORM.

       4130-MATCH-RECENT-ROW.
      *> The sidecar carries no address: its rows are matched by
      *> name, or by the stamp of a guestbook entry an address
      *> request reaches.
           MOVE 0 TO WS-MATCH-REQ.
           PERFORM VARYING WS-GBS-IDX FROM 1 BY 1
                   UNTIL WS-GBS-IDX > WS-GBS-COUNT OR WS-MATCH-REQ > 0
               IF WS-GBS-STAMP(WS-GBS-IDX) = GBRC-STAMP
                   MOVE WS-GBS-REQ(WS-GBS-IDX) TO WS-MATCH-REQ
               END-IF
           END-PERFORM.
           IF WS-MATCH-REQ > 0 OR GBRC-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GBRC-NAME))
               TO WS-MATCH-NAME.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-MATCH-REQ > 0
               IF WS-REQ-SKIP(WS-REQ-IDX) = "N"
                       AND WS-REQ-TYPE(WS-REQ-IDX) = "N"
                       AND WS-MATCH-NAME = WS-REQ-MATCH(WS-REQ-IDX)
                   MOVE WS-REQ-IDX TO WS-MATCH-REQ
               END-IF
           END-PERFORM.

       4140-MATCH-ADDRESS.
      *> Performed once per request: the address being tested is
      *> in WS-MATCH-NAME for an audit record, BLCK-ADDR for a
      *> blocklist row.
           IF WS-REQ-SKIP(WS-REQ-IDX) = "Y"
                   OR WS-REQ-TYPE(WS-REQ-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           IF TARGET-IS-LOG
               IF WS-MATCH-NAME = WS-REQ-MATCH(WS-REQ-IDX)
                   MOVE WS-REQ-IDX TO WS-MATCH-REQ
               END-IF
           ELSE
               IF BLCK-ADDR = WS-REQ-MATCH(WS-REQ-IDX)
                   MOVE WS-REQ-IDX TO WS-MATCH-REQ
               END-IF
           END-IF.

       4150-MATCH-VISITOR-ROW.
           MOVE 0 TO WS-MATCH-REQ.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-MATCH-REQ > 0
               IF WS-REQ-SKIP(WS-REQ-IDX) = "N"
                       AND WS-REQ-TYPE(WS-REQ-IDX) = "A"
                       AND VISM-ADDR = WS-REQ-MATCH(WS-REQ-IDX)
                   MOVE WS-REQ-IDX TO WS-MATCH-REQ
               END-IF
           END-PERFORM.

       4190-CHECK-HIT-ROOM.
      *> Checked before the dataset is journalled, so a run that
      *> stops here has changed nothing it cannot certify.
           MOVE 0 TO WS-HIT-NEEDED.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-DS-COUNT(WS-REQ-IDX) > 0
                   ADD 1 TO WS-HIT-NEEDED
               END-IF
           END-PERFORM.
           IF WS-HIT-COUNT + WS-HIT-NEEDED > 2000
               DISPLAY "COBOLERA: CERTIFICATE TABLE IS FULL - SPLIT "
                       "THE ERASURE REQUESTS OVER SEVERAL RUNS"
               CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
                   RETURNING WS-DELETE-RC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       4200-RECORD-HITS.
      *> WS-DS-COUNT holds the dataset's per-request counts - from
      *> the redaction just done, or from a P row of the journal.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > 50
               IF WS-DS-COUNT(WS-REQ-IDX) > 0
                       AND WS-HIT-COUNT < 2000
                   ADD 1 TO WS-HIT-COUNT
                   MOVE WS-REQ-IDX TO WS-HIT-REQ(WS-HIT-COUNT)
                   MOVE WS-TARGET-FILE-NAME
                       TO WS-HIT-DATASET(WS-HIT-COUNT)
                   MOVE WS-DS-COUNT(WS-REQ-IDX)
                       TO WS-HIT-RECS(WS-HIT-COUNT)
               END-IF
           END-PERFORM.

       4300-INSTALL-WORK-COPY.
      *> Safe to repeat: until the D row is journalled the complete
      *> redacted copy is still in the work dataset. A missing work
      *> dataset on a resume means the abended run had already
      *> installed it.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO REOPEN THE WORK FILE, "
                       "STATUS " WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TARGET-FILE.
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO REWRITE "
                       FUNCTION TRIM(WS-TARGET-FILE-NAME)
                       ", STATUS " WS-TARGET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE TARGET-RECORD FROM WORK-RECORD
                       IF WS-TARGET-STATUS NOT = "00"
                           DISPLAY "COBOLERA: UNABLE TO REWRITE "
                                   FUNCTION TRIM(WS-TARGET-FILE-NAME)
                                   ", STATUS " WS-TARGET-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.
           CLOSE WORK-FILE.
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
               RETURNING WS-DELETE-RC.

       4400-WRITE-DONE-ROW.
           INITIALIZE ERCK-RECORD.
           MOVE "D" TO ERCK-STATE.
           MOVE WS-TARGET-FILE-NAME TO ERCK-DATASET.
           PERFORM 1350-WRITE-ERA-CHECKPOINT.
           MOVE "D" TO WS-CKT-STATE(WS-CKT-IDX).

       7000-CERTIFY-REQUESTS.
      *> One certificate per request worked, printed and kept on
      *> the erasure register. A request the abended run already
      *> put on the register is printed again but not re-entered.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-CERT-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO WS-CERT-TIME.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               ADD WS-HIT-RECS(WS-HIT-IDX)
                   TO WS-REQ-TOTAL(WS-HIT-REQ(WS-HIT-IDX))
           END-PERFORM.
           PERFORM 7050-FIND-THIS-RUNS-ENTRIES.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO WRITE THE ERASURE "
                       "REGISTER, STATUS " WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-SKIP(WS-REQ-IDX) = "N"
                   IF WS-REQ-CERTIFIED(WS-REQ-IDX) = "N"
                       PERFORM 7200-REGISTER-ONE-REQUEST
                   END-IF
                   PERFORM 7100-PRINT-CERTIFICATE
                   ADD 1 TO WS-REQS-CERTIFIED
               END-IF
           END-PERFORM.
           CLOSE REGISTER-FILE.

       7050-FIND-THIS-RUNS-ENTRIES.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
               READ REGISTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ERSG-DATE TO WS-REG-DATE
                       MOVE ERSG-TIME TO WS-REG-TIME
                       IF ERSG-IS-CERTIFICATE
                               AND WS-REG-STAMP NOT < WS-RUN-START
                           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                               IF WS-REQ-REF(WS-REQ-IDX) = ERSG-REF
                                   MOVE "Y"
                                     TO WS-REQ-CERTIFIED(WS-REQ-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

       7100-PRINT-CERTIFICATE.
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! ERASURE COMPLETION CERTIFICATE".
           DISPLAY "=================================================".
           DISPLAY " REQUEST REFERENCE ........ "
                   FUNCTION TRIM(WS-REQ-REF(WS-REQ-IDX)).
           IF WS-REQ-TYPE(WS-REQ-IDX) = "A"
               DISPLAY " REQUEST TYPE ............. REMOTE ADDRESS"
           ELSE
               DISPLAY " REQUEST TYPE ............. GUESTBOOK NAME"
           END-IF.
           DISPLAY " COMPLETED ................ " WS-CERT-DATE " "
                   WS-CERT-TIME.
           MOVE WS-DATASETS-SEARCHED TO WS-HITS-DISP.
           DISPLAY " DATASETS SEARCHED ........ " WS-HITS-DISP.
           DISPLAY " ".
           DISPLAY " DATASETS TOUCHED                          "
                   "RECORDS REDACTED".
           DISPLAY " ----------------                          "
                   "----------------".
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               IF WS-HIT-REQ(WS-HIT-IDX) = WS-REQ-IDX
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-HIT-RECS(WS-HIT-IDX) TO WS-HITS-DISP
                   DISPLAY "   " WS-HIT-DATASET(WS-HIT-IDX) " "
                           WS-HITS-DISP
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY "   (NO RECORDS HELD FOR THIS REQUEST)"
           END-IF.
           DISPLAY " ".
           MOVE WS-REQ-TOTAL(WS-REQ-IDX) TO WS-HITS-DISP.
           DISPLAY " TOTAL RECORDS REDACTED ... " WS-HITS-DISP.
           DISPLAY " RECORDS WERE MASKED IN PLACE; NO RECORD WAS".
           DISPLAY " REMOVED AND EVERY DATASET KEEPS ITS RECORD COUNT.".
           DISPLAY "=================================================".
           DISPLAY " END OF CERTIFICATE".
           DISPLAY " ".

       7200-REGISTER-ONE-REQUEST.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               IF WS-HIT-REQ(WS-HIT-IDX) = WS-REQ-IDX
                   MOVE SPACES TO ERSG-RECORD
                   MOVE WS-REQ-REF(WS-REQ-IDX) TO ERSG-REF
                   MOVE WS-CERT-DATE TO ERSG-DATE
                   MOVE WS-CERT-TIME TO ERSG-TIME
                   MOVE "D" TO ERSG-ROW-TYPE
                   MOVE WS-REQ-TYPE(WS-REQ-IDX) TO ERSG-REQ-TYPE
                   MOVE WS-HIT-DATASET(WS-HIT-IDX) TO ERSG-DATASET
                   MOVE WS-HIT-RECS(WS-HIT-IDX) TO ERSG-COUNT
                   WRITE ERSG-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO ERSG-RECORD.
           MOVE WS-REQ-REF(WS-REQ-IDX) TO ERSG-REF.
           MOVE WS-CERT-DATE TO ERSG-DATE.
           MOVE WS-CERT-TIME TO ERSG-TIME.
           MOVE "C" TO ERSG-ROW-TYPE.
           MOVE WS-REQ-TYPE(WS-REQ-IDX) TO ERSG-REQ-TYPE.
           MOVE WS-REQ-TOTAL(WS-REQ-IDX) TO ERSG-COUNT.
           WRITE ERSG-RECORD.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO WRITE THE ERASURE "
                       "REGISTER, STATUS " WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       7600-CLEAR-REQUEST-FILE.
      *> The request file holds the very addresses and names just
      *> erased; once they are certified it is emptied, keeping
      *> only the requests held over for the next run.
           IF WS-REQ-FILE-PRESENT = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-DEFERRED = 0
               OPEN OUTPUT REQUEST-FILE
               IF WS-REQUEST-STATUS NOT = "00"
                   DISPLAY "COBOLERA: UNABLE TO EMPTY THE ERASURE "
                           "REQUESTS, STATUS " WS-REQUEST-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               CLOSE REQUEST-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-REQ-ROWS-READ.
           OPEN INPUT REQUEST-FILE.
           OPEN OUTPUT WORK-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
                   OR WS-WORK-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO CARRY THE HELD-OVER "
                       "REQUESTS FORWARD"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REQUEST-STATUS NOT = "00"
               READ REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-REQ-ROWS-READ
                       IF WS-REQ-ROWS-READ > WS-REQ-CUTOFF
                           WRITE WORK-RECORD FROM ERQS-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
                   OR WS-WORK-STATUS NOT = "00"
               DISPLAY "COBOLERA: UNABLE TO CARRY THE HELD-OVER "
                       "REQUESTS FORWARD"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE ERQS-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
           CLOSE WORK-FILE.
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
               RETURNING WS-DELETE-RC.

       8000-PRINT-RUN-SUMMARY.
           DISPLAY "=================================================".
           DISPLAY " COBOL NOW! ERASURE RUN " WS-TODAY.
           DISPLAY "=================================================".
           MOVE WS-REQ-COUNT TO WS-HITS-DISP.
           DISPLAY " REQUESTS READ ............ " WS-HITS-DISP.
           MOVE WS-REQS-CERTIFIED TO WS-HITS-DISP.
           DISPLAY " REQUESTS CERTIFIED ....... " WS-HITS-DISP.
           MOVE WS-REQ-REJECTED TO WS-HITS-DISP.
           DISPLAY " REQUESTS REJECTED ........ " WS-HITS-DISP.
           MOVE WS-REQ-ALREADY TO WS-HITS-DISP.
           DISPLAY " ALREADY CERTIFIED ........ " WS-HITS-DISP.
           MOVE WS-REQ-DEFERRED TO WS-HITS-DISP.
           DISPLAY " HELD OVER ................ " WS-HITS-DISP.
           MOVE WS-DATASETS-SEARCHED TO WS-HITS-DISP.
           DISPLAY " DATASETS SEARCHED ........ " WS-HITS-DISP.
           MOVE WS-GENS-SEARCHED TO WS-HITS-DISP.
           DISPLAY " BACKUP GENERATIONS ....... " WS-HITS-DISP.
           MOVE WS-DATASETS-CHANGED TO WS-HITS-DISP.
           DISPLAY " DATASETS REDACTED ........ " WS-HITS-DISP.
           MOVE 0 TO WS-RECS-REDACTED.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               ADD WS-HIT-RECS(WS-HIT-IDX) TO WS-RECS-REDACTED
           END-PERFORM.
           MOVE WS-RECS-REDACTED TO WS-HITS-DISP.
           DISPLAY " RECORDS REDACTED ......... " WS-HITS-DISP.
           DISPLAY "=================================================".
           DISPLAY " END OF ERASURE RUN".

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
           MOVE WS-REQS-CERTIFIED TO WS-OPS-NUM1.
           MOVE WS-RECS-REDACTED TO WS-OPS-NUM2.
           MOVE WS-REQ-REJECTED TO WS-OPS-NUM3.
           STRING FUNCTION TRIM(WS-OPS-NUM1) DELIMITED BY SIZE
                  " CERTIFIED, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM2) DELIMITED BY SIZE
                  " REDACTED, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPS-NUM3) DELIMITED BY SIZE
                  " REJECTED" DELIMITED BY SIZE
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
               DISPLAY "COBOLERA: UNABLE TO WRITE THE OPERATIONS "
                       "STATUS ROW, STATUS " WS-OPSSTAT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO OPSS-RECORD.
           MOVE WS-CURRENT-STAMP(1:8) TO OPSS-DATE.
           MOVE WS-CURRENT-STAMP(9:6) TO OPSS-TIME.
           MOVE "COBOLERA" TO OPSS-JOB.
           MOVE WS-OPS-SEVERITY TO OPSS-SEVERITY.
           MOVE RETURN-CODE TO OPSS-RC.
           MOVE WS-OPS-DETAIL TO OPSS-DETAIL.
           WRITE OPSS-RECORD.
           CLOSE OPS-STATUS-FILE.
