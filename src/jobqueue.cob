       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobqueue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-QUEUE-FILE ASSIGN TO "job-queue.dat"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS JQF-JOB-ID
               FILE STATUS IS WS-JQF-STATUS.
           SELECT JOB-DECK-FILE ASSIGN TO WS-DECK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
           SELECT RUN-INDEX-FILE ASSIGN TO "ckpt-index.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS RIX-RUN-ID
               FILE STATUS IS WS-IDX-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "run-master.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS RMF-RUN-ID
               FILE STATUS IS WS-RMF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-QUEUE-FILE.
       01 JOB-QUEUE-REC.
           05 JQF-JOB-ID PIC X(6).
           05 JQF-BODY PIC X(274).
       FD JOB-DECK-FILE.
       01 JOB-DECK-REC PIC X(80).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-REC.
           05 RIX-RUN-ID PIC X(20).
       FD RUN-MASTER-FILE.
       01 RUN-MASTER-REC.
           05 RMF-RUN-ID PIC X(20).
           05 RMF-BODY PIC X(142).
       WORKING-STORAGE SECTION.
       01 WS-JQF-STATUS PIC XX.
       01 WS-DECK-STATUS PIC XX.
       01 WS-IDX-STATUS PIC XX.
       01 WS-RMF-STATUS PIC XX.
       01 WS-DECK-PATH PIC X(40).
       01 WS-SUBMITTER PIC X(20).
       01 WS-JOB-TYPE PIC X(10).
       01 WS-CANCEL-ID PIC X(10).
       01 WS-GENS-TEXT PIC X(10).
       01 WS-GENERATIONS PIC 9(6) VALUE 1000.
       01 WS-MAX-GENERATIONS PIC 9(6) VALUE 999999.
       01 WS-JOB-ID PIC 9(6) VALUE 0.
       01 WS-LAST-JOB-ID PIC 9(6) VALUE 0.
       01 WS-WRITE-TRIES PIC 9(2) VALUE 0.
       01 WS-JOB-QUEUED PIC 9 VALUE 0.
       01 WS-JOB-CANCELLED PIC 9 VALUE 0.
       01 WS-JOB-PENDING PIC 9 VALUE 0.
       01 WS-RUN-ID PIC X(20).
       01 WS-RUNID-ERROR PIC 9 VALUE 0.
       01 WS-RUNID-CHAR-IDX PIC 9(2) VALUE 0.
       01 WS-RUNID-CHAR PIC X(1).
       01 WS-RUNID-TRIMMED-LEN PIC 9(2) VALUE 0.
       01 WS-SPEC-TEXT PIC X(4000).
       01 WS-SPEC-TEXT-LEN PIC 9(4) VALUE 0.
       01 WS-SPEC-PTR PIC 9(4) VALUE 1.
       01 WS-SPEC-LINE PIC X(80).
       01 WS-SPEC-LINE-LEN PIC 9(4) VALUE 0.
       01 WS-SPEC-ERROR PIC 9 VALUE 0.
       01 WS-SPEC-REASON PIC X(60).
       01 WS-SPEC-PATTERN PIC X(20).
       01 WS-SPEC-ROWS-TEXT PIC X(10).
       01 WS-SPEC-COLS-TEXT PIC X(10).
       01 WS-SPEC-WRAP-TEXT PIC X(10).
       01 WS-SPEC-GENS-TEXT PIC X(10).
       01 WS-SPEC-RULE PIC X(20).
       01 WS-SPEC-EXTRA PIC X(20).
       01 WS-SPEC-CHAR-IDX PIC 9(2) VALUE 0.
       01 WS-SPEC-CHAR PIC X(1).
       01 WS-MAX-SPECS PIC 9(2) VALUE 99.
       01 WS-MAX-ROWS PIC 9(2) VALUE 60.
       01 WS-MAX-COLUMNS PIC 9(2) VALUE 60.
       01 WS-DECK-COUNT PIC 9(3) VALUE 0.
       01 WS-DECK-IDX PIC 9(3) VALUE 0.
       01 WS-DECK-TABLE.
           05 WS-DECK-LINE OCCURS 99 TIMES PIC X(80).
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC X(8).
       01 WS-STAMP-DATE PIC 9(8) VALUE 0.
       01 WS-STAMP-TIME PIC 9(6) VALUE 0.
       01 WS-STAMP-TEXT PIC X(16).
       01 WS-ROWS-SHOWN PIC 9(4) VALUE 0.
       01 WS-COUNT-EDITED PIC Z9.
       01 WS-GENS-EDITED PIC Z(5)9.
       01 WS-RC-EDITED PIC ZZZ9.
       01 WS-JOB-ID-EDITED PIC Z(5)9.
       COPY "jobqueue.cpy".
       COPY "runmaster.cpy".
       PROCEDURE DIVISION.
           CALL "get_http_form" USING "submitter" WS-SUBMITTER.
           MOVE WS-SUBMITTER TO WS-RUN-ID.
           PERFORM VALIDATE-RUN-ID.
           IF WS-RUNID-ERROR = 1 THEN
               PERFORM PRINT-SUBMITTER-ERROR
               STOP RUN
           END-IF.
           CALL "get_http_form" USING "cancelid" WS-CANCEL-ID.
           IF WS-CANCEL-ID NOT = SPACES THEN
               PERFORM CANCEL-QUEUED-JOB
           END-IF.
           CALL "get_http_form" USING "jobtype" WS-JOB-TYPE.
           EVALUATE WS-JOB-TYPE
               WHEN SPACES
                   CONTINUE
               WHEN "resume"
                   PERFORM QUEUE-RESUME-JOB
               WHEN "sweep"
                   PERFORM QUEUE-SWEEP-JOB
               WHEN OTHER
                   PERFORM PRINT-JOB-TYPE-ERROR
                   STOP RUN
           END-EVALUATE.
           PERFORM PRINT-QUEUE-PAGE.
           STOP RUN.
      * A continuation may only be queued by the run's owner (runs
      * with no recorded owner are open to anyone) and only one job
      * per run may be waiting or running at a time.
       QUEUE-RESUME-JOB.
           IF WS-SUBMITTER = SPACES THEN
               PERFORM PRINT-NO-SUBMITTER-ERROR
               STOP RUN
           END-IF.
           CALL "get_http_form" USING "runid" WS-RUN-ID.
           PERFORM VALIDATE-RUN-ID.
           IF WS-RUNID-ERROR = 1 OR WS-RUN-ID = SPACES THEN
               PERFORM PRINT-RUNID-ERROR
               STOP RUN
           END-IF.
           CALL "get_http_form" USING "gens" WS-GENS-TEXT.
           MOVE 1000 TO WS-GENERATIONS.
           IF WS-GENS-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-GENS-TEXT) IS NOT NUMERIC
                  OR FUNCTION NUMVAL(WS-GENS-TEXT) < 1
                  OR FUNCTION NUMVAL(WS-GENS-TEXT)
                     > WS-MAX-GENERATIONS THEN
                   PERFORM PRINT-GENS-ERROR
                   STOP RUN
               END-IF
               COMPUTE WS-GENERATIONS = FUNCTION NUMVAL(WS-GENS-TEXT)
           END-IF.
           OPEN INPUT RUN-INDEX-FILE.
           IF WS-IDX-STATUS = "00" THEN
               MOVE WS-RUN-ID TO RIX-RUN-ID
               READ RUN-INDEX-FILE
               CLOSE RUN-INDEX-FILE
           END-IF.
           IF WS-IDX-STATUS NOT = "00" THEN
               PERFORM PRINT-UNKNOWN-RUN-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "00" THEN
               MOVE WS-RUN-ID TO RMF-RUN-ID
               READ RUN-MASTER-FILE INTO WS-RUN-MASTER-RECORD
               CLOSE RUN-MASTER-FILE
               IF WS-RMF-STATUS = "00"
                  AND RMR-OWNER NOT = "unknown"
                  AND RMR-OWNER NOT = SPACES
                  AND RMR-OWNER NOT = WS-SUBMITTER THEN
                   PERFORM PRINT-NOT-OWNER-ERROR
                   STOP RUN
               END-IF
           END-IF.
           PERFORM FIND-PENDING-RUN-JOB.
           IF WS-JOB-PENDING = 1 THEN
               PERFORM PRINT-JOB-PENDING-ERROR
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-JOB-QUEUE-RECORD.
           MOVE "RESUME" TO JQR-JOB-TYPE.
           MOVE WS-RUN-ID TO JQR-RUN-ID.
           MOVE WS-GENERATIONS TO JQR-GENERATIONS.
           MOVE 0 TO JQR-SPEC-COUNT.
           PERFORM ADD-QUEUE-RECORD.
      * Sweep specs are entered one per line in the same form as a
      * SWEEPCTL card and are checked here so a typing error is
      * reported now rather than in the overnight report.
       QUEUE-SWEEP-JOB.
           IF WS-SUBMITTER = SPACES THEN
               PERFORM PRINT-NO-SUBMITTER-ERROR
               STOP RUN
           END-IF.
           CALL "get_http_form" USING "specs" WS-SPEC-TEXT.
           MOVE 0 TO WS-DECK-COUNT.
           MOVE 0 TO WS-SPEC-ERROR.
           MOVE 0 TO WS-SPEC-TEXT-LEN.
           IF WS-SPEC-TEXT NOT = SPACES THEN
               COMPUTE WS-SPEC-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SPEC-TEXT TRAILING))
           END-IF.
           MOVE 1 TO WS-SPEC-PTR.
           PERFORM UNTIL WS-SPEC-PTR > WS-SPEC-TEXT-LEN
                    OR WS-SPEC-ERROR = 1
               MOVE SPACES TO WS-SPEC-LINE
               MOVE 0 TO WS-SPEC-LINE-LEN
               UNSTRING WS-SPEC-TEXT(1:WS-SPEC-TEXT-LEN)
                   DELIMITED BY X"0D0A" OR X"0A" OR X"0D"
                   INTO WS-SPEC-LINE COUNT IN WS-SPEC-LINE-LEN
                   WITH POINTER WS-SPEC-PTR
               END-UNSTRING
               IF WS-SPEC-LINE NOT = SPACES THEN
                   ADD 1 TO WS-DECK-COUNT
                   IF WS-DECK-COUNT > WS-MAX-SPECS THEN
                       MOVE 1 TO WS-SPEC-ERROR
                       MOVE "more than 99 spec lines"
                           TO WS-SPEC-REASON
                   ELSE
                       IF WS-SPEC-LINE-LEN > 80 THEN
                           MOVE 1 TO WS-SPEC-ERROR
                           MOVE "line longer than 80 characters"
                               TO WS-SPEC-REASON
                       ELSE
                           PERFORM VALIDATE-SPEC-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SPEC-ERROR = 1 THEN
               PERFORM PRINT-SPEC-ERROR
               STOP RUN
           END-IF.
           IF WS-DECK-COUNT = 0 THEN
               PERFORM PRINT-NO-SPECS-ERROR
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-JOB-QUEUE-RECORD.
           MOVE "SWEEP" TO JQR-JOB-TYPE.
           MOVE SPACES TO JQR-RUN-ID.
           MOVE 0 TO JQR-GENERATIONS.
           MOVE WS-DECK-COUNT TO JQR-SPEC-COUNT.
           PERFORM ADD-QUEUE-RECORD.
      * pattern,rows,cols,wrap,generations,rule - everything after the
      * pattern may be left blank to take batchsweep's defaults.
       VALIDATE-SPEC-LINE.
           MOVE SPACES TO WS-SPEC-PATTERN.
           MOVE SPACES TO WS-SPEC-ROWS-TEXT.
           MOVE SPACES TO WS-SPEC-COLS-TEXT.
           MOVE SPACES TO WS-SPEC-WRAP-TEXT.
           MOVE SPACES TO WS-SPEC-GENS-TEXT.
           MOVE SPACES TO WS-SPEC-RULE.
           MOVE SPACES TO WS-SPEC-EXTRA.
           UNSTRING WS-SPEC-LINE DELIMITED BY ","
               INTO WS-SPEC-PATTERN WS-SPEC-ROWS-TEXT
               WS-SPEC-COLS-TEXT WS-SPEC-WRAP-TEXT
               WS-SPEC-GENS-TEXT WS-SPEC-RULE WS-SPEC-EXTRA.
           MOVE FUNCTION TRIM(WS-SPEC-PATTERN) TO WS-SPEC-PATTERN.
           MOVE FUNCTION TRIM(WS-SPEC-RULE) TO WS-SPEC-RULE.
           MOVE WS-SPEC-PATTERN TO WS-RUN-ID.
           PERFORM VALIDATE-RUN-ID.
           IF WS-SPEC-PATTERN = SPACES OR WS-RUNID-ERROR = 1
              OR WS-RUNID-TRIMMED-LEN > 12 THEN
               MOVE 1 TO WS-SPEC-ERROR
               MOVE "pattern must be 1 to 12 letters and digits"
                   TO WS-SPEC-REASON
           END-IF.
           IF WS-SPEC-ROWS-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-SPEC-ROWS-TEXT) IS NOT NUMERIC
                  OR FUNCTION NUMVAL(WS-SPEC-ROWS-TEXT) < 1
                  OR FUNCTION NUMVAL(WS-SPEC-ROWS-TEXT)
                     > WS-MAX-ROWS THEN
                   MOVE 1 TO WS-SPEC-ERROR
                   MOVE "rows must be 1 to 60" TO WS-SPEC-REASON
               END-IF
           END-IF.
           IF WS-SPEC-COLS-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-SPEC-COLS-TEXT) IS NOT NUMERIC
                  OR FUNCTION NUMVAL(WS-SPEC-COLS-TEXT) < 1
                  OR FUNCTION NUMVAL(WS-SPEC-COLS-TEXT)
                     > WS-MAX-COLUMNS THEN
                   MOVE 1 TO WS-SPEC-ERROR
                   MOVE "columns must be 1 to 60" TO WS-SPEC-REASON
               END-IF
           END-IF.
           IF WS-SPEC-WRAP-TEXT NOT = SPACES
              AND FUNCTION TRIM(WS-SPEC-WRAP-TEXT) NOT = "0"
              AND FUNCTION TRIM(WS-SPEC-WRAP-TEXT) NOT = "1" THEN
               MOVE 1 TO WS-SPEC-ERROR
               MOVE "wrap must be 0 or 1" TO WS-SPEC-REASON
           END-IF.
           IF WS-SPEC-GENS-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-SPEC-GENS-TEXT) IS NOT NUMERIC
                  OR FUNCTION NUMVAL(WS-SPEC-GENS-TEXT) < 1
                  OR FUNCTION NUMVAL(WS-SPEC-GENS-TEXT)
                     > WS-MAX-GENERATIONS THEN
                   MOVE 1 TO WS-SPEC-ERROR
                   MOVE "generations must be 1 to 999999"
                       TO WS-SPEC-REASON
               END-IF
           END-IF.
           PERFORM VARYING WS-SPEC-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-SPEC-CHAR-IDX > 20
               MOVE WS-SPEC-RULE(WS-SPEC-CHAR-IDX:1) TO WS-SPEC-CHAR
               IF WS-SPEC-CHAR NOT = SPACE
                  AND WS-SPEC-CHAR NOT = "B" AND WS-SPEC-CHAR NOT = "b"
                  AND WS-SPEC-CHAR NOT = "S" AND WS-SPEC-CHAR NOT = "s"
                  AND WS-SPEC-CHAR NOT = "/"
                  AND (WS-SPEC-CHAR < "0" OR WS-SPEC-CHAR > "8") THEN
                   MOVE 1 TO WS-SPEC-ERROR
                   MOVE "rule must look like B3/S23" TO WS-SPEC-REASON
               END-IF
           END-PERFORM.
           IF WS-SPEC-RULE(13:8) NOT = SPACES THEN
               MOVE 1 TO WS-SPEC-ERROR
               MOVE "rule longer than 12 characters" TO WS-SPEC-REASON
           END-IF.
           IF WS-SPEC-EXTRA NOT = SPACES THEN
               MOVE 1 TO WS-SPEC-ERROR
               MOVE "more than six fields" TO WS-SPEC-REASON
           END-IF.
           IF WS-SPEC-ERROR = 0 THEN
               MOVE SPACES TO WS-DECK-LINE(WS-DECK-COUNT)
               STRING FUNCTION TRIM(WS-SPEC-PATTERN) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPEC-ROWS-TEXT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPEC-COLS-TEXT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPEC-WRAP-TEXT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPEC-GENS-TEXT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPEC-RULE) DELIMITED BY SIZE
                   INTO WS-DECK-LINE(WS-DECK-COUNT)
           END-IF.
       FIND-PENDING-RUN-JOB.
           MOVE 0 TO WS-JOB-PENDING.
           OPEN INPUT JOB-QUEUE-FILE.
           IF WS-JQF-STATUS = "00" THEN
               PERFORM UNTIL WS-JQF-STATUS NOT = "00"
                   READ JOB-QUEUE-FILE NEXT INTO WS-JOB-QUEUE-RECORD
                   IF WS-JQF-STATUS = "00"
                      AND JQR-JOB-TYPE = "RESUME"
                      AND JQR-RUN-ID = WS-RUN-ID
                      AND (JQR-STATUS = "QUEUED"
                           OR JQR-STATUS = "RUNNING") THEN
                       MOVE 1 TO WS-JOB-PENDING
                       MOVE JQR-JOB-ID TO WS-JOB-ID
                   END-IF
               END-PERFORM
               CLOSE JOB-QUEUE-FILE
           END-IF.
      * Job numbers follow on from the highest on file. Should another
      * submission take the same number first, the write is retried
      * with the next one.
       ADD-QUEUE-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-SUBMITTER TO JQR-SUBMITTER.
           MOVE "QUEUED" TO JQR-STATUS.
           MOVE WS-CURRENT-DATE TO JQR-SUBMIT-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO JQR-SUBMIT-TIME.
           MOVE 0 TO JQR-START-DATE.
           MOVE 0 TO JQR-START-TIME.
           MOVE 0 TO JQR-END-DATE.
           MOVE 0 TO JQR-END-TIME.
           MOVE 0 TO JQR-RETURN-CODE.
           MOVE SPACES TO JQR-OUTPUT-FILE.
           MOVE SPACES TO JQR-REPORT-FILE.
           MOVE SPACES TO JQR-MESSAGE.
           MOVE 0 TO WS-LAST-JOB-ID.
           OPEN I-O JOB-QUEUE-FILE.
           IF WS-JQF-STATUS = "35" THEN
               OPEN OUTPUT JOB-QUEUE-FILE
               IF WS-JQF-STATUS = "00" THEN
                   CLOSE JOB-QUEUE-FILE
                   OPEN I-O JOB-QUEUE-FILE
               END-IF
           END-IF.
           IF WS-JQF-STATUS NOT = "00" THEN
               PERFORM PRINT-QUEUE-IO-ERROR
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-JQF-STATUS NOT = "00"
               READ JOB-QUEUE-FILE NEXT
               IF WS-JQF-STATUS = "00"
                  AND JQF-JOB-ID IS NUMERIC THEN
                   MOVE JQF-JOB-ID TO WS-LAST-JOB-ID
               END-IF
           END-PERFORM.
           MOVE WS-LAST-JOB-ID TO WS-JOB-ID.
           MOVE 0 TO WS-WRITE-TRIES.
           MOVE "22" TO WS-JQF-STATUS.
           PERFORM UNTIL WS-JQF-STATUS NOT = "22"
                    OR WS-WRITE-TRIES >= 10
               ADD 1 TO WS-WRITE-TRIES
               ADD 1 TO WS-JOB-ID
               MOVE WS-JOB-ID TO JQR-JOB-ID
               IF JQR-JOB-TYPE = "SWEEP" THEN
                   PERFORM WRITE-JOB-DECK
               END-IF
               IF WS-DECK-STATUS NOT = "00"
                  AND JQR-JOB-TYPE = "SWEEP" THEN
                   MOVE "99" TO WS-JQF-STATUS
               ELSE
                   WRITE JOB-QUEUE-REC FROM WS-JOB-QUEUE-RECORD
               END-IF
           END-PERFORM.
           IF WS-JQF-STATUS NOT = "00" THEN
               CLOSE JOB-QUEUE-FILE
               PERFORM PRINT-QUEUE-IO-ERROR
               STOP RUN
           END-IF.
           CLOSE JOB-QUEUE-FILE.
           MOVE 1 TO WS-JOB-QUEUED.
       WRITE-JOB-DECK.
           MOVE SPACES TO WS-DECK-PATH.
           STRING "jobdeck-" DELIMITED BY SIZE
               JQR-JOB-ID DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-DECK-PATH.
           OPEN OUTPUT JOB-DECK-FILE.
           IF WS-DECK-STATUS = "00" THEN
               PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                        UNTIL WS-DECK-IDX > WS-DECK-COUNT
                   WRITE JOB-DECK-REC FROM WS-DECK-LINE(WS-DECK-IDX)
               END-PERFORM
               CLOSE JOB-DECK-FILE
           END-IF.
      * Only the submitter may cancel, and only while the job is still
      * waiting; once the dispatcher has picked it up it runs to the
      * end.
       CANCEL-QUEUED-JOB.
           IF WS-SUBMITTER = SPACES THEN
               PERFORM PRINT-NO-SUBMITTER-ERROR
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CANCEL-ID) IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CANCEL-ID)) > 6 THEN
               PERFORM PRINT-NO-SUCH-JOB-ERROR
               STOP RUN
           END-IF.
           COMPUTE WS-JOB-ID = FUNCTION NUMVAL(WS-CANCEL-ID).
           OPEN I-O JOB-QUEUE-FILE.
           IF WS-JQF-STATUS NOT = "00" THEN
               PERFORM PRINT-NO-SUCH-JOB-ERROR
               STOP RUN
           END-IF.
           MOVE WS-JOB-ID TO JQF-JOB-ID.
           READ JOB-QUEUE-FILE INTO WS-JOB-QUEUE-RECORD.
           IF WS-JQF-STATUS NOT = "00" THEN
               CLOSE JOB-QUEUE-FILE
               PERFORM PRINT-NO-SUCH-JOB-ERROR
               STOP RUN
           END-IF.
           IF JQR-SUBMITTER NOT = WS-SUBMITTER THEN
               CLOSE JOB-QUEUE-FILE
               PERFORM PRINT-NOT-SUBMITTER-ERROR
               STOP RUN
           END-IF.
           IF JQR-STATUS NOT = "QUEUED" THEN
               CLOSE JOB-QUEUE-FILE
               PERFORM PRINT-NOT-QUEUED-ERROR
               STOP RUN
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE "CANCELLED" TO JQR-STATUS.
           MOVE WS-CURRENT-DATE TO JQR-END-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO JQR-END-TIME.
           MOVE "cancelled by submitter" TO JQR-MESSAGE.
           REWRITE JOB-QUEUE-REC FROM WS-JOB-QUEUE-RECORD.
           CLOSE JOB-QUEUE-FILE.
           MOVE 1 TO WS-JOB-CANCELLED.
       PRINT-QUEUE-PAGE.
           CALL "set_http_status" USING "200".
           CALL "append_http_body" USING
               "<html><body><h3>Batch job queue</h3>".
           IF WS-JOB-QUEUED = 1 THEN
               MOVE WS-JOB-ID TO WS-JOB-ID-EDITED
               CALL "append_http_body" USING "<p>Job "
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-JOB-ID-EDITED)
               CALL "append_http_body" USING
                   " queued for tonight's batch window.</p>"
           END-IF.
           IF WS-JOB-CANCELLED = 1 THEN
               MOVE WS-JOB-ID TO WS-JOB-ID-EDITED
               CALL "append_http_body" USING "<p>Job "
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-JOB-ID-EDITED)
               CALL "append_http_body" USING " cancelled.</p>"
           END-IF.
           CALL "append_http_body" USING
               "<h4>Continue a saved run (resumebatch)</h4>".
           CALL "append_http_body" USING "<form method=POST>".
           CALL "append_http_body" USING
               "<input type=hidden name=jobtype value=resume>".
           CALL "append_http_body" USING
               "submitter <input type=text name=submitter size=12 ".
           CALL "append_http_body" USING "value=".
           CALL "append_http_body" USING FUNCTION TRIM(WS-SUBMITTER).
           CALL "append_http_body" USING
               "> run id <input type=text name=runid size=12>".
           CALL "append_http_body" USING
               " generations <input type=text name=gens size=7 ".
           CALL "append_http_body" USING "value=1000>".
           CALL "append_http_body" USING
               "<button type=submit>Queue</button></form>".
           CALL "append_http_body" USING
               "<h4>Parameter sweep (batchsweep)</h4>".
           CALL "append_http_body" USING "<form method=POST>".
           CALL "append_http_body" USING
               "<input type=hidden name=jobtype value=sweep>".
           CALL "append_http_body" USING
               "submitter <input type=text name=submitter size=12 ".
           CALL "append_http_body" USING "value=".
           CALL "append_http_body" USING FUNCTION TRIM(WS-SUBMITTER).
           CALL "append_http_body" USING "><br>".
           CALL "append_http_body" USING
               "<textarea name=specs rows=6 cols=50></textarea><br>".
           CALL "append_http_body" USING
               "One spec per line: pattern,rows,cols,wrap,".
           CALL "append_http_body" USING
               "generations,rule (up to 99 lines)<br>".
           CALL "append_http_body" USING
               "<button type=submit>Queue</button></form>".
           CALL "append_http_body" USING "<h4>Jobs</h4>".
           CALL "append_http_body" USING "<form method=POST>".
           CALL "append_http_body" USING
               "submitter <input type=text name=submitter size=12 ".
           CALL "append_http_body" USING "value=".
           CALL "append_http_body" USING FUNCTION TRIM(WS-SUBMITTER).
           CALL "append_http_body" USING
               "><button type=submit>Filter</button></form>".
           CALL "append_http_body" USING
               "<table border=1 cellpadding=4>".
           CALL "append_http_body" USING
               "<tr><th>Job</th><th>Type</th><th>Submitter</th>".
           CALL "append_http_body" USING
               "<th>Run / specs</th><th>Generations</th>".
           CALL "append_http_body" USING
               "<th>Status</th><th>Submitted</th><th>Started</th>".
           CALL "append_http_body" USING
               "<th>Ended</th><th>RC</th><th>Output</th>".
           CALL "append_http_body" USING
               "<th>Report</th><th>Note</th><th></th></tr>".
           MOVE 0 TO WS-ROWS-SHOWN.
           OPEN INPUT JOB-QUEUE-FILE.
           IF WS-JQF-STATUS = "00" THEN
               PERFORM UNTIL WS-JQF-STATUS NOT = "00"
                   READ JOB-QUEUE-FILE NEXT INTO WS-JOB-QUEUE-RECORD
                   IF WS-JQF-STATUS = "00" THEN
                       IF WS-SUBMITTER = SPACES
                          OR JQR-SUBMITTER = WS-SUBMITTER THEN
                           ADD 1 TO WS-ROWS-SHOWN
                           PERFORM PRINT-JOB-ROW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE JOB-QUEUE-FILE
           END-IF.
           CALL "append_http_body" USING "</table>".
           IF WS-ROWS-SHOWN = 0 THEN
               CALL "append_http_body" USING
                   "<p>No batch jobs found.</p>"
           END-IF.
           CALL "append_http_body" USING
               "<p><a href=/catalog>Run catalog</a> | ".
           CALL "append_http_body" USING
               "<a href=/>Back to the board</a></p>".
           CALL "append_http_body" USING "</body></html>".
       PRINT-JOB-ROW.
           MOVE JQR-JOB-ID TO WS-JOB-ID-EDITED.
           CALL "append_http_body" USING "<tr><td>".
           CALL "append_http_body" USING
               FUNCTION TRIM(WS-JOB-ID-EDITED).
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING FUNCTION TRIM(JQR-JOB-TYPE).
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING FUNCTION TRIM(JQR-SUBMITTER).
           CALL "append_http_body" USING "</td><td>".
           IF JQR-JOB-TYPE = "RESUME" THEN
               CALL "append_http_body" USING FUNCTION TRIM(JQR-RUN-ID)
               CALL "append_http_body" USING "</td><td>"
               MOVE JQR-GENERATIONS TO WS-GENS-EDITED
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-GENS-EDITED)
           ELSE
               MOVE JQR-SPEC-COUNT TO WS-COUNT-EDITED
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-COUNT-EDITED)
               CALL "append_http_body" USING " specs</td><td>"
           END-IF.
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING FUNCTION TRIM(JQR-STATUS).
           CALL "append_http_body" USING "</td><td>".
           MOVE JQR-SUBMIT-DATE TO WS-STAMP-DATE.
           MOVE JQR-SUBMIT-TIME TO WS-STAMP-TIME.
           PERFORM PRINT-STAMP.
           CALL "append_http_body" USING "</td><td>".
           MOVE JQR-START-DATE TO WS-STAMP-DATE.
           MOVE JQR-START-TIME TO WS-STAMP-TIME.
           PERFORM PRINT-STAMP.
           CALL "append_http_body" USING "</td><td>".
           MOVE JQR-END-DATE TO WS-STAMP-DATE.
           MOVE JQR-END-TIME TO WS-STAMP-TIME.
           PERFORM PRINT-STAMP.
           CALL "append_http_body" USING "</td><td>".
           IF JQR-STATUS = "DONE" OR JQR-STATUS = "FAILED" THEN
               MOVE JQR-RETURN-CODE TO WS-RC-EDITED
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-RC-EDITED)
           END-IF.
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING
               FUNCTION TRIM(JQR-OUTPUT-FILE).
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING
               FUNCTION TRIM(JQR-REPORT-FILE).
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING FUNCTION TRIM(JQR-MESSAGE).
           CALL "append_http_body" USING "</td><td>".
           IF JQR-STATUS = "QUEUED"
              AND JQR-SUBMITTER = WS-SUBMITTER THEN
               CALL "append_http_body" USING "<form method=POST>"
               CALL "append_http_body" USING
                   "<input type=hidden name=submitter value="
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-SUBMITTER)
               CALL "append_http_body" USING
                   "><input type=hidden name=cancelid value="
               CALL "append_http_body" USING JQR-JOB-ID
               CALL "append_http_body" USING
                   "><button type=submit>Cancel</button></form>"
           END-IF.
           CALL "append_http_body" USING "</td></tr>".
       PRINT-STAMP.
           IF WS-STAMP-DATE > 0 THEN
               MOVE SPACES TO WS-STAMP-TEXT
               STRING WS-STAMP-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-STAMP-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-STAMP-DATE(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STAMP-TIME(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-STAMP-TIME(3:2) DELIMITED BY SIZE
                   INTO WS-STAMP-TEXT
               CALL "append_http_body" USING WS-STAMP-TEXT
           END-IF.
       PRINT-SUBMITTER-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>The submitter must contain only letters and ".
           CALL "append_http_body" USING
               "digits.</p></body></html>".
       PRINT-NO-SUBMITTER-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>Give your name as submitter to queue or cancel ".
           CALL "append_http_body" USING "a job.</p></body></html>".
       PRINT-JOB-TYPE-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>Unknown job type.</p></body></html>".
       PRINT-RUNID-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>Run id fields must contain only letters and ".
           CALL "append_http_body" USING
               "digits.</p></body></html>".
       PRINT-GENS-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>Generations must be a number from 1 to 999999.".
           CALL "append_http_body" USING "</p></body></html>".
       PRINT-UNKNOWN-RUN-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Job not queued</h3>".
           CALL "append_http_body" USING "<p>Run '".
           CALL "append_http_body" USING FUNCTION TRIM(WS-RUN-ID).
           CALL "append_http_body" USING
               "' is not a saved run.</p></body></html>".
       PRINT-NOT-OWNER-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Job not queued</h3>".
           CALL "append_http_body" USING "<p>Run '".
           CALL "append_http_body" USING FUNCTION TRIM(WS-RUN-ID).
           CALL "append_http_body" USING "' belongs to ".
           CALL "append_http_body" USING FUNCTION TRIM(RMR-OWNER).
           CALL "append_http_body" USING
               "; only its owner can queue it.</p></body></html>".
       PRINT-JOB-PENDING-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Job not queued</h3>".
           CALL "append_http_body" USING "<p>Run '".
           CALL "append_http_body" USING FUNCTION TRIM(WS-RUN-ID).
           CALL "append_http_body" USING
               "' already has job ".
           MOVE WS-JOB-ID TO WS-JOB-ID-EDITED.
           CALL "append_http_body" USING
               FUNCTION TRIM(WS-JOB-ID-EDITED).
           CALL "append_http_body" USING
               " waiting or running.</p></body></html>".
       PRINT-SPEC-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Job not queued</h3>".
           MOVE WS-DECK-COUNT TO WS-GENS-EDITED.
           CALL "append_http_body" USING "<p>Spec line ".
           CALL "append_http_body" USING
               FUNCTION TRIM(WS-GENS-EDITED).
           CALL "append_http_body" USING ": ".
           CALL "append_http_body" USING
               FUNCTION TRIM(WS-SPEC-REASON).
           CALL "append_http_body" USING ".</p></body></html>".
       PRINT-NO-SPECS-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Job not queued</h3>".
           CALL "append_http_body" USING
               "<p>Enter at least one sweep spec line.</p>".
           CALL "append_http_body" USING "</body></html>".
       PRINT-QUEUE-IO-ERROR.
           CALL "set_http_status" USING "500".
           CALL "append_http_body" USING
               "<html><body><h3>Job not queued</h3>".
           CALL "append_http_body" USING
               "<p>The job queue file could not be updated.</p>".
           CALL "append_http_body" USING "</body></html>".
       PRINT-NO-SUCH-JOB-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Job not cancelled</h3>".
           CALL "append_http_body" USING
               "<p>No such job in the queue.</p></body></html>".
       PRINT-NOT-SUBMITTER-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Job not cancelled</h3>".
           CALL "append_http_body" USING
               "<p>Only the submitter can cancel a job.</p>".
           CALL "append_http_body" USING "</body></html>".
       PRINT-NOT-QUEUED-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Job not cancelled</h3>".
           CALL "append_http_body" USING "<p>The job is ".
           CALL "append_http_body" USING FUNCTION TRIM(JQR-STATUS).
           CALL "append_http_body" USING
               "; only a QUEUED job can be cancelled.</p>".
           CALL "append_http_body" USING "</body></html>".
       VALIDATE-RUN-ID.
           MOVE 0 TO WS-RUNID-ERROR.
           COMPUTE WS-RUNID-TRIMMED-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-ID)).
           PERFORM VARYING WS-RUNID-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-RUNID-CHAR-IDX > WS-RUNID-TRIMMED-LEN
               MOVE WS-RUN-ID(WS-RUNID-CHAR-IDX:1) TO WS-RUNID-CHAR
               IF (WS-RUNID-CHAR < "0" OR WS-RUNID-CHAR > "9")
                  AND (WS-RUNID-CHAR < "A" OR WS-RUNID-CHAR > "Z")
                  AND (WS-RUNID-CHAR < "a" OR WS-RUNID-CHAR > "z") THEN
                   MOVE 1 TO WS-RUNID-ERROR
               END-IF
           END-PERFORM.
