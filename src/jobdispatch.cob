       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobdispatch.
      * Overnight dispatcher for the web job queue (job-queue.dat).
      * Runs every QUEUED job in job number order: a RESUME job
      * CALLs resumebatch with PARM "runid,generations" and then
      * batchreport over its output; a SWEEP job CALLs batchsweep with
      * SWEEPCTL pointed at the job's jobdeck-<job>.dat. Each engine's
      * OUTFILE, RPTFILE, SWEEPCTL, SWEEPRPT and SWEEPRST are pointed
      * at files named after the job (job-<job>-out.dat,
      * job-<job>-rpt.txt, job-<job>-rst.dat) and
      * a sweep's sweep-out-NN.dat files are renamed to
      * job-<job>-out-NN.dat, so every job keeps its own output.
      * PARM is an optional cut-off time "HHMM": no job is started once
      * it has passed (the window may run over midnight), and the
      * remaining jobs stay QUEUED for the next night. A job still
      * RUNNING when the dispatcher starts was cut short by an earlier
      * dispatcher failure and is marked FAILED.
      * Every finished job is journaled as JOBDONE or JOBFAILED under
      * the id job-<job>. Ends with return code 4 when any job failed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-QUEUE-FILE ASSIGN TO "job-queue.dat"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS JQF-JOB-ID
               FILE STATUS IS WS-JQF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-QUEUE-FILE.
       01 JOB-QUEUE-REC.
           05 JQF-JOB-ID PIC X(6).
           05 JQF-BODY PIC X(274).
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       WORKING-STORAGE SECTION.
       01 WS-JQF-STATUS PIC XX.
       01 WS-JRN-STATUS PIC XX.
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC X(8).
       01 WS-CUTOFF-TEXT PIC X(10).
       01 WS-CUTOFF-GIVEN PIC 9 VALUE 0.
       01 WS-CUTOFF-TIME PIC 9(4) VALUE 0.
       01 WS-START-TIME PIC 9(4) VALUE 0.
       01 WS-NOW-TIME PIC 9(4) VALUE 0.
       01 WS-PAST-CUTOFF PIC 9 VALUE 0.
       01 WS-NO-MORE-JOBS PIC 9 VALUE 0.
       01 WS-JOB-FOUND PIC 9 VALUE 0.
       01 WS-LAST-JOB-ID PIC 9(6) VALUE 0.
       01 WS-JOB-PREFIX PIC X(20).
       01 WS-OUTPUT-PATH PIC X(40).
       01 WS-REPORT-PATH PIC X(40).
       01 WS-DECK-PATH PIC X(40).
       01 WS-RESTART-PATH PIC X(40).
       01 WS-SWEEP-OUT-PATH PIC X(40).
       01 WS-JOB-OUT-PATH PIC X(40).
       01 WS-SPEC-NUMBER PIC 9(2) VALUE 0.
       01 WS-SPECS-MOVED PIC 9(2) VALUE 0.
       01 WS-ENGINE-PARM.
           05 WS-ENGINE-PARM-LENGTH PIC S9(4) COMP VALUE 0.
           05 WS-ENGINE-PARM-TEXT PIC X(80).
       01 WS-ENGINE-PTR PIC 9(3) VALUE 1.
       01 WS-CALL-FAILED PIC 9 VALUE 0.
       01 WS-JOB-RC PIC S9(4) VALUE 0.
       01 WS-REPORT-RC PIC S9(4) VALUE 0.
       01 WS-JOBS-RUN PIC 9(4) VALUE 0.
       01 WS-JOBS-DONE PIC 9(4) VALUE 0.
       01 WS-JOBS-FAILED PIC 9(4) VALUE 0.
       01 WS-JOBS-INTERRUPTED PIC 9(4) VALUE 0.
       01 WS-RC-EDITED PIC -ZZZ9.
       01 WS-COUNT-EDITED PIC ZZZ9.
       COPY "jobqueue.cpy".
       COPY "journal.cpy".
       LINKAGE SECTION.
       01 PARM-DATA.
           05 PARM-LENGTH PIC S9(4) COMP.
           05 PARM-TEXT PIC X(80).
       PROCEDURE DIVISION USING PARM-DATA.
           IF PARM-LENGTH > 0 THEN
               PERFORM PARSE-PARM
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME(1:4) TO WS-START-TIME.
           OPEN I-O JOB-QUEUE-FILE.
           IF WS-JQF-STATUS = "35" THEN
               DISPLAY "jobdispatch: no job queue file, nothing to run"
               STOP RUN
           END-IF.
           IF WS-JQF-STATUS NOT = "00" THEN
               DISPLAY "jobdispatch: cannot open job-queue.dat, status "
                   WS-JQF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FAIL-INTERRUPTED-JOBS.
           CLOSE JOB-QUEUE-FILE.
           MOVE 0 TO WS-LAST-JOB-ID.
           PERFORM UNTIL WS-NO-MORE-JOBS = 1 OR WS-PAST-CUTOFF = 1
               PERFORM CHECK-CUTOFF
               IF WS-PAST-CUTOFF = 0 THEN
                   PERFORM CLAIM-NEXT-JOB
                   IF WS-JOB-FOUND = 1 THEN
                       PERFORM RUN-CLAIMED-JOB
                       PERFORM FINISH-CLAIMED-JOB
                   ELSE
                       MOVE 1 TO WS-NO-MORE-JOBS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PAST-CUTOFF = 1 THEN
               DISPLAY "jobdispatch: cut-off " WS-CUTOFF-TIME
                   " reached, remaining jobs left QUEUED"
           END-IF.
           MOVE WS-JOBS-RUN TO WS-COUNT-EDITED.
           DISPLAY "jobdispatch: jobs run "
               FUNCTION TRIM(WS-COUNT-EDITED).
           MOVE WS-JOBS-DONE TO WS-COUNT-EDITED.
           DISPLAY "jobdispatch: jobs done "
               FUNCTION TRIM(WS-COUNT-EDITED).
           MOVE WS-JOBS-FAILED TO WS-COUNT-EDITED.
           DISPLAY "jobdispatch: jobs failed "
               FUNCTION TRIM(WS-COUNT-EDITED).
           MOVE 0 TO RETURN-CODE.
           IF WS-JOBS-FAILED > 0 OR WS-JOBS-INTERRUPTED > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       PARSE-PARM.
           MOVE SPACES TO WS-CUTOFF-TEXT.
           UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY "," OR " "
               INTO WS-CUTOFF-TEXT.
           IF WS-CUTOFF-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-CUTOFF-TEXT) IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-CUTOFF-TEXT))
                      = 4
                  AND WS-CUTOFF-TEXT(1:2) < "24"
                  AND WS-CUTOFF-TEXT(3:2) < "60" THEN
                   MOVE WS-CUTOFF-TEXT(1:4) TO WS-CUTOFF-TIME
                   MOVE 1 TO WS-CUTOFF-GIVEN
               ELSE
                   DISPLAY "jobdispatch: cut-off '"
                       FUNCTION TRIM(WS-CUTOFF-TEXT)
                       "' must be HHMM, running without one"
               END-IF
           END-IF.
      * A window that starts before the cut-off ends at it; one that
      * starts after it (22:00 to 06:00) first runs past midnight.
       CHECK-CUTOFF.
           MOVE 0 TO WS-PAST-CUTOFF.
           IF WS-CUTOFF-GIVEN = 1 THEN
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:4) TO WS-NOW-TIME
               IF WS-START-TIME < WS-CUTOFF-TIME THEN
                   IF WS-NOW-TIME >= WS-CUTOFF-TIME
                      OR WS-NOW-TIME < WS-START-TIME THEN
                       MOVE 1 TO WS-PAST-CUTOFF
                   END-IF
               ELSE
                   IF WS-NOW-TIME >= WS-CUTOFF-TIME
                      AND WS-NOW-TIME < WS-START-TIME THEN
                       MOVE 1 TO WS-PAST-CUTOFF
                   END-IF
               END-IF
           END-IF.
       FAIL-INTERRUPTED-JOBS.
           PERFORM UNTIL WS-JQF-STATUS NOT = "00"
               READ JOB-QUEUE-FILE NEXT INTO WS-JOB-QUEUE-RECORD
               IF WS-JQF-STATUS = "00"
                  AND JQR-STATUS = "RUNNING" THEN
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE "FAILED" TO JQR-STATUS
                   MOVE WS-CURRENT-DATE TO JQR-END-DATE
                   MOVE WS-CURRENT-TIME(1:6) TO JQR-END-TIME
                   MOVE "dispatcher stopped before the job ended"
                       TO JQR-MESSAGE
                   REWRITE JOB-QUEUE-REC FROM WS-JOB-QUEUE-RECORD
                   ADD 1 TO WS-JOBS-INTERRUPTED
                   DISPLAY "jobdispatch: job " JQR-JOB-ID
                       " was left RUNNING, marked FAILED"
                   PERFORM WRITE-JOB-JOURNAL
               END-IF
           END-PERFORM.
      * The queue is opened only to claim or finish a job, so the web
      * screen can queue and cancel while a job is running.
       CLAIM-NEXT-JOB.
           MOVE 0 TO WS-JOB-FOUND.
           OPEN I-O JOB-QUEUE-FILE.
           IF WS-JQF-STATUS = "00" THEN
               MOVE WS-LAST-JOB-ID TO JQF-JOB-ID
               START JOB-QUEUE-FILE KEY IS GREATER THAN JQF-JOB-ID
               PERFORM UNTIL WS-JQF-STATUS NOT = "00"
                        OR WS-JOB-FOUND = 1
                   READ JOB-QUEUE-FILE NEXT INTO WS-JOB-QUEUE-RECORD
                   IF WS-JQF-STATUS = "00"
                      AND JQR-STATUS = "QUEUED" THEN
                       MOVE 1 TO WS-JOB-FOUND
                   END-IF
               END-PERFORM
               IF WS-JOB-FOUND = 1 THEN
                   MOVE JQR-JOB-ID TO WS-LAST-JOB-ID
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE "RUNNING" TO JQR-STATUS
                   MOVE WS-CURRENT-DATE TO JQR-START-DATE
                   MOVE WS-CURRENT-TIME(1:6) TO JQR-START-TIME
                   REWRITE JOB-QUEUE-REC FROM WS-JOB-QUEUE-RECORD
               END-IF
               CLOSE JOB-QUEUE-FILE
           END-IF.
       RUN-CLAIMED-JOB.
           ADD 1 TO WS-JOBS-RUN.
           MOVE 0 TO WS-JOB-RC.
           MOVE SPACES TO JQR-MESSAGE.
           MOVE SPACES TO JQR-OUTPUT-FILE.
           MOVE SPACES TO JQR-REPORT-FILE.
           MOVE SPACES TO WS-JOB-PREFIX.
           STRING "job-" DELIMITED BY SIZE
               JQR-JOB-ID DELIMITED BY SIZE
               INTO WS-JOB-PREFIX.
           MOVE SPACES TO WS-OUTPUT-PATH.
           STRING FUNCTION TRIM(WS-JOB-PREFIX) DELIMITED BY SIZE
               "-out.dat" DELIMITED BY SIZE
               INTO WS-OUTPUT-PATH.
           MOVE SPACES TO WS-REPORT-PATH.
           STRING FUNCTION TRIM(WS-JOB-PREFIX) DELIMITED BY SIZE
               "-rpt.txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           EVALUATE JQR-JOB-TYPE
               WHEN "RESUME"
                   PERFORM RUN-RESUME-JOB
               WHEN "SWEEP"
                   PERFORM RUN-SWEEP-JOB
               WHEN OTHER
                   MOVE "FAILED" TO JQR-STATUS
                   MOVE "unknown job type" TO JQR-MESSAGE
           END-EVALUATE.
       RUN-RESUME-JOB.
           MOVE SPACES TO WS-ENGINE-PARM-TEXT.
           MOVE 1 TO WS-ENGINE-PTR.
           STRING FUNCTION TRIM(JQR-RUN-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JQR-GENERATIONS DELIMITED BY SIZE
               INTO WS-ENGINE-PARM-TEXT
               WITH POINTER WS-ENGINE-PTR.
           COMPUTE WS-ENGINE-PARM-LENGTH = WS-ENGINE-PTR - 1.
           SET ENVIRONMENT "OUTFILE" TO WS-OUTPUT-PATH.
           MOVE 0 TO WS-CALL-FAILED.
           MOVE 0 TO RETURN-CODE.
           CALL "resumebatch" USING WS-ENGINE-PARM
               ON EXCEPTION
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
           MOVE RETURN-CODE TO WS-JOB-RC.
           MOVE 0 TO RETURN-CODE.
           CANCEL "resumebatch".
           IF WS-CALL-FAILED = 1 THEN
               MOVE "FAILED" TO JQR-STATUS
               MOVE "resumebatch is not available" TO JQR-MESSAGE
           ELSE
               IF WS-JOB-RC > 4 THEN
                   MOVE "FAILED" TO JQR-STATUS
                   MOVE "resumebatch failed, see the job log"
                       TO JQR-MESSAGE
               ELSE
                   MOVE "DONE" TO JQR-STATUS
                   MOVE WS-OUTPUT-PATH TO JQR-OUTPUT-FILE
                   PERFORM RUN-BATCH-REPORT
               END-IF
           END-IF.
      * The analysis report is a courtesy: a run that continued
      * cleanly stays DONE even if batchreport cannot produce it.
       RUN-BATCH-REPORT.
           SET ENVIRONMENT "RPTFILE" TO WS-REPORT-PATH.
           MOVE 0 TO WS-CALL-FAILED.
           MOVE 0 TO RETURN-CODE.
           CALL "batchreport"
               ON EXCEPTION
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
           MOVE RETURN-CODE TO WS-REPORT-RC.
           MOVE 0 TO RETURN-CODE.
           CANCEL "batchreport".
           IF WS-CALL-FAILED = 0 AND WS-REPORT-RC = 0 THEN
               MOVE WS-REPORT-PATH TO JQR-REPORT-FILE
           ELSE
               MOVE "run continued, report not produced"
                   TO JQR-MESSAGE
           END-IF.
       RUN-SWEEP-JOB.
           MOVE SPACES TO WS-DECK-PATH.
           STRING "jobdeck-" DELIMITED BY SIZE
               JQR-JOB-ID DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-DECK-PATH.
           SET ENVIRONMENT "SWEEPCTL" TO WS-DECK-PATH.
           SET ENVIRONMENT "SWEEPRPT" TO WS-REPORT-PATH.
           MOVE SPACES TO WS-RESTART-PATH.
           STRING FUNCTION TRIM(WS-JOB-PREFIX) DELIMITED BY SIZE
               "-rst.dat" DELIMITED BY SIZE
               INTO WS-RESTART-PATH.
           SET ENVIRONMENT "SWEEPRST" TO WS-RESTART-PATH.
           MOVE 0 TO WS-ENGINE-PARM-LENGTH.
           MOVE SPACES TO WS-ENGINE-PARM-TEXT.
           MOVE 0 TO WS-CALL-FAILED.
           MOVE 0 TO RETURN-CODE.
           CALL "batchsweep" USING WS-ENGINE-PARM
               ON EXCEPTION
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
           MOVE RETURN-CODE TO WS-JOB-RC.
           MOVE 0 TO RETURN-CODE.
           CANCEL "batchsweep".
           IF WS-CALL-FAILED = 1 THEN
               MOVE "FAILED" TO JQR-STATUS
               MOVE "batchsweep is not available" TO JQR-MESSAGE
           ELSE
               IF WS-JOB-RC > 4 THEN
                   MOVE "FAILED" TO JQR-STATUS
                   MOVE "batchsweep failed, see the job log"
                       TO JQR-MESSAGE
               ELSE
                   MOVE "DONE" TO JQR-STATUS
                   MOVE WS-REPORT-PATH TO JQR-REPORT-FILE
                   PERFORM KEEP-SWEEP-OUTPUT
               END-IF
           END-IF.
      * batchsweep always writes sweep-out-NN.dat; they are moved to
      * the job's own names before the next sweep job overwrites
      * them. A spec naming an unknown pattern writes no file.
       KEEP-SWEEP-OUTPUT.
           MOVE 0 TO WS-SPECS-MOVED.
           PERFORM VARYING WS-SPEC-NUMBER FROM 1 BY 1
                    UNTIL WS-SPEC-NUMBER > JQR-SPEC-COUNT
               MOVE SPACES TO WS-SWEEP-OUT-PATH
               STRING "sweep-out-" DELIMITED BY SIZE
                   WS-SPEC-NUMBER DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-SWEEP-OUT-PATH
               MOVE SPACES TO WS-JOB-OUT-PATH
               STRING FUNCTION TRIM(WS-JOB-PREFIX) DELIMITED BY SIZE
                   "-out-" DELIMITED BY SIZE
                   WS-SPEC-NUMBER DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-JOB-OUT-PATH
               CALL "CBL_DELETE_FILE" USING WS-JOB-OUT-PATH
               CALL "CBL_RENAME_FILE"
                   USING WS-SWEEP-OUT-PATH WS-JOB-OUT-PATH
               IF RETURN-CODE = 0 THEN
                   ADD 1 TO WS-SPECS-MOVED
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM.
           IF WS-SPECS-MOVED > 0 THEN
               MOVE SPACES TO JQR-OUTPUT-FILE
               STRING FUNCTION TRIM(WS-JOB-PREFIX) DELIMITED BY SIZE
                   "-out-NN.dat" DELIMITED BY SIZE
                   INTO JQR-OUTPUT-FILE
           END-IF.
           IF WS-SPECS-MOVED < JQR-SPEC-COUNT THEN
               MOVE "some specs wrote no output, see the report"
                   TO JQR-MESSAGE
           END-IF.
       FINISH-CLAIMED-JOB.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO JQR-END-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO JQR-END-TIME.
           IF WS-JOB-RC < 0 THEN
               MOVE 0 TO JQR-RETURN-CODE
           ELSE
               MOVE WS-JOB-RC TO JQR-RETURN-CODE
           END-IF.
           IF JQR-STATUS = "DONE" THEN
               ADD 1 TO WS-JOBS-DONE
           ELSE
               ADD 1 TO WS-JOBS-FAILED
           END-IF.
           OPEN I-O JOB-QUEUE-FILE.
           IF WS-JQF-STATUS = "00" THEN
               MOVE JQR-JOB-ID TO JQF-JOB-ID
               READ JOB-QUEUE-FILE
               IF WS-JQF-STATUS = "00" THEN
                   REWRITE JOB-QUEUE-REC FROM WS-JOB-QUEUE-RECORD
               END-IF
               CLOSE JOB-QUEUE-FILE
           END-IF.
           IF WS-JQF-STATUS NOT = "00" THEN
               DISPLAY "jobdispatch: cannot record the end of job "
                   JQR-JOB-ID ", status " WS-JQF-STATUS
           END-IF.
           MOVE WS-JOB-RC TO WS-RC-EDITED.
           DISPLAY "jobdispatch: job " JQR-JOB-ID " "
               FUNCTION TRIM(JQR-JOB-TYPE) " "
               FUNCTION TRIM(JQR-SUBMITTER) " "
               FUNCTION TRIM(JQR-STATUS) " rc "
               FUNCTION TRIM(WS-RC-EDITED).
           PERFORM WRITE-JOB-JOURNAL.
       WRITE-JOB-JOURNAL.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-JOURNAL-PATH.
           STRING "journal-" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           MOVE WS-CURRENT-TIME(1:6) TO JRN-TIME.
           MOVE SPACES TO JRN-RUN-ID.
           STRING "job-" DELIMITED BY SIZE
               JQR-JOB-ID DELIMITED BY SIZE
               INTO JRN-RUN-ID.
           IF JQR-STATUS = "DONE" THEN
               MOVE "JOBDONE" TO JRN-ACTION
           ELSE
               MOVE "JOBFAILED" TO JRN-ACTION
           END-IF.
           MOVE 0 TO JRN-GEN-BEFORE.
           MOVE 0 TO JRN-GEN-AFTER.
           MOVE 0 TO JRN-POPULATION.
           MOVE SPACES TO JRN-DETAIL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00" THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JRN-STATUS = "00" THEN
               WRITE JOURNAL-REC FROM WS-JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           END-IF.
