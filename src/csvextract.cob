       IDENTIFICATION DIVISION.
       PROGRAM-ID. csvextract.
      * Nightly extract of runs, population history, journal actions
      * and sweep spec results as comma-separated files for
      * spreadsheet and reporting tools:
      *   RUNSCSV   one row per indexed run, with its checkpoint header
      *   HISTCSV   rows of hist-<runid>.dat
      *   JRNLCSV   journal-YYYYMMDD.dat and jrnarch-YYYYMM.dat rows
      *   SWEEPCSV  sweep spec results from SWEEPRST and the
      *             job-<job>-rst.dat file of every dispatched sweep
      * Each file starts with a row of column names and ends with a
      * TRAILER row giving the number of data rows and the run date.
      * A run and its history go out in full the first time, then
      * only when the checkpoint has changed (history from the first
      * generation not yet extracted). Journal and sweep results go
      * out a whole day at a time, every day after the one the last
      * extract reached up to yesterday. extract-ctl.dat
      * (extractctl.cpy) keeps track of both, so a rerun does not
      * repeat rows; a rerun on the same day rebuilds that day's
      * files. No field written here can hold a comma, so fields are
      * not quoted.
      * PARM is the number of days of journal and sweep results the
      * first extract reaches back (default 30).
      * Return code 4 when a run's checkpoint cannot be read (it is
      * tried again next time), 8 when a file cannot be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-INDEX-FILE ASSIGN TO "ckpt-index.dat"
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY IS RIX-RUN-ID
               FILE STATUS IS WS-IDX-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECKPOINT-BAK-FILE ASSIGN TO WS-BACKUP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAK-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO WS-RUNHIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO WS-JRNARCH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JAR-STATUS.
           SELECT SWEEP-RESTART-FILE ASSIGN TO "SWEEPRST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT JOB-QUEUE-FILE ASSIGN TO "job-queue.dat"
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY IS JQF-JOB-ID
               FILE STATUS IS WS-JQF-STATUS.
           SELECT JOB-RESTART-FILE ASSIGN TO WS-JOB-RESTART-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRS-STATUS.
           SELECT EXTRACT-CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT NEW-CONTROL-FILE ASSIGN TO WS-NEW-CONTROL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NCT-STATUS.
           SELECT RUNS-CSV-FILE ASSIGN TO "RUNSCSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.
           SELECT HISTORY-CSV-FILE ASSIGN TO "HISTCSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HCV-STATUS.
           SELECT JOURNAL-CSV-FILE ASSIGN TO "JRNLCSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JCV-STATUS.
           SELECT SWEEP-CSV-FILE ASSIGN TO "SWEEPCSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-REC.
           05 RIX-RUN-ID PIC X(20).
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-REC PIC X(14524).
       FD CHECKPOINT-BAK-FILE.
       01 CHECKPOINT-BAK-REC PIC X(14524).
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-REC PIC X(22).
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       FD JOURNAL-ARCHIVE-FILE.
       01 JOURNAL-ARCHIVE-REC.
           05 JAR-DATE PIC 9(8).
           05 JAR-ENTRY PIC X(92).
       FD SWEEP-RESTART-FILE.
       01 SWEEP-RESTART-REC PIC X(220).
       FD JOB-QUEUE-FILE.
       01 JOB-QUEUE-REC.
           05 JQF-JOB-ID PIC X(6).
           05 JQF-BODY PIC X(274).
       FD JOB-RESTART-FILE.
       01 JOB-RESTART-REC PIC X(220).
       FD EXTRACT-CONTROL-FILE.
       01 EXTRACT-CONTROL-REC PIC X(80).
       FD NEW-CONTROL-FILE.
       01 NEW-CONTROL-REC PIC X(80).
       FD RUNS-CSV-FILE.
       01 RUNS-CSV-REC PIC X(200).
       FD HISTORY-CSV-FILE.
       01 HISTORY-CSV-REC PIC X(200).
       FD JOURNAL-CSV-FILE.
       01 JOURNAL-CSV-REC PIC X(200).
       FD SWEEP-CSV-FILE.
       01 SWEEP-CSV-REC PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-IDX-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-BAK-STATUS PIC XX.
       01 WS-RUNHIST-STATUS PIC XX.
       01 WS-JRN-STATUS PIC XX.
       01 WS-JAR-STATUS PIC XX.
       01 WS-RST-STATUS PIC XX.
       01 WS-JQF-STATUS PIC XX.
       01 WS-JRS-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-NCT-STATUS PIC XX.
       01 WS-RCV-STATUS PIC XX.
       01 WS-HCV-STATUS PIC XX.
       01 WS-JCV-STATUS PIC XX.
       01 WS-SCV-STATUS PIC XX.
       01 WS-CHECKPOINT-PATH PIC X(40).
       01 WS-BACKUP-PATH PIC X(40).
       01 WS-RUNHIST-PATH PIC X(40).
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-JRNARCH-PATH PIC X(40).
       01 WS-JOB-RESTART-PATH PIC X(40).
       01 WS-CONTROL-PATH PIC X(40) VALUE "extract-ctl.dat".
       01 WS-NEW-CONTROL-PATH PIC X(40) VALUE "extract-ctl.new".
       01 WS-DAYS-TEXT PIC X(10).
       01 WS-FIRST-DAYS PIC 9(4) VALUE 30.
       01 WS-MAX-WINDOW-DAYS PIC 9(4) VALUE 366.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
       01 WS-RERUN PIC 9 VALUE 0.
       01 WS-CONTROL-FOUND PIC 9 VALUE 0.
       01 WS-CTL-EXTRACT-DATE PIC 9(8) VALUE 0.
       01 WS-CTL-THROUGH-DATE PIC 9(8) VALUE 0.
       01 WS-CTL-PRIOR-EXTRACT-DATE PIC 9(8) VALUE 0.
       01 WS-CTL-PRIOR-THROUGH-DATE PIC 9(8) VALUE 0.
       01 WS-BASE-THROUGH-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-THROUGH-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-PRIOR-EXTRACT-DATE PIC 9(8) VALUE 0.
      * Journal and sweep results are taken for the days
      * WS-WINDOW-START to WS-WINDOW-END; WS-DAY-DONE marks the days
      * whose daily journal was read, so a day also in a monthly
      * archive is not taken twice.
       01 WS-WINDOW-START-INTEGER PIC 9(8) VALUE 0.
       01 WS-WINDOW-END-INTEGER PIC 9(8) VALUE 0.
       01 WS-WINDOW-START PIC 9(8) VALUE 0.
       01 WS-WINDOW-END PIC 9(8) VALUE 0.
       01 WS-DAY-INTEGER PIC 9(8) VALUE 0.
       01 WS-SCAN-DATE PIC 9(8) VALUE 0.
       01 WS-SCAN-MONTH PIC 9(6) VALUE 0.
       01 WS-END-MONTH PIC 9(6) VALUE 0.
       01 WS-DAY-OFFSET PIC 9(4) VALUE 0.
       01 WS-ARCHIVE-DAY-OFFSET PIC S9(8) VALUE 0.
       01 WS-DAY-DONE-TABLE.
           05 WS-DAY-DONE OCCURS 366 TIMES PIC 9.
      * Runs from ckpt-index.dat, and each one's entry in
      * extract-ctl.dat as read (WS-STATE-) and as it will be written
      * back (WS-NEW-STATE-).
       01 WS-MAX-RUNS PIC 9(3) VALUE 200.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES PIC X(20).
       01 WS-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-RUN-IDX PIC 9(3) VALUE 0.
       01 WS-RUN-ID PIC X(20).
       01 WS-STATE-TABLE.
           05 WS-STATE-ROW OCCURS 200 TIMES.
               10 WS-STATE-RUN-ID PIC X(20).
               10 WS-STATE-SIGNATURE PIC 9(10).
               10 WS-STATE-HIST-GEN PIC 9(10).
               10 WS-STATE-PRIOR-SEEN PIC 9.
               10 WS-STATE-PRIOR-SIGNATURE PIC 9(10).
               10 WS-STATE-PRIOR-HIST-GEN PIC 9(10).
       01 WS-STATE-COUNT PIC 9(3) VALUE 0.
       01 WS-STATE-IDX PIC 9(3) VALUE 0.
       01 WS-STATE-SLOT PIC 9(3) VALUE 0.
       01 WS-NEW-STATE-TABLE.
           05 WS-NEW-STATE-ROW OCCURS 200 TIMES.
               10 WS-NEW-STATE-RUN-ID PIC X(20).
               10 WS-NEW-STATE-SIGNATURE PIC 9(10).
               10 WS-NEW-STATE-HIST-GEN PIC 9(10).
               10 WS-NEW-STATE-PRIOR-SEEN PIC 9.
               10 WS-NEW-STATE-PRIOR-SIGNATURE PIC 9(10).
               10 WS-NEW-STATE-PRIOR-HIST-GEN PIC 9(10).
       01 WS-NEW-STATE-COUNT PIC 9(3) VALUE 0.
       01 WS-NEW-STATE-IDX PIC 9(3) VALUE 0.
       01 WS-BASE-SEEN PIC 9 VALUE 0.
       01 WS-BASE-SIGNATURE PIC 9(10) VALUE 0.
       01 WS-BASE-HIST-GEN PIC 9(10) VALUE 0.
       01 WS-RUN-SIGNATURE PIC 9(10) VALUE 0.
       01 WS-HIST-ALL PIC 9 VALUE 0.
       01 WS-HIST-READ PIC 9(8) VALUE 0.
       01 WS-HIST-LAST-GEN PIC 9(10) VALUE 0.
       01 WS-CHECKPOINT-EXISTS PIC 9 VALUE 0.
       01 WS-CKPT-RECORD-OK PIC 9 VALUE 0.
       01 WS-CKPT-SAVED-SUM PIC 9(10) VALUE 0.
       01 WS-CKPT-HASH PIC 9(10) VALUE 0.
       01 WS-CKPT-HASH-IDX PIC 9(5) VALUE 0.
       01 WS-LEGACY-WORLD PIC X(3600).
       01 WS-SWEEP-SOURCE PIC X(20).
       01 WS-RUNS-ROWS PIC 9(8) VALUE 0.
       01 WS-HISTORY-ROWS PIC 9(8) VALUE 0.
       01 WS-JOURNAL-ROWS PIC 9(8) VALUE 0.
       01 WS-SWEEP-ROWS PIC 9(8) VALUE 0.
       01 WS-RUNS-SKIPPED PIC 9(3) VALUE 0.
       01 WS-WRITE-FAILED PIC 9 VALUE 0.
       01 WS-CONTROL-OK PIC 9 VALUE 0.
       01 WS-FINAL-RC PIC 9 VALUE 0.
       01 WS-CSV-LINE PIC X(200).
       01 WS-CSV-PTR PIC 9(3) VALUE 0.
       01 WS-ROWS-EDITED PIC Z(7)9.
       01 WS-GEN-EDITED PIC Z(9)9.
       01 WS-NUM4-EDITED PIC ZZZ9.
       01 WS-NUM2-EDITED PIC Z9.
       COPY "checkpoint.cpy".
       COPY "runhist.cpy".
       COPY "journal.cpy".
       COPY "sweeprst.cpy".
       COPY "jobqueue.cpy".
       COPY "extractctl.cpy".
       LINKAGE SECTION.
       01 PARM-DATA.
           05 PARM-LENGTH PIC S9(4) COMP.
           05 PARM-TEXT PIC X(80).
       PROCEDURE DIVISION USING PARM-DATA.
           IF PARM-LENGTH > 0 THEN
               MOVE SPACES TO WS-DAYS-TEXT
               MOVE PARM-TEXT(1:PARM-LENGTH) TO WS-DAYS-TEXT
               IF FUNCTION NUMVAL(WS-DAYS-TEXT) > 0
                  AND FUNCTION NUMVAL(WS-DAYS-TEXT)
                      <= WS-MAX-WINDOW-DAYS THEN
                   COMPUTE WS-FIRST-DAYS =
                       FUNCTION NUMVAL(WS-DAYS-TEXT)
               END-IF
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM LOAD-EXTRACT-CONTROL.
           PERFORM SET-EXTRACT-WINDOW.
           PERFORM OPEN-CSV-FILES.
           PERFORM WRITE-CSV-HEADERS.
           PERFORM LOAD-RUN-INDEX.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE WS-RUN-ENTRY(WS-RUN-IDX) TO WS-RUN-ID
               PERFORM EXTRACT-ONE-RUN
           END-PERFORM.
           IF WS-WINDOW-START-INTEGER <= WS-WINDOW-END-INTEGER THEN
               PERFORM EXTRACT-JOURNAL-WINDOW
               PERFORM EXTRACT-SWEEP-RESULTS
           END-IF.
           PERFORM WRITE-CSV-TRAILERS.
           CLOSE RUNS-CSV-FILE.
           CLOSE HISTORY-CSV-FILE.
           CLOSE JOURNAL-CSV-FILE.
           CLOSE SWEEP-CSV-FILE.
      * The control file moves on only when every row reached its
      * file, so a failed extract is simply run again.
           IF WS-WRITE-FAILED = 1 THEN
               DISPLAY "csvextract: write to an extract file failed;"
                   " extract-ctl.dat left as it was"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SAVE-EXTRACT-CONTROL.
           IF WS-CONTROL-OK = 0 THEN
               MOVE 8 TO WS-FINAL-RC
           END-IF.
           DISPLAY "csvextract: " WS-RUNS-ROWS " runs, "
               WS-HISTORY-ROWS " history, " WS-JOURNAL-ROWS
               " journal, " WS-SWEEP-ROWS " sweep rows".
           IF WS-WINDOW-START-INTEGER <= WS-WINDOW-END-INTEGER THEN
               DISPLAY "csvextract: journal and sweep results "
                   WS-WINDOW-START " to " WS-WINDOW-END
           ELSE
               DISPLAY "csvextract: journal and sweep results "
                   "already extracted through " WS-BASE-THROUGH-DATE
           END-IF.
           IF WS-RUNS-SKIPPED > 0 THEN
               DISPLAY "csvextract: " WS-RUNS-SKIPPED
                   " runs skipped, checkpoint unreadable"
               IF WS-FINAL-RC < 4 THEN
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.
       LOAD-EXTRACT-CONTROL.
           MOVE 0 TO WS-CONTROL-FOUND.
           MOVE 0 TO WS-STATE-COUNT.
           OPEN INPUT EXTRACT-CONTROL-FILE.
           IF WS-CTL-STATUS = "00" THEN
               PERFORM UNTIL WS-CTL-STATUS NOT = "00"
                   READ EXTRACT-CONTROL-FILE
                       INTO WS-EXTRACT-CONTROL-RECORD
                   IF WS-CTL-STATUS = "00" THEN
                       EVALUATE EXC-RECORD-TYPE
                           WHEN "C"
                               PERFORM NOTE-CONTROL-RECORD
                           WHEN "R"
                               PERFORM NOTE-RUN-STATE-RECORD
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE EXTRACT-CONTROL-FILE
           END-IF.
       NOTE-CONTROL-RECORD.
           IF EXC-EXTRACT-DATE NUMERIC
              AND EXC-THROUGH-DATE NUMERIC
              AND EXC-PRIOR-EXTRACT-DATE NUMERIC
              AND EXC-PRIOR-THROUGH-DATE NUMERIC THEN
               MOVE 1 TO WS-CONTROL-FOUND
               MOVE EXC-EXTRACT-DATE TO WS-CTL-EXTRACT-DATE
               MOVE EXC-THROUGH-DATE TO WS-CTL-THROUGH-DATE
               MOVE EXC-PRIOR-EXTRACT-DATE
                   TO WS-CTL-PRIOR-EXTRACT-DATE
               MOVE EXC-PRIOR-THROUGH-DATE
                   TO WS-CTL-PRIOR-THROUGH-DATE
           END-IF.
       NOTE-RUN-STATE-RECORD.
           IF WS-STATE-COUNT < WS-MAX-RUNS
              AND EXC-RUN-SIGNATURE NUMERIC
              AND EXC-RUN-HIST-GEN NUMERIC
              AND EXC-PRIOR-SEEN NUMERIC
              AND EXC-PRIOR-SIGNATURE NUMERIC
              AND EXC-PRIOR-HIST-GEN NUMERIC THEN
               ADD 1 TO WS-STATE-COUNT
               MOVE EXC-RUN-ID TO WS-STATE-RUN-ID(WS-STATE-COUNT)
               MOVE EXC-RUN-SIGNATURE
                   TO WS-STATE-SIGNATURE(WS-STATE-COUNT)
               MOVE EXC-RUN-HIST-GEN
                   TO WS-STATE-HIST-GEN(WS-STATE-COUNT)
               MOVE EXC-PRIOR-SEEN
                   TO WS-STATE-PRIOR-SEEN(WS-STATE-COUNT)
               MOVE EXC-PRIOR-SIGNATURE
                   TO WS-STATE-PRIOR-SIGNATURE(WS-STATE-COUNT)
               MOVE EXC-PRIOR-HIST-GEN
                   TO WS-STATE-PRIOR-HIST-GEN(WS-STATE-COUNT)
           END-IF.
      * Picks the days of journal and sweep results to take: from the
      * day after the last extract's through date to yesterday, or
      * from the extract before that on a rerun the same day. The
      * first extract reaches back PARM days.
       SET-EXTRACT-WINDOW.
           MOVE 0 TO WS-RERUN.
           IF WS-CONTROL-FOUND = 1
              AND WS-CTL-EXTRACT-DATE = WS-CURRENT-DATE THEN
               MOVE 1 TO WS-RERUN
               MOVE WS-CTL-PRIOR-THROUGH-DATE TO WS-BASE-THROUGH-DATE
               MOVE WS-CTL-PRIOR-EXTRACT-DATE
                   TO WS-NEW-PRIOR-EXTRACT-DATE
           ELSE
               IF WS-CONTROL-FOUND = 1 THEN
                   MOVE WS-CTL-THROUGH-DATE TO WS-BASE-THROUGH-DATE
                   MOVE WS-CTL-EXTRACT-DATE
                       TO WS-NEW-PRIOR-EXTRACT-DATE
               ELSE
                   MOVE 0 TO WS-BASE-THROUGH-DATE
                   MOVE 0 TO WS-NEW-PRIOR-EXTRACT-DATE
               END-IF
           END-IF.
           IF WS-BASE-THROUGH-DATE < 16010101 THEN
               COMPUTE WS-BASE-THROUGH-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INTEGER - WS-FIRST-DAYS - 1)
           END-IF.
           COMPUTE WS-WINDOW-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BASE-THROUGH-DATE) + 1.
           COMPUTE WS-WINDOW-END-INTEGER = WS-TODAY-INTEGER - 1.
           IF WS-WINDOW-START-INTEGER <= WS-WINDOW-END-INTEGER THEN
               IF WS-WINDOW-END-INTEGER - WS-WINDOW-START-INTEGER + 1
                  > WS-MAX-WINDOW-DAYS THEN
                   COMPUTE WS-WINDOW-START-INTEGER =
                       WS-WINDOW-END-INTEGER - WS-MAX-WINDOW-DAYS + 1
                   DISPLAY "csvextract: last extract more than "
                       WS-MAX-WINDOW-DAYS " days ago; journal and "
                       "sweep results taken for the last "
                       WS-MAX-WINDOW-DAYS " days only"
               END-IF
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   WS-WINDOW-START-INTEGER)
               COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
                   WS-WINDOW-END-INTEGER)
               MOVE WS-WINDOW-END TO WS-NEW-THROUGH-DATE
           ELSE
               MOVE WS-BASE-THROUGH-DATE TO WS-NEW-THROUGH-DATE
           END-IF.
       OPEN-CSV-FILES.
           OPEN OUTPUT RUNS-CSV-FILE.
           IF WS-RCV-STATUS NOT = "00" THEN
               DISPLAY "csvextract: cannot open RUNSCSV, status "
                   WS-RCV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-CSV-FILE.
           IF WS-HCV-STATUS NOT = "00" THEN
               DISPLAY "csvextract: cannot open HISTCSV, status "
                   WS-HCV-STATUS
               CLOSE RUNS-CSV-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT JOURNAL-CSV-FILE.
           IF WS-JCV-STATUS NOT = "00" THEN
               DISPLAY "csvextract: cannot open JRNLCSV, status "
                   WS-JCV-STATUS
               CLOSE RUNS-CSV-FILE
               CLOSE HISTORY-CSV-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SWEEP-CSV-FILE.
           IF WS-SCV-STATUS NOT = "00" THEN
               DISPLAY "csvextract: cannot open SWEEPCSV, status "
                   WS-SCV-STATUS
               CLOSE RUNS-CSV-FILE
               CLOSE HISTORY-CSV-FILE
               CLOSE JOURNAL-CSV-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       WRITE-CSV-HEADERS.
           MOVE SPACES TO RUNS-CSV-REC.
           STRING "run_id,change,generation,rows,cols,wrap,rule,"
               DELIMITED BY SIZE
               "stable,stable_generation,paused,speed,version"
               DELIMITED BY SIZE
               INTO RUNS-CSV-REC.
           WRITE RUNS-CSV-REC.
           MOVE SPACES TO HISTORY-CSV-REC.
           MOVE "run_id,generation,population,births,deaths"
               TO HISTORY-CSV-REC.
           WRITE HISTORY-CSV-REC.
           MOVE SPACES TO JOURNAL-CSV-REC.
           STRING "date,time,run_id,action,generation_before,"
               DELIMITED BY SIZE
               "generation_after,population,stamp_pattern,"
               DELIMITED BY SIZE
               "stamp_row,stamp_col,stamp_rotation,stamp_mirror,"
               DELIMITED BY SIZE
               "stamp_mode" DELIMITED BY SIZE
               INTO JOURNAL-CSV-REC.
           WRITE JOURNAL-CSV-REC.
           MOVE SPACES TO SWEEP-CSV-REC.
           STRING "source,spec,outcome,pattern,rows,cols,wrap,rule,"
               DELIMITED BY SIZE
               "generations,final_population,stable,"
               DELIMITED BY SIZE
               "stable_generation,extinct,extinct_generation,"
               DELIMITED BY SIZE
               "completed_date,completed_time,output_file"
               DELIMITED BY SIZE
               INTO SWEEP-CSV-REC.
           WRITE SWEEP-CSV-REC.
       WRITE-CSV-TRAILERS.
           MOVE WS-RUNS-ROWS TO WS-ROWS-EDITED.
           PERFORM BUILD-TRAILER-LINE.
           MOVE WS-CSV-LINE TO RUNS-CSV-REC.
           WRITE RUNS-CSV-REC.
           IF WS-RCV-STATUS NOT = "00" THEN
               MOVE 1 TO WS-WRITE-FAILED
           END-IF.
           MOVE WS-HISTORY-ROWS TO WS-ROWS-EDITED.
           PERFORM BUILD-TRAILER-LINE.
           MOVE WS-CSV-LINE TO HISTORY-CSV-REC.
           WRITE HISTORY-CSV-REC.
           IF WS-HCV-STATUS NOT = "00" THEN
               MOVE 1 TO WS-WRITE-FAILED
           END-IF.
           MOVE WS-JOURNAL-ROWS TO WS-ROWS-EDITED.
           PERFORM BUILD-TRAILER-LINE.
           MOVE WS-CSV-LINE TO JOURNAL-CSV-REC.
           WRITE JOURNAL-CSV-REC.
           IF WS-JCV-STATUS NOT = "00" THEN
               MOVE 1 TO WS-WRITE-FAILED
           END-IF.
           MOVE WS-SWEEP-ROWS TO WS-ROWS-EDITED.
           PERFORM BUILD-TRAILER-LINE.
           MOVE WS-CSV-LINE TO SWEEP-CSV-REC.
           WRITE SWEEP-CSV-REC.
           IF WS-SCV-STATUS NOT = "00" THEN
               MOVE 1 TO WS-WRITE-FAILED
           END-IF.
       BUILD-TRAILER-LINE.
           MOVE SPACES TO WS-CSV-LINE.
           STRING "TRAILER," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROWS-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-CSV-LINE.
       LOAD-RUN-INDEX.
           MOVE 0 TO WS-RUN-COUNT.
           OPEN INPUT RUN-INDEX-FILE.
           IF WS-IDX-STATUS = "00" THEN
               PERFORM UNTIL WS-IDX-STATUS NOT = "00"
                        OR WS-RUN-COUNT >= WS-MAX-RUNS
                   READ RUN-INDEX-FILE
                   IF WS-IDX-STATUS = "00"
                      AND RIX-RUN-ID NOT = SPACES THEN
                       ADD 1 TO WS-RUN-COUNT
                       MOVE RIX-RUN-ID TO WS-RUN-ENTRY(WS-RUN-COUNT)
                   END-IF
               END-PERFORM
               CLOSE RUN-INDEX-FILE
           END-IF.
      * Writes the run's row and its new history when the checkpoint
      * differs from the one last extracted, and notes what was
      * extracted for the control file. A run whose checkpoint cannot
      * be read keeps its old entry so it is tried again next time.
       EXTRACT-ONE-RUN.
           MOVE 0 TO WS-STATE-SLOT.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                    UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-STATE-RUN-ID(WS-STATE-IDX) = WS-RUN-ID THEN
                   MOVE WS-STATE-IDX TO WS-STATE-SLOT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NEW-STATE-COUNT.
           MOVE WS-NEW-STATE-COUNT TO WS-NEW-STATE-IDX.
           MOVE WS-RUN-ID TO WS-NEW-STATE-RUN-ID(WS-NEW-STATE-IDX).
           MOVE 0 TO WS-BASE-SEEN.
           MOVE 0 TO WS-BASE-SIGNATURE.
           MOVE 0 TO WS-BASE-HIST-GEN.
           MOVE 0 TO WS-NEW-STATE-PRIOR-SEEN(WS-NEW-STATE-IDX).
           MOVE 0 TO WS-NEW-STATE-PRIOR-SIGNATURE(WS-NEW-STATE-IDX).
           MOVE 0 TO WS-NEW-STATE-PRIOR-HIST-GEN(WS-NEW-STATE-IDX).
           IF WS-STATE-SLOT > 0 THEN
               IF WS-RERUN = 1 THEN
                   MOVE WS-STATE-PRIOR-SEEN(WS-STATE-SLOT)
                       TO WS-BASE-SEEN
                   MOVE WS-STATE-PRIOR-SIGNATURE(WS-STATE-SLOT)
                       TO WS-BASE-SIGNATURE
                   MOVE WS-STATE-PRIOR-HIST-GEN(WS-STATE-SLOT)
                       TO WS-BASE-HIST-GEN
               ELSE
                   MOVE 1 TO WS-BASE-SEEN
                   MOVE WS-STATE-SIGNATURE(WS-STATE-SLOT)
                       TO WS-BASE-SIGNATURE
                   MOVE WS-STATE-HIST-GEN(WS-STATE-SLOT)
                       TO WS-BASE-HIST-GEN
               END-IF
               MOVE WS-BASE-SEEN
                   TO WS-NEW-STATE-PRIOR-SEEN(WS-NEW-STATE-IDX)
               MOVE WS-BASE-SIGNATURE
                   TO WS-NEW-STATE-PRIOR-SIGNATURE(WS-NEW-STATE-IDX)
               MOVE WS-BASE-HIST-GEN
                   TO WS-NEW-STATE-PRIOR-HIST-GEN(WS-NEW-STATE-IDX)
           END-IF.
           PERFORM READ-RUN-CHECKPOINT.
           IF WS-CHECKPOINT-EXISTS = 0 THEN
               ADD 1 TO WS-RUNS-SKIPPED
               DISPLAY "csvextract: no readable checkpoint for run '"
                   FUNCTION TRIM(WS-RUN-ID) "'"
               IF WS-STATE-SLOT > 0 THEN
                   MOVE WS-STATE-SIGNATURE(WS-STATE-SLOT)
                       TO WS-NEW-STATE-SIGNATURE(WS-NEW-STATE-IDX)
                   MOVE WS-STATE-HIST-GEN(WS-STATE-SLOT)
                       TO WS-NEW-STATE-HIST-GEN(WS-NEW-STATE-IDX)
               ELSE
                   SUBTRACT 1 FROM WS-NEW-STATE-COUNT
               END-IF
           ELSE
               PERFORM COMPUTE-CKPT-HASH
               MOVE WS-CKPT-HASH TO WS-RUN-SIGNATURE
               MOVE WS-RUN-SIGNATURE
                   TO WS-NEW-STATE-SIGNATURE(WS-NEW-STATE-IDX)
               IF WS-BASE-SEEN = 0
                  OR WS-RUN-SIGNATURE NOT = WS-BASE-SIGNATURE THEN
                   PERFORM WRITE-RUN-ROW
                   PERFORM EXTRACT-RUN-HISTORY
                   MOVE WS-HIST-LAST-GEN
                       TO WS-NEW-STATE-HIST-GEN(WS-NEW-STATE-IDX)
               ELSE
                   MOVE WS-BASE-HIST-GEN
                       TO WS-NEW-STATE-HIST-GEN(WS-NEW-STATE-IDX)
               END-IF
           END-IF.
       READ-RUN-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT-PATH.
           STRING "ckpt-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-CHECKPOINT-PATH.
           MOVE SPACES TO WS-BACKUP-PATH.
           STRING "ckpt-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ".bak" DELIMITED BY SIZE
               INTO WS-BACKUP-PATH.
           MOVE 0 TO WS-CHECKPOINT-EXISTS.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FILE-STATUS = "00" THEN
               READ CHECKPOINT-FILE INTO WS-CHECKPOINT-RECORD
               IF WS-FILE-STATUS = "00" THEN
                   PERFORM VERIFY-CHECKPOINT-RECORD
                   IF WS-CKPT-RECORD-OK = 0 THEN
                       PERFORM CONVERT-LEGACY-CHECKPOINT
                   END-IF
                   IF WS-CKPT-RECORD-OK = 1 THEN
                       MOVE 1 TO WS-CHECKPOINT-EXISTS
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF WS-CHECKPOINT-EXISTS = 0 THEN
               OPEN INPUT CHECKPOINT-BAK-FILE
               IF WS-BAK-STATUS = "00" THEN
                   READ CHECKPOINT-BAK-FILE INTO WS-CHECKPOINT-RECORD
                   IF WS-BAK-STATUS = "00" THEN
                       PERFORM VERIFY-CHECKPOINT-RECORD
                       IF WS-CKPT-RECORD-OK = 0 THEN
                           PERFORM CONVERT-LEGACY-CHECKPOINT
                       END-IF
                       IF WS-CKPT-RECORD-OK = 1 THEN
                           MOVE 1 TO WS-CHECKPOINT-EXISTS
                       END-IF
                   END-IF
                   CLOSE CHECKPOINT-BAK-FILE
               END-IF
           END-IF.
       WRITE-RUN-ROW.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           IF WS-BASE-SEEN = 0 THEN
               STRING "NEW," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           ELSE
               STRING "CHANGED," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF.
           MOVE CKPT-GENERATION TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE CKPT-ROWS TO WS-NUM2-EDITED.
           STRING FUNCTION TRIM(WS-NUM2-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE CKPT-COLUMNS TO WS-NUM2-EDITED.
           STRING FUNCTION TRIM(WS-NUM2-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CKPT-WRAP DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CKPT-RULE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CKPT-STABLE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE CKPT-STABLE-GENERATION TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CKPT-PAUSED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE CKPT-SPEED TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE CKPT-VERSION TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE WS-CSV-LINE TO RUNS-CSV-REC.
           WRITE RUNS-CSV-REC.
           IF WS-RCV-STATUS NOT = "00" THEN
               MOVE 1 TO WS-WRITE-FAILED
           END-IF.
           ADD 1 TO WS-RUNS-ROWS.
      * A new run sends its whole history; a changed one sends the
      * generations after the last one extracted, or the whole file
      * again when it has been started afresh since (its last
      * generation is below the one extracted).
       EXTRACT-RUN-HISTORY.
           MOVE SPACES TO WS-RUNHIST-PATH.
           STRING "hist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-RUNHIST-PATH.
           IF WS-BASE-SEEN = 0 THEN
               MOVE 1 TO WS-HIST-ALL
           ELSE
               MOVE 0 TO WS-HIST-ALL
           END-IF.
           PERFORM READ-RUN-HISTORY.
           IF WS-HIST-ALL = 0 AND WS-HIST-READ > 0
              AND WS-HIST-LAST-GEN < WS-BASE-HIST-GEN THEN
               MOVE 1 TO WS-HIST-ALL
               PERFORM READ-RUN-HISTORY
           END-IF.
       READ-RUN-HISTORY.
           MOVE 0 TO WS-HIST-READ.
           MOVE 0 TO WS-HIST-LAST-GEN.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = "00" THEN
               PERFORM UNTIL WS-RUNHIST-STATUS NOT = "00"
                   READ RUN-HISTORY-FILE INTO WS-RUN-HISTORY-RECORD
                   IF WS-RUNHIST-STATUS = "00"
                      AND WS-RUN-HISTORY-RECORD NUMERIC THEN
                       ADD 1 TO WS-HIST-READ
                       MOVE RHR-GENERATION TO WS-HIST-LAST-GEN
                       IF WS-HIST-ALL = 1
                          OR RHR-GENERATION > WS-BASE-HIST-GEN THEN
                           PERFORM WRITE-HISTORY-ROW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.
       WRITE-HISTORY-ROW.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           MOVE RHR-GENERATION TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE RHR-POPULATION TO WS-NUM4-EDITED.
           STRING FUNCTION TRIM(WS-NUM4-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE RHR-BIRTHS TO WS-NUM4-EDITED.
           STRING FUNCTION TRIM(WS-NUM4-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE RHR-DEATHS TO WS-NUM4-EDITED.
           STRING FUNCTION TRIM(WS-NUM4-EDITED) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE WS-CSV-LINE TO HISTORY-CSV-REC.
           WRITE HISTORY-CSV-REC.
           IF WS-HCV-STATUS NOT = "00" THEN
               MOVE 1 TO WS-WRITE-FAILED
           END-IF.
           ADD 1 TO WS-HISTORY-ROWS.
      * Daily journals first; a monthly archive is read only for the
      * days in the window that had no daily file, so a month whose
      * dailies were not removed after consolidation is not taken
      * twice.
       EXTRACT-JOURNAL-WINDOW.
           PERFORM VARYING WS-DAY-OFFSET FROM 1 BY 1
                    UNTIL WS-DAY-OFFSET > WS-MAX-WINDOW-DAYS
               MOVE 0 TO WS-DAY-DONE(WS-DAY-OFFSET)
           END-PERFORM.
           PERFORM VARYING WS-DAY-INTEGER
                    FROM WS-WINDOW-START-INTEGER BY 1
                    UNTIL WS-DAY-INTEGER > WS-WINDOW-END-INTEGER
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               COMPUTE WS-DAY-OFFSET =
                   WS-DAY-INTEGER - WS-WINDOW-START-INTEGER + 1
               MOVE SPACES TO WS-JOURNAL-PATH
               STRING "journal-" DELIMITED BY SIZE
                   WS-SCAN-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-JOURNAL-PATH
               PERFORM EXTRACT-ONE-JOURNAL-FILE
           END-PERFORM.
           MOVE WS-WINDOW-START(1:6) TO WS-SCAN-MONTH.
           MOVE WS-WINDOW-END(1:6) TO WS-END-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH > WS-END-MONTH
               MOVE SPACES TO WS-JRNARCH-PATH
               STRING "jrnarch-" DELIMITED BY SIZE
                   WS-SCAN-MONTH DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-JRNARCH-PATH
               PERFORM EXTRACT-ONE-ARCHIVE-FILE
               IF WS-SCAN-MONTH(5:2) = "12" THEN
                   COMPUTE WS-SCAN-MONTH = WS-SCAN-MONTH + 89
               ELSE
                   ADD 1 TO WS-SCAN-MONTH
               END-IF
           END-PERFORM.
       EXTRACT-ONE-JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = "00" THEN
               MOVE 1 TO WS-DAY-DONE(WS-DAY-OFFSET)
               PERFORM UNTIL WS-JRN-STATUS NOT = "00"
                   READ JOURNAL-FILE INTO WS-JOURNAL-RECORD
                   IF WS-JRN-STATUS = "00" THEN
                       PERFORM WRITE-JOURNAL-ROW
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
       EXTRACT-ONE-ARCHIVE-FILE.
           OPEN INPUT JOURNAL-ARCHIVE-FILE.
           IF WS-JAR-STATUS = "00" THEN
               PERFORM UNTIL WS-JAR-STATUS NOT = "00"
                   READ JOURNAL-ARCHIVE-FILE
                   IF WS-JAR-STATUS = "00"
                      AND JAR-DATE NUMERIC THEN
                       IF JAR-DATE >= WS-WINDOW-START
                          AND JAR-DATE <= WS-WINDOW-END THEN
                           COMPUTE WS-ARCHIVE-DAY-OFFSET =
                               FUNCTION INTEGER-OF-DATE(JAR-DATE)
                               - WS-WINDOW-START-INTEGER + 1
                           PERFORM TAKE-ARCHIVE-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE-FILE
           END-IF.
       TAKE-ARCHIVE-RECORD.
           IF WS-ARCHIVE-DAY-OFFSET >= 1
              AND WS-ARCHIVE-DAY-OFFSET <= WS-MAX-WINDOW-DAYS THEN
               MOVE WS-ARCHIVE-DAY-OFFSET TO WS-DAY-OFFSET
               IF WS-DAY-DONE(WS-DAY-OFFSET) = 0 THEN
                   MOVE JAR-DATE TO WS-SCAN-DATE
                   MOVE JAR-ENTRY TO WS-JOURNAL-RECORD
                   PERFORM WRITE-JOURNAL-ROW
               END-IF
           END-IF.
       WRITE-JOURNAL-ROW.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING WS-SCAN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JRN-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(JRN-RUN-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(JRN-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE JRN-GEN-BEFORE TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE JRN-GEN-AFTER TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE JRN-POPULATION TO WS-NUM4-EDITED.
           STRING FUNCTION TRIM(WS-NUM4-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           IF JRN-ACTION = "STAMP" THEN
               STRING FUNCTION TRIM(JRN-STAMP-PATTERN)
                   DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE JRN-STAMP-ROW TO WS-NUM2-EDITED
               STRING FUNCTION TRIM(WS-NUM2-EDITED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE JRN-STAMP-COL TO WS-NUM2-EDITED
               STRING FUNCTION TRIM(WS-NUM2-EDITED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE JRN-STAMP-ROTATION TO WS-NUM4-EDITED
               STRING FUNCTION TRIM(WS-NUM4-EDITED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   JRN-STAMP-MIRROR DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(JRN-STAMP-MODE) DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           ELSE
               STRING ",,,,," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF.
           MOVE WS-CSV-LINE TO JOURNAL-CSV-REC.
           WRITE JOURNAL-CSV-REC.
           IF WS-JCV-STATUS NOT = "00" THEN
               MOVE 1 TO WS-WRITE-FAILED
           END-IF.
           ADD 1 TO WS-JOURNAL-ROWS.
      * Spec results completed inside the window, from the SWEEPRST
      * of a sweep run on its own and the restart file of every sweep
      * job jobdispatch has run.
       EXTRACT-SWEEP-RESULTS.
           MOVE "SWEEPRST" TO WS-SWEEP-SOURCE.
           OPEN INPUT SWEEP-RESTART-FILE.
           IF WS-RST-STATUS = "00" THEN
               PERFORM UNTIL WS-RST-STATUS NOT = "00"
                   READ SWEEP-RESTART-FILE
                       INTO WS-SWEEP-RESTART-RECORD
                   IF WS-RST-STATUS = "00" THEN
                       PERFORM TAKE-SWEEP-RESULT
                   END-IF
               END-PERFORM
               CLOSE SWEEP-RESTART-FILE
           END-IF.
           OPEN INPUT JOB-QUEUE-FILE.
           IF WS-JQF-STATUS = "00" THEN
               PERFORM UNTIL WS-JQF-STATUS NOT = "00"
                   READ JOB-QUEUE-FILE INTO WS-JOB-QUEUE-RECORD
                   IF WS-JQF-STATUS = "00"
                      AND JQR-JOB-TYPE = "SWEEP"
                      AND (JQR-STATUS = "DONE"
                           OR JQR-STATUS = "FAILED") THEN
                       PERFORM EXTRACT-JOB-SWEEP-RESULTS
                   END-IF
               END-PERFORM
               CLOSE JOB-QUEUE-FILE
           END-IF.
       EXTRACT-JOB-SWEEP-RESULTS.
           MOVE SPACES TO WS-SWEEP-SOURCE.
           STRING "job-" DELIMITED BY SIZE
               JQR-JOB-ID DELIMITED BY SIZE
               INTO WS-SWEEP-SOURCE.
           MOVE SPACES TO WS-JOB-RESTART-PATH.
           STRING FUNCTION TRIM(WS-SWEEP-SOURCE) DELIMITED BY SIZE
               "-rst.dat" DELIMITED BY SIZE
               INTO WS-JOB-RESTART-PATH.
           OPEN INPUT JOB-RESTART-FILE.
           IF WS-JRS-STATUS = "00" THEN
               PERFORM UNTIL WS-JRS-STATUS NOT = "00"
                   READ JOB-RESTART-FILE INTO WS-SWEEP-RESTART-RECORD
                   IF WS-JRS-STATUS = "00" THEN
                       PERFORM TAKE-SWEEP-RESULT
                   END-IF
               END-PERFORM
               CLOSE JOB-RESTART-FILE
           END-IF.
       TAKE-SWEEP-RESULT.
           IF SRR-COMPLETE-FLAG = "Y"
              AND SRR-COMPLETED-DATE NUMERIC THEN
               IF SRR-COMPLETED-DATE >= WS-WINDOW-START
                  AND SRR-COMPLETED-DATE <= WS-WINDOW-END THEN
                   PERFORM WRITE-SWEEP-ROW
               END-IF
           END-IF.
       WRITE-SWEEP-ROW.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           MOVE SRR-SPEC-NUMBER TO WS-NUM2-EDITED.
           STRING FUNCTION TRIM(WS-SWEEP-SOURCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM2-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SRR-OUTCOME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SRR-PATTERN-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE SRR-ROWS TO WS-NUM2-EDITED.
           STRING FUNCTION TRIM(WS-NUM2-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE SRR-COLS TO WS-NUM2-EDITED.
           STRING FUNCTION TRIM(WS-NUM2-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SRR-WRAP DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SRR-RULE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE SRR-GENERATIONS TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE SRR-FINAL-POP TO WS-NUM4-EDITED.
           STRING FUNCTION TRIM(WS-NUM4-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SRR-STABLE-FLAG DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE SRR-STABLE-GEN TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SRR-EXTINCT-FLAG DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE SRR-EXTINCT-GEN TO WS-GEN-EDITED.
           STRING FUNCTION TRIM(WS-GEN-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SRR-COMPLETED-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SRR-COMPLETED-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SRR-OUTPUT-FILE) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           MOVE WS-CSV-LINE TO SWEEP-CSV-REC.
           WRITE SWEEP-CSV-REC.
           IF WS-SCV-STATUS NOT = "00" THEN
               MOVE 1 TO WS-WRITE-FAILED
           END-IF.
           ADD 1 TO WS-SWEEP-ROWS.
      * Writes the new control file beside the old one and then moves
      * it into place, so an extract that dies here leaves the last
      * good control file.
       SAVE-EXTRACT-CONTROL.
           MOVE 0 TO WS-CONTROL-OK.
           OPEN OUTPUT NEW-CONTROL-FILE.
           IF WS-NCT-STATUS = "00" THEN
               MOVE 1 TO WS-CONTROL-OK
               MOVE SPACES TO WS-EXTRACT-CONTROL-RECORD
               MOVE "C" TO EXC-RECORD-TYPE
               MOVE WS-CURRENT-DATE TO EXC-EXTRACT-DATE
               MOVE WS-NEW-THROUGH-DATE TO EXC-THROUGH-DATE
               MOVE WS-NEW-PRIOR-EXTRACT-DATE
                   TO EXC-PRIOR-EXTRACT-DATE
               MOVE WS-BASE-THROUGH-DATE TO EXC-PRIOR-THROUGH-DATE
               WRITE NEW-CONTROL-REC FROM WS-EXTRACT-CONTROL-RECORD
               IF WS-NCT-STATUS NOT = "00" THEN
                   MOVE 0 TO WS-CONTROL-OK
               END-IF
               PERFORM VARYING WS-NEW-STATE-IDX FROM 1 BY 1
                        UNTIL WS-NEW-STATE-IDX > WS-NEW-STATE-COUNT
                   PERFORM WRITE-RUN-STATE-RECORD
               END-PERFORM
               CLOSE NEW-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-OK = 1 THEN
               CALL "CBL_DELETE_FILE" USING WS-CONTROL-PATH
               CALL "CBL_RENAME_FILE"
                   USING WS-NEW-CONTROL-PATH WS-CONTROL-PATH
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "csvextract: cannot move extract-ctl.new "
                       "into place"
                   MOVE 0 TO WS-CONTROL-OK
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "csvextract: cannot write extract-ctl.new, "
                   "status " WS-NCT-STATUS
                   "; extract-ctl.dat left as it was"
               CALL "CBL_DELETE_FILE" USING WS-NEW-CONTROL-PATH
           END-IF.
       WRITE-RUN-STATE-RECORD.
           MOVE SPACES TO WS-EXTRACT-CONTROL-RECORD.
           MOVE "R" TO EXC-RECORD-TYPE.
           MOVE WS-NEW-STATE-RUN-ID(WS-NEW-STATE-IDX) TO EXC-RUN-ID.
           MOVE WS-NEW-STATE-SIGNATURE(WS-NEW-STATE-IDX)
               TO EXC-RUN-SIGNATURE.
           MOVE WS-NEW-STATE-HIST-GEN(WS-NEW-STATE-IDX)
               TO EXC-RUN-HIST-GEN.
           MOVE WS-NEW-STATE-PRIOR-SEEN(WS-NEW-STATE-IDX)
               TO EXC-PRIOR-SEEN.
           MOVE WS-NEW-STATE-PRIOR-SIGNATURE(WS-NEW-STATE-IDX)
               TO EXC-PRIOR-SIGNATURE.
           MOVE WS-NEW-STATE-PRIOR-HIST-GEN(WS-NEW-STATE-IDX)
               TO EXC-PRIOR-HIST-GEN.
           WRITE NEW-CONTROL-REC FROM WS-EXTRACT-CONTROL-RECORD.
           IF WS-NCT-STATUS NOT = "00" THEN
               MOVE 0 TO WS-CONTROL-OK
           END-IF.
       COPY "ckptverify.cpy".
