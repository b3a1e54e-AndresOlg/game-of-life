           SELECT BATCH-OUTPUT-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RSTFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT RESTART-WORK-FILE ASSIGN TO "RSTWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT PATTERN-LIBRARY-FILE ASSIGN TO "patterns.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
       01 BATCH-OUTPUT-REC.
           05 BOR-LABEL PIC X(24).
           05 BOR-WORLD PIC X(3600).
       FD RESTART-FILE.
       01 RESTART-REC.
           05 FILLER PIC X(14457).
           05 RESTART-REC-COMPLETE PIC X(1).
       FD RESTART-WORK-FILE.
       01 RESTART-WORK-REC PIC X(3624).
       FD PATTERN-LIBRARY-FILE.
       01 PATTERN-LIBRARY-REC.
           05 PLR-NAME PIC X(12).
           05 PLR-BODY PIC X(904).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-RST-STATUS PIC XX.
       01 WS-WRK-STATUS PIC XX.
       01 WS-GENERATIONS-TEXT PIC X(10).
       01 WS-ROWS-TEXT PIC X(10).
       01 WS-COLS-TEXT PIC X(10).
       01 WS-WRAP-TEXT PIC X(10).
       01 WS-COMMIT-TEXT PIC X(10).
       01 WS-MODE-TEXT PIC X(10).
       01 WS-KEYFRAME-TEXT PIC X(10).
       01 WS-COMMIT-INTERVAL PIC 9(6) VALUE 0.
       01 WS-RESTART-MODE PIC 9 VALUE 0.
       01 WS-RESTART-FOUND PIC 9 VALUE 0.
       01 WS-RESTART-ERROR PIC 9 VALUE 0.
       01 WS-FIRST-GEN PIC 9(6) VALUE 1.
       01 WS-LAST-COMMIT-GEN PIC 9(10) VALUE 0.
       01 WS-READ-GEN PIC 9(10) VALUE 0.
       01 WS-LAST-KEPT-GEN PIC 9(10) VALUE 0.
       01 WS-BEYOND-COMMIT PIC 9 VALUE 0.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC X(8).
      * Commit record written to RSTFILE every WS-COMMIT-INTERVAL
      * generations: the board and cell ages at WRR-GENERATION with
      * the run parameters they belong to. RESTART-REC-COMPLETE is "Y"
      * only on a record written in full.
       01 WS-RESTART-RECORD.
           05 WRR-GENERATION PIC 9(10).
           05 WRR-PATTERN-NAME PIC X(12).
           05 WRR-RULE-NAME PIC X(12).
           05 WRR-ROWS PIC 9(2).
           05 WRR-COLS PIC 9(2).
           05 WRR-WRAP PIC 9.
           05 WRR-POPULATION PIC 9(4).
           05 WRR-WORLD PIC X(3600).
           05 WRR-AGES PIC X(10800).
           05 WRR-COMMIT-DATE PIC 9(8).
           05 WRR-COMMIT-TIME PIC 9(6).
           05 WRR-COMPLETE-FLAG PIC X(1).
       01 WS-MAX-ROWS PIC 9(2) VALUE 60.
       01 WS-MAX-COLUMNS PIC 9(2) VALUE 60.
       01 WS-GENERATIONS-REQUESTED PIC 9(6) VALUE 10.
       01 WS-GEN-COUNTER PIC 9(6) VALUE 0.
       01 TOTAL-ROWS PIC 9(2) VALUE 40.
       01 WS-RULE-CHAR-IDX PIC 9(2) VALUE 0.
       01 WS-RULE-CHAR PIC X(1).
       01 WS-PAT-STATUS PIC XX.
       COPY "compact.cpy".
       COPY "patternfile.cpy".
       COPY "patterns.cpy".
       01 ROW-COUNTER PIC 9(2) VALUE 0.
               MOVE "glider" TO WS-PATTERN-NAME
           END-IF.
           PERFORM SET-RULE-MASKS.
           IF WS-RESTART-MODE = 1 THEN
               PERFORM LOAD-RESTART-POINT
           END-IF.
           IF WS-RESTART-FOUND = 1 AND WS-RESTART-ERROR = 0 THEN
               PERFORM TRIM-OUTFILE-TO-COMMIT
           END-IF.
           IF WS-RESTART-ERROR = 1 THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RESTART-FOUND = 1 THEN
               MOVE WS-GENERATION TO WS-LAST-COMMIT-GEN
               MOVE 0 TO WS-CMP-FORCE-KEYFRAME
               COMPUTE WS-FIRST-GEN = WS-GENERATION + 1
           ELSE
               MOVE ALL "0" TO NEW-WORLD
               PERFORM SELECT-PATTERN
               IF WS-PATTERN-ROWS > 0 THEN
                   PERFORM PLACE-PATTERN
               END-IF
               MOVE ALL "0" TO NEW-AGES
               PERFORM SYNC-AGES-TO-WORLD
               IF WS-COMMIT-INTERVAL > 0 THEN
                   OPEN OUTPUT RESTART-FILE
                   IF WS-RST-STATUS = "00" THEN
                       CLOSE RESTART-FILE
                   END-IF
               END-IF
               OPEN OUTPUT BATCH-OUTPUT-FILE
               MOVE 0 TO WS-GENERATION
               PERFORM COUNT-POPULATION
               PERFORM WRITE-GENERATION-RECORD
               MOVE 1 TO WS-FIRST-GEN
           END-IF.
           PERFORM VARYING WS-GEN-COUNTER FROM WS-FIRST-GEN BY 1
                    UNTIL WS-GEN-COUNTER > WS-GENERATIONS-REQUESTED
               MOVE NEW-WORLD TO OLD-WORLD
               MOVE NEW-AGES TO OLD-AGES
               ADD 1 TO WS-GENERATION
               PERFORM COUNT-POPULATION
               PERFORM WRITE-GENERATION-RECORD
               IF WS-COMMIT-INTERVAL > 0 THEN
                   IF FUNCTION MOD(WS-GENERATION, WS-COMMIT-INTERVAL)
                      = 0 THEN
                       PERFORM COMMIT-RESTART-POINT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COMMIT-INTERVAL > 0
              AND WS-GENERATION NOT = WS-LAST-COMMIT-GEN THEN
               PERFORM COMMIT-RESTART-POINT
           END-IF.
           CLOSE BATCH-OUTPUT-FILE.
      * GOBACK rather than STOP RUN so verifyrules can CALL the
      * engine; run as a job step it ends the run unit the same way.
           GOBACK.
      * PARM is "gens,pattern,rule,rows,cols,wrap,commit,RESTART,
      * keyframe"; anything left off keeps the 40x40 unwrapped board.
      * A commit interval writes a restart record to RSTFILE every that
      * many generations and at the end of the run; RESTART carries
      * the run on from the last record instead of from the seed. A
      * keyframe interval writes OUTFILE in the compact format of
      * compact.cpy with a full board every that many generations.
       PARSE-PARM.
           MOVE SPACES TO WS-GENERATIONS-TEXT.
           MOVE SPACES TO WS-PATTERN-NAME.
           MOVE SPACES TO WS-RULE-NAME.
           MOVE SPACES TO WS-ROWS-TEXT.
           MOVE SPACES TO WS-COLS-TEXT.
           MOVE SPACES TO WS-WRAP-TEXT.
           MOVE SPACES TO WS-COMMIT-TEXT.
           MOVE SPACES TO WS-MODE-TEXT.
           UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY "," OR " "
               INTO WS-GENERATIONS-TEXT WS-PATTERN-NAME WS-RULE-NAME
               WS-ROWS-TEXT WS-COLS-TEXT WS-WRAP-TEXT
               WS-COMMIT-TEXT WS-MODE-TEXT WS-KEYFRAME-TEXT.
           IF FUNCTION NUMVAL(WS-GENERATIONS-TEXT) > 0 THEN
               COMPUTE WS-GENERATIONS-REQUESTED =
                   FUNCTION NUMVAL(WS-GENERATIONS-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-ROWS-TEXT) > 0
              AND FUNCTION NUMVAL(WS-ROWS-TEXT) <= WS-MAX-ROWS THEN
               COMPUTE TOTAL-ROWS = FUNCTION NUMVAL(WS-ROWS-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-COLS-TEXT) > 0
              AND FUNCTION NUMVAL(WS-COLS-TEXT) <= WS-MAX-COLUMNS THEN
               COMPUTE TOTAL-COLUMNS = FUNCTION NUMVAL(WS-COLS-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-WRAP-TEXT) = 1 THEN
               MOVE 1 TO WS-WRAP-FLAG
           END-IF.
           IF FUNCTION NUMVAL(WS-COMMIT-TEXT) > 0
              AND FUNCTION NUMVAL(WS-COMMIT-TEXT) <= 999999 THEN
               COMPUTE WS-COMMIT-INTERVAL =
                   FUNCTION NUMVAL(WS-COMMIT-TEXT)
           END-IF.
           IF WS-MODE-TEXT = "RESTART" OR WS-MODE-TEXT = "restart" THEN
               MOVE 1 TO WS-RESTART-MODE
           END-IF.
           IF FUNCTION NUMVAL(WS-KEYFRAME-TEXT) > 0
              AND FUNCTION NUMVAL(WS-KEYFRAME-TEXT) <= 999999 THEN
               COMPUTE WS-CMP-KEYFRAME-INTERVAL =
                   FUNCTION NUMVAL(WS-KEYFRAME-TEXT)
           END-IF.
      * The last complete record in RSTFILE is the commit point. It
      * must be for the same pattern, rule and board as this PARM.
      * With no record at all the run starts again from the seed.
       LOAD-RESTART-POINT.
           MOVE 0 TO WS-RESTART-FOUND.
           OPEN INPUT RESTART-FILE.
           IF WS-RST-STATUS = "00" THEN
               PERFORM UNTIL WS-RST-STATUS NOT = "00"
                   READ RESTART-FILE
                   IF WS-RST-STATUS = "00"
                      AND RESTART-REC-COMPLETE = "Y" THEN
                       MOVE RESTART-REC TO WS-RESTART-RECORD
                       MOVE 1 TO WS-RESTART-FOUND
                   END-IF
               END-PERFORM
               CLOSE RESTART-FILE
           END-IF.
           IF WS-RESTART-FOUND = 0 THEN
               DISPLAY "workerbatch: no restart record in RSTFILE, "
                   "starting from the seed"
           ELSE
               IF WRR-PATTERN-NAME NOT = WS-PATTERN-NAME
                  OR WRR-RULE-NAME NOT = WS-RULE-NAME
                  OR WRR-ROWS NOT = TOTAL-ROWS
                  OR WRR-COLS NOT = TOTAL-COLUMNS
                  OR WRR-WRAP NOT = WS-WRAP-FLAG THEN
                   DISPLAY "workerbatch: RSTFILE is for "
                       FUNCTION TRIM(WRR-PATTERN-NAME) " "
                       FUNCTION TRIM(WRR-RULE-NAME) " "
                       WRR-ROWS "x" WRR-COLS " WRAP " WRR-WRAP
                       ", not this PARM"
                   MOVE 1 TO WS-RESTART-ERROR
               ELSE
                   MOVE WRR-GENERATION TO WS-GENERATION
                   MOVE WRR-POPULATION TO WS-POPULATION
                   MOVE WRR-WORLD TO NEW-WORLD
                   MOVE WRR-AGES TO NEW-AGES
                   DISPLAY "workerbatch: restarting after generation "
                       WRR-GENERATION
               END-IF
           END-IF.
      * OUTFILE may hold generations written after the commit point
      * and before the failure. They are dropped, by way of RSTWORK,
      * so the continued run follows on from the commit generation;
      * OUTFILE is left open for the generations still to come.
       TRIM-OUTFILE-TO-COMMIT.
           MOVE 0 TO WS-LAST-KEPT-GEN.
           MOVE 0 TO WS-BEYOND-COMMIT.
           MOVE 0 TO WS-READ-GEN.
           OPEN INPUT BATCH-OUTPUT-FILE.
           IF WS-FILE-STATUS NOT = "00" THEN
               DISPLAY "workerbatch: cannot read OUTFILE to restart, "
                   "status " WS-FILE-STATUS
               MOVE 1 TO WS-RESTART-ERROR
           ELSE
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   READ BATCH-OUTPUT-FILE
                   IF WS-FILE-STATUS = "00" THEN
                       PERFORM GET-RECORD-GENERATION
                       IF WS-READ-GEN > WRR-GENERATION THEN
                           MOVE 1 TO WS-BEYOND-COMMIT
                       ELSE
                           MOVE WS-READ-GEN TO WS-LAST-KEPT-GEN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BATCH-OUTPUT-FILE
               IF WS-LAST-KEPT-GEN NOT = WRR-GENERATION THEN
                   DISPLAY "workerbatch: OUTFILE stops at generation "
                       WS-LAST-KEPT-GEN ", short of the restart point"
                   MOVE 1 TO WS-RESTART-ERROR
               END-IF
           END-IF.
           IF WS-RESTART-ERROR = 0 THEN
               IF WS-BEYOND-COMMIT = 0 THEN
                   OPEN EXTEND BATCH-OUTPUT-FILE
               ELSE
                   PERFORM COPY-OUTFILE-TO-COMMIT
               END-IF
           END-IF.
       COPY-OUTFILE-TO-COMMIT.
           OPEN INPUT BATCH-OUTPUT-FILE.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF WS-WRK-STATUS NOT = "00" THEN
               DISPLAY "workerbatch: cannot open RSTWORK, status "
                   WS-WRK-STATUS
               CLOSE BATCH-OUTPUT-FILE
               MOVE 1 TO WS-RESTART-ERROR
           ELSE
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   READ BATCH-OUTPUT-FILE
                   IF WS-FILE-STATUS = "00" THEN
                       PERFORM GET-RECORD-GENERATION
                       IF WS-READ-GEN NOT > WRR-GENERATION THEN
                           WRITE RESTART-WORK-REC
                               FROM BATCH-OUTPUT-REC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BATCH-OUTPUT-FILE
               CLOSE RESTART-WORK-FILE
               OPEN INPUT RESTART-WORK-FILE
               OPEN OUTPUT BATCH-OUTPUT-FILE
               PERFORM UNTIL WS-WRK-STATUS NOT = "00"
                   READ RESTART-WORK-FILE
                   IF WS-WRK-STATUS = "00" THEN
                       WRITE BATCH-OUTPUT-REC FROM RESTART-WORK-REC
                   END-IF
               END-PERFORM
               CLOSE RESTART-WORK-FILE
           END-IF.
      * A full record holds its generation in the label text, a
      * compact one in CMR-GENERATION.
       GET-RECORD-GENERATION.
           IF BOR-LABEL(1:4) = "GEN " THEN
               MOVE BOR-LABEL(5:10) TO WS-READ-GEN
           ELSE
               MOVE BOR-LABEL(2:10) TO WS-READ-GEN
           END-IF.
      * OUTFILE is closed and reopened first so every generation up to
      * the commit point is on disk before the record says so.
       COMMIT-RESTART-POINT.
           CLOSE BATCH-OUTPUT-FILE.
           OPEN EXTEND BATCH-OUTPUT-FILE.
           MOVE WS-GENERATION TO WRR-GENERATION.
           MOVE WS-PATTERN-NAME TO WRR-PATTERN-NAME.
           MOVE WS-RULE-NAME TO WRR-RULE-NAME.
           MOVE TOTAL-ROWS TO WRR-ROWS.
           MOVE TOTAL-COLUMNS TO WRR-COLS.
           MOVE WS-WRAP-FLAG TO WRR-WRAP.
           MOVE WS-POPULATION TO WRR-POPULATION.
           MOVE NEW-WORLD TO WRR-WORLD.
           MOVE NEW-AGES TO WRR-AGES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WRR-COMMIT-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO WRR-COMMIT-TIME.
           MOVE "Y" TO WRR-COMPLETE-FLAG.
           OPEN EXTEND RESTART-FILE.
           IF WS-RST-STATUS NOT = "00" THEN
               OPEN OUTPUT RESTART-FILE
           END-IF.
           IF WS-RST-STATUS = "00" THEN
               WRITE RESTART-REC FROM WS-RESTART-RECORD
               CLOSE RESTART-FILE
               MOVE WS-GENERATION TO WS-LAST-COMMIT-GEN
           ELSE
               DISPLAY "workerbatch: cannot write RSTFILE, status "
                   WS-RST-STATUS
           END-IF.
       WRITE-GENERATION-RECORD.
           IF WS-CMP-KEYFRAME-INTERVAL > 0 THEN
               PERFORM BUILD-COMPACT-RECORD
               WRITE BATCH-OUTPUT-REC FROM WS-COMPACT-RECORD
           ELSE
               MOVE SPACES TO BOR-LABEL
               STRING "GEN " DELIMITED BY SIZE
                   WS-GENERATION DELIMITED BY SIZE
                   " POP " DELIMITED BY SIZE
                   WS-POPULATION DELIMITED BY SIZE
                   INTO BOR-LABEL
               MOVE NEW-WORLD TO BOR-WORLD
               WRITE BATCH-OUTPUT-REC
           END-IF.
       LOAD-SAVED-PATTERN.
           OPEN INPUT PATTERN-LIBRARY-FILE.
           IF WS-PAT-STATUS = "00" THEN
               END-IF
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.
       COPY "compactwr.cpy".
       COPY "liferules.cpy".
