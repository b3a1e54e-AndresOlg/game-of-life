           SELECT RUN-HISTORY-FILE ASSIGN TO WS-RUNHIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "run-master.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS RMF-RUN-ID
               FILE STATUS IS WS-RMF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BATCH-OUTPUT-FILE.
           05 PLR-NAME PIC X(12).
           05 PLR-BODY PIC X(904).
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-REC PIC X(22).
       FD RUN-MASTER-FILE.
       01 RUN-MASTER-REC.
           05 RMF-RUN-ID PIC X(20).
           05 RMF-BODY PIC X(142).
       WORKING-STORAGE SECTION.
       01 WS-OUT-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-BACKUP-PATH PIC X(40).
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-GENERATIONS-TEXT PIC X(10).
       01 WS-KEYFRAME-TEXT PIC X(10).
       01 WS-JOURNAL-TEXT PIC X(10).
       01 WS-NO-JOURNAL PIC 9 VALUE 0.
       01 WS-GENERATIONS-REQUESTED PIC 9(6) VALUE 1000.
       01 WS-GEN-COUNTER PIC 9(6) VALUE 0.
       01 TOTAL-ROWS PIC 9(2) VALUE 20.
       01 WS-RUNHIST-BIRTHS PIC 9(4) VALUE 0.
       01 WS-RUNHIST-DEATHS PIC 9(4) VALUE 0.
       01 WS-RUNHIST-CELL-IDX PIC 9(4) VALUE 0.
       01 WS-RMF-STATUS PIC XX.
       COPY "compact.cpy".
       COPY "journal.cpy".
       COPY "runmaster.cpy".
       COPY "runhist.cpy".
       COPY "patternfile.cpy".
       COPY "patterns.cpy".
           IF WS-RUN-ID = SPACES THEN
               DISPLAY "resumebatch: PARM must give runid,generations"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VALIDATE-RUN-ID.
           IF WS-RUNID-ERROR = 1 THEN
                   FUNCTION TRIM(WS-RUN-ID)
                   "' must contain only letters and digits"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING "ckpt-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               DISPLAY "resumebatch: no readable checkpoint for run '"
                   FUNCTION TRIM(WS-RUN-ID) "'"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CKPT-RESTORED = 1 THEN
               DISPLAY "resumebatch: checkpoint for run '"
               DISPLAY "resumebatch: cannot open OUTFILE, status "
                   WS-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-POPULATION.
           PERFORM WRITE-GENERATION-RECORD.
           END-PERFORM.
           CLOSE BATCH-OUTPUT-FILE.
           PERFORM WRITE-CHECKPOINT-FILE.
           PERFORM UPDATE-RUN-MASTER.
           IF WS-NO-JOURNAL = 0 THEN
               MOVE "BATCHRUN" TO WS-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.
           IF WS-STABLE-FLAG = 1 THEN
               DISPLAY "resumebatch: run '" FUNCTION TRIM(WS-RUN-ID)
                   "' stabilized at generation " WS-STABLE-GENERATION
           END-IF.
      * GOBACK rather than STOP RUN so verifyrules and jobdispatch
      * can CALL the engine; run as a job step it ends the run unit
      * the same way.
           GOBACK.
      * PARM is "runid,generations,keyframe,NOJOURNAL". A keyframe
      * interval writes OUTFILE in the compact format of compact.cpy
      * with a full board every that many generations. NOJOURNAL
      * leaves the run out of the journal, for the throwaway run
      * verifyrules checks the engine with.
       PARSE-PARM.
           MOVE SPACES TO WS-RUNID-TEXT.
           MOVE SPACES TO WS-GENERATIONS-TEXT.
           MOVE SPACES TO WS-KEYFRAME-TEXT.
           MOVE SPACES TO WS-JOURNAL-TEXT.
           UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY "," OR " "
               INTO WS-RUNID-TEXT WS-GENERATIONS-TEXT WS-KEYFRAME-TEXT
                    WS-JOURNAL-TEXT.
           MOVE 0 TO WS-NO-JOURNAL.
           IF WS-JOURNAL-TEXT = "NOJOURNAL"
              OR WS-JOURNAL-TEXT = "nojournal" THEN
               MOVE 1 TO WS-NO-JOURNAL
           END-IF.
           MOVE WS-RUNID-TEXT TO WS-RUN-ID.
           IF FUNCTION NUMVAL(WS-GENERATIONS-TEXT) > 0 THEN
               COMPUTE WS-GENERATIONS-REQUESTED =
                   FUNCTION NUMVAL(WS-GENERATIONS-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-KEYFRAME-TEXT) > 0
              AND FUNCTION NUMVAL(WS-KEYFRAME-TEXT) <= 999999 THEN
               COMPUTE WS-CMP-KEYFRAME-INTERVAL =
                   FUNCTION NUMVAL(WS-KEYFRAME-TEXT)
           END-IF.
       VALIDATE-RUN-ID.
           MOVE 0 TO WS-RUNID-ERROR.
           COMPUTE WS-RUNID-TRIMMED-LEN =
               WRITE CHECKPOINT-REC FROM WS-CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
      * Stamp the run's master record with today's date, adding a
      * LEGACY record for a run saved before the master file existed.
       UPDATE-RUN-MASTER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN I-O RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "35" THEN
               OPEN OUTPUT RUN-MASTER-FILE
               IF WS-RMF-STATUS = "00" THEN
                   CLOSE RUN-MASTER-FILE
                   OPEN I-O RUN-MASTER-FILE
               END-IF
           END-IF.
           IF WS-RMF-STATUS NOT = "00" THEN
               DISPLAY "resumebatch: cannot open run-master.dat, "
                   "status " WS-RMF-STATUS
           ELSE
               MOVE WS-RUN-ID TO RMF-RUN-ID
               READ RUN-MASTER-FILE INTO WS-RUN-MASTER-RECORD
               IF WS-RMF-STATUS = "00" THEN
                   MOVE WS-CURRENT-DATE TO RMR-UPDATED-DATE
                   REWRITE RUN-MASTER-REC FROM WS-RUN-MASTER-RECORD
               ELSE
                   MOVE SPACES TO WS-RUN-MASTER-RECORD
                   MOVE WS-RUN-ID TO RMR-RUN-ID
                   MOVE "unknown" TO RMR-OWNER
                   MOVE WS-CURRENT-DATE TO RMR-CREATED-DATE
                   MOVE WS-CURRENT-DATE TO RMR-UPDATED-DATE
                   MOVE "LEGACY" TO RMR-ORIGIN-TYPE
                   MOVE WS-RULE-NAME TO RMR-START-RULE
                   MOVE TOTAL-ROWS TO RMR-START-ROWS
                   MOVE TOTAL-COLUMNS TO RMR-START-COLS
                   WRITE RUN-MASTER-REC FROM WS-RUN-MASTER-RECORD
               END-IF
               CLOSE RUN-MASTER-FILE
           END-IF.
       WRITE-JOURNAL-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-GEN-BEFORE TO JRN-GEN-BEFORE.
           MOVE WS-GENERATION TO JRN-GEN-AFTER.
           MOVE WS-POPULATION TO JRN-POPULATION.
           MOVE SPACES TO JRN-DETAIL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00" THEN
               OPEN OUTPUT JOURNAL-FILE
               CLOSE RUN-HISTORY-FILE
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
       CHECK-STABILITY.
           MOVE 0 TO WS-CHECKSUM.
           COMPUTE WS-POP-CELL-COUNT = TOTAL-ROWS * TOTAL-COLUMNS.
               END-IF
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.
       COPY "compactwr.cpy".
       COPY "liferules.cpy".
