       IDENTIFICATION DIVISION.
       PROGRAM-ID. soupsearch.
      * Random soup search. SOUPCTL holds one card
      * "rows,cols,wrap,rule,density,seed,trials,cap": each trial fills
      * the board at random, density percent of cells alive, from its
      * own seed (seed, seed+1, ... for the number of trials) and runs
      * it until it dies out, settles into a still life or an
      * oscillator, or reaches the generation cap. Lines starting "*"
      * are comments; fields left off take a 30x30 unwrapped board
      * under B3/S23, 35 percent, seed 1, 100 trials, cap 1000.
      * One SOUPRES record is written per trial (see soupres.cpy) and
      * SOUPRPT ranks the longest-lived seeds.
      * PARM is "top,promote": how many seeds the ranking lists
      * (default 20, at most 50) and how many of the best to add to
      * patterns.dat (default none). A promoted seed is saved as its
      * starting board, trimmed to the live cells, under the name
      * "soup" followed by the eight seed digits spelled a-j (seed
      * 00012345 is soupaaabcdef), so worker can open it like any
      * other library pattern; its census entry is left pending.
      * A library pattern holds at most 900 cells, so a seed from a
      * board bigger than the default 30x30 may be too large to keep.
      * Library patterns carry no rule and run under B3/S23, so seeds
      * found under any other rule are not promoted.
      * Ends with return code 4 when a promotion could not be made.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOUP-CONTROL-FILE ASSIGN TO "SOUPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SOUP-RESULT-FILE ASSIGN TO "SOUPRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT SOUP-REPORT-FILE ASSIGN TO "SOUPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PATTERN-LIBRARY-FILE ASSIGN TO "patterns.dat"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PLR-NAME
               FILE STATUS IS WS-PAT-STATUS.
           SELECT CENSUS-FILE ASSIGN TO "census.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS CNF-NAME
               FILE STATUS IS WS-CNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SOUP-CONTROL-FILE.
       01 SOUP-CONTROL-REC PIC X(80).
       FD SOUP-RESULT-FILE.
       01 SOUP-RESULT-REC PIC X(80).
       FD SOUP-REPORT-FILE.
       01 SOUP-REPORT-REC PIC X(132).
       FD PATTERN-LIBRARY-FILE.
       01 PATTERN-LIBRARY-REC.
           05 PLR-NAME PIC X(12).
           05 PLR-BODY PIC X(904).
       FD CENSUS-FILE.
       01 CENSUS-REC.
           05 CNF-NAME PIC X(12).
           05 CNF-BODY PIC X(68).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC XX.
       01 WS-RES-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-PAT-STATUS PIC XX.
       01 WS-CNS-STATUS PIC XX.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CARD-FOUND PIC 9 VALUE 0.
       01 WS-TOP-TEXT PIC X(10).
       01 WS-PROMOTE-TEXT PIC X(10).
       01 WS-ROWS-TEXT PIC X(10).
       01 WS-COLS-TEXT PIC X(10).
       01 WS-WRAP-TEXT PIC X(10).
       01 WS-DENSITY-TEXT PIC X(10).
       01 WS-SEED-TEXT PIC X(10).
       01 WS-TRIALS-TEXT PIC X(10).
       01 WS-CAP-TEXT PIC X(10).
       01 WS-TOP-LIMIT PIC 9(2) VALUE 20.
       01 WS-PROMOTE-COUNT PIC 9(2) VALUE 0.
       01 WS-DENSITY PIC 9(2) VALUE 35.
       01 WS-FIRST-SEED PIC 9(8) VALUE 1.
       01 WS-LAST-SEED PIC 9(9) VALUE 0.
       01 WS-TRIAL-COUNT PIC 9(4) VALUE 100.
       01 WS-TRIAL-NUMBER PIC 9(5) VALUE 0.
       01 WS-GEN-CAP PIC 9(6) VALUE 1000.
       01 WS-GEN-COUNTER PIC 9(6) VALUE 0.
       01 WS-MAX-ROWS PIC 9(2) VALUE 60.
       01 WS-MAX-COLUMNS PIC 9(2) VALUE 60.
       01 TOTAL-ROWS PIC 9(2) VALUE 30.
       01 TOTAL-COLUMNS PIC 9(2) VALUE 30.
       01 WS-WRAP-FLAG PIC 9 VALUE 0.
       01 WS-PATTERN-NAME PIC X(12).
       01 WS-PATTERN-ROWS PIC 9(2) VALUE 0.
       01 WS-PATTERN-COLS PIC 9(2) VALUE 0.
       01 WS-PATTERN-DATA PIC X(900).
       01 WS-PLACE-ROW-OFFSET PIC S9(3).
       01 WS-PLACE-COL-OFFSET PIC S9(3).
       01 WS-PLACE-ROW PIC 9(2).
       01 WS-PLACE-COL PIC 9(2).
       01 WS-PLACE-TARGET-ROW PIC 9(3).
       01 WS-PLACE-TARGET-COL PIC 9(3).
       01 WS-PLACE-SRC-POS PIC 9(4).
       01 WS-POPULATION PIC 9(4) VALUE 0.
       01 WS-POP-CELL-COUNT PIC 9(4) VALUE 0.
       01 WS-POP-COUNTER PIC 9(4) VALUE 0.
       01 WS-RULE-NAME PIC X(12).
       01 WS-RULE-BIRTH PIC X(9).
       01 WS-RULE-SURVIVE PIC X(9).
       01 WS-RULE-PART-B PIC X(12).
       01 WS-RULE-PART-S PIC X(12).
       01 WS-RULE-CHAR-IDX PIC 9(2) VALUE 0.
       01 WS-RULE-CHAR PIC X(1).
       COPY "patternfile.cpy".
       COPY "patterns.cpy".
       COPY "census.cpy".
       COPY "soupres.cpy".
       01 ROW-COUNTER PIC 9(2) VALUE 0.
       01 COLUMN-COUNTER PIC 9(2) VALUE 0.
       01 OLD-WORLD PIC X(3600).
       01 NEW-WORLD PIC X(3600).
       01 OLD-AGES PIC X(10800).
       01 NEW-AGES PIC X(10800).
       01 WS-AGE-POS PIC 9(5) VALUE 0.
       01 WS-AGE-VAL PIC 9(3) VALUE 0.
       01 CELL PIC X(1) VALUE "0".
       01 X PIC 9(2) VALUE 0.
       01 Y PIC 9(2) VALUE 0.
       01 POS PIC 9(4).
       01 ROW-OFFSET PIC S9.
       01 COLUMN-OFFSET PIC S9.
       01 NEIGHBORS PIC 9 VALUE 0.
      * Minimal standard generator: state = state * 16807 mod
      * 2147483647, seeded with the trial's seed, so a seed makes the
      * same board wherever it is run.
       01 WS-SEED PIC 9(8) VALUE 0.
       01 WS-RANDOM-STATE PIC 9(10) VALUE 0.
       01 WS-RANDOM-PERCENT PIC 9(3) VALUE 0.
       01 WS-WARM-UP PIC 9 VALUE 0.
      * Board checksums of the generations run so far, newest first,
      * so a repeat of any of the last 100 boards is caught.
       01 WS-CHECKSUM PIC 9(10) VALUE 0.
       01 WS-CHECKSUM-DIGIT PIC 9 VALUE 0.
       01 WS-HISTORY-LENGTH PIC 9(3) VALUE 100.
       01 WS-HISTORY-COUNT PIC 9(3) VALUE 0.
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-ENTRY OCCURS 100 TIMES.
               10 WS-HE-GENERATION PIC 9(6).
               10 WS-HE-CHECKSUM PIC 9(10).
               10 WS-HE-POPULATION PIC 9(4).
       01 WS-HIST-IDX PIC 9(3) VALUE 0.
       01 WS-HIST-MATCH-IDX PIC 9(3) VALUE 0.
       01 WS-SETTLED-FLAG PIC 9 VALUE 0.
       01 WS-CLASS PIC X(11).
       01 WS-PERIOD PIC 9(3) VALUE 0.
       01 WS-SETTLE-GEN PIC 9(6) VALUE 0.
       01 WS-INITIAL-POP PIC 9(4) VALUE 0.
       01 WS-PEAK-POP PIC 9(4) VALUE 0.
       01 WS-COUNT-EXTINCT PIC 9(4) VALUE 0.
       01 WS-COUNT-STABLE PIC 9(4) VALUE 0.
       01 WS-COUNT-OSCILLATING PIC 9(4) VALUE 0.
       01 WS-COUNT-UNSETTLED PIC 9(4) VALUE 0.
      * The longest-lived seeds so far, longest first; a later seed
      * only displaces an earlier one by living strictly longer.
       01 WS-RANK-COUNT PIC 9(2) VALUE 0.
       01 WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 50 TIMES.
               10 WS-RK-SEED PIC 9(8).
               10 WS-RK-INITIAL-POP PIC 9(4).
               10 WS-RK-SETTLE-GEN PIC 9(6).
               10 WS-RK-FINAL-POP PIC 9(4).
               10 WS-RK-PEAK-POP PIC 9(4).
               10 WS-RK-PERIOD PIC 9(3).
               10 WS-RK-CLASS PIC X(11).
       01 WS-RANK-IDX PIC 9(2) VALUE 0.
       01 WS-RANK-POS PIC 9(2) VALUE 0.
      * Promotion of the best seeds into the pattern library.
       01 WS-PATLIB-MAX PIC 9(2) VALUE 50.
       01 WS-PATLIB-COUNT PIC 9(2) VALUE 0.
       01 WS-PATLIB-OPEN PIC 9 VALUE 0.
       01 WS-PROMOTE-IDX PIC 9(2) VALUE 0.
       01 WS-PROMOTE-NOTE PIC X(30).
       01 WS-PROMOTE-FAILED PIC 9 VALUE 0.
       01 WS-SEED-DIGITS PIC 9(8) VALUE 0.
       01 WS-DIGIT-LETTERS PIC X(10) VALUE "abcdefghij".
       01 WS-DIGIT-IDX PIC 9 VALUE 0.
       01 WS-DIGIT-VALUE PIC 9 VALUE 0.
       01 WS-CENSUS-NAME PIC X(12).
       01 WS-EXT-MIN-ROW PIC 9(2) VALUE 0.
       01 WS-EXT-MAX-ROW PIC 9(2) VALUE 0.
       01 WS-EXT-MIN-COL PIC 9(2) VALUE 0.
       01 WS-EXT-MAX-COL PIC 9(2) VALUE 0.
       01 WS-EXT-ROWS PIC 9(2) VALUE 0.
       01 WS-EXT-COLS PIC 9(2) VALUE 0.
       01 WS-EXT-CELLS PIC 9(4) VALUE 0.
       01 WS-EXT-ROW PIC 9(2) VALUE 0.
       01 WS-EXT-COL PIC 9(2) VALUE 0.
       01 WS-EXT-DST-POS PIC 9(4) VALUE 0.
       01 WS-SEED-EDITED PIC Z(7)9.
       01 WS-LAST-SEED-EDITED PIC Z(7)9.
       01 WS-POPULATION-EDITED PIC ZZZ9.
       01 WS-INITIAL-EDITED PIC ZZZ9.
       01 WS-PEAK-EDITED PIC ZZZ9.
       01 WS-GENERATION-EDITED PIC Z(5)9.
       01 WS-PERIOD-EDITED PIC ZZ9.
       01 WS-RANK-EDITED PIC Z9.
       01 WS-COUNT-EDITED PIC ZZZ9.
       01 WS-DENSITY-EDITED PIC Z9.
       LINKAGE SECTION.
       01 PARM-DATA.
           05 PARM-LENGTH PIC S9(4) COMP.
           05 PARM-TEXT PIC X(80).
       PROCEDURE DIVISION USING PARM-DATA.
           IF PARM-LENGTH > 0 THEN
               PERFORM PARSE-PARM
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SOUP-CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00" THEN
               DISPLAY "soupsearch: cannot open SOUPCTL, status "
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CTL-STATUS NOT = "00"
                    OR WS-CARD-FOUND = 1
               READ SOUP-CONTROL-FILE
               IF WS-CTL-STATUS = "00"
                  AND SOUP-CONTROL-REC NOT = SPACES
                  AND SOUP-CONTROL-REC(1:1) NOT = "*" THEN
                   MOVE 1 TO WS-CARD-FOUND
               END-IF
           END-PERFORM.
           CLOSE SOUP-CONTROL-FILE.
           IF WS-CARD-FOUND = 0 THEN
               DISPLAY "soupsearch: no search card in SOUPCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PARSE-CONTROL-CARD.
           OPEN OUTPUT SOUP-RESULT-FILE.
           IF WS-RES-STATUS NOT = "00" THEN
               DISPLAY "soupsearch: cannot open SOUPRES, status "
                   WS-RES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SOUP-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "soupsearch: cannot open SOUPRPT, status "
                   WS-RPT-STATUS
               CLOSE SOUP-RESULT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-RULE-MASKS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM RUN-ONE-TRIAL
               VARYING WS-TRIAL-NUMBER FROM 1 BY 1
               UNTIL WS-TRIAL-NUMBER > WS-TRIAL-COUNT.
           CLOSE SOUP-RESULT-FILE.
           PERFORM WRITE-RANKING.
           PERFORM WRITE-REPORT-SUMMARY.
           IF WS-PROMOTE-COUNT > 0 THEN
               PERFORM PROMOTE-BEST-SEEDS
           END-IF.
           CLOSE SOUP-REPORT-FILE.
           IF WS-PROMOTE-FAILED = 1 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * PARM is "top,promote"; promote cannot exceed top.
       PARSE-PARM.
           MOVE SPACES TO WS-TOP-TEXT.
           MOVE SPACES TO WS-PROMOTE-TEXT.
           UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY "," OR " "
               INTO WS-TOP-TEXT WS-PROMOTE-TEXT.
           IF FUNCTION NUMVAL(WS-TOP-TEXT) > 0
              AND FUNCTION NUMVAL(WS-TOP-TEXT) <= 50 THEN
               COMPUTE WS-TOP-LIMIT = FUNCTION NUMVAL(WS-TOP-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-PROMOTE-TEXT) > 0
              AND FUNCTION NUMVAL(WS-PROMOTE-TEXT) <= 50 THEN
               COMPUTE WS-PROMOTE-COUNT =
                   FUNCTION NUMVAL(WS-PROMOTE-TEXT)
           END-IF.
           IF WS-PROMOTE-COUNT > WS-TOP-LIMIT THEN
               MOVE WS-TOP-LIMIT TO WS-PROMOTE-COUNT
           END-IF.
      * Out-of-range fields keep their defaults, as batchsweep does
      * with its spec cards. The trials are cut short rather than let
      * the seed run past eight digits.
       PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-ROWS-TEXT.
           MOVE SPACES TO WS-COLS-TEXT.
           MOVE SPACES TO WS-WRAP-TEXT.
           MOVE SPACES TO WS-RULE-NAME.
           MOVE SPACES TO WS-DENSITY-TEXT.
           MOVE SPACES TO WS-SEED-TEXT.
           MOVE SPACES TO WS-TRIALS-TEXT.
           MOVE SPACES TO WS-CAP-TEXT.
           UNSTRING SOUP-CONTROL-REC DELIMITED BY ","
               INTO WS-ROWS-TEXT WS-COLS-TEXT WS-WRAP-TEXT
               WS-RULE-NAME WS-DENSITY-TEXT WS-SEED-TEXT
               WS-TRIALS-TEXT WS-CAP-TEXT.
           MOVE FUNCTION TRIM(WS-RULE-NAME) TO WS-RULE-NAME.
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
           IF FUNCTION NUMVAL(WS-DENSITY-TEXT) > 0
              AND FUNCTION NUMVAL(WS-DENSITY-TEXT) <= 99 THEN
               COMPUTE WS-DENSITY = FUNCTION NUMVAL(WS-DENSITY-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-SEED-TEXT) > 0
              AND FUNCTION NUMVAL(WS-SEED-TEXT) <= 99999999 THEN
               COMPUTE WS-FIRST-SEED = FUNCTION NUMVAL(WS-SEED-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-TRIALS-TEXT) > 0
              AND FUNCTION NUMVAL(WS-TRIALS-TEXT) <= 9999 THEN
               COMPUTE WS-TRIAL-COUNT =
                   FUNCTION NUMVAL(WS-TRIALS-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-CAP-TEXT) > 0
              AND FUNCTION NUMVAL(WS-CAP-TEXT) <= 999999 THEN
               COMPUTE WS-GEN-CAP = FUNCTION NUMVAL(WS-CAP-TEXT)
           END-IF.
           COMPUTE WS-LAST-SEED = WS-FIRST-SEED + WS-TRIAL-COUNT - 1.
           IF WS-LAST-SEED > 99999999 THEN
               COMPUTE WS-TRIAL-COUNT = 99999999 - WS-FIRST-SEED + 1
               MOVE 99999999 TO WS-LAST-SEED
           END-IF.
       RUN-ONE-TRIAL.
           COMPUTE WS-SEED = WS-FIRST-SEED + WS-TRIAL-NUMBER - 1.
           PERFORM GENERATE-SOUP.
           MOVE ALL "0" TO NEW-AGES.
           PERFORM SYNC-AGES-TO-WORLD.
           MOVE "UNSETTLED" TO WS-CLASS.
           MOVE 0 TO WS-PERIOD.
           MOVE 0 TO WS-SETTLE-GEN.
           MOVE 0 TO WS-SETTLED-FLAG.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE 0 TO WS-GEN-COUNTER.
           PERFORM COUNT-POPULATION.
           MOVE WS-POPULATION TO WS-INITIAL-POP.
           MOVE WS-POPULATION TO WS-PEAK-POP.
           PERFORM CHECK-SOUP-SETTLED.
           PERFORM UNTIL WS-SETTLED-FLAG = 1
                    OR WS-GEN-COUNTER >= WS-GEN-CAP
               MOVE NEW-WORLD TO OLD-WORLD
               MOVE NEW-AGES TO OLD-AGES
               PERFORM VARYING ROW-COUNTER FROM 1 BY 1
                        UNTIL ROW-COUNTER > TOTAL-ROWS
                   PERFORM ITERATE-CELL
                       VARYING COLUMN-COUNTER FROM 1 BY 1
                       UNTIL COLUMN-COUNTER > TOTAL-COLUMNS
               END-PERFORM
               ADD 1 TO WS-GEN-COUNTER
               PERFORM COUNT-POPULATION
               IF WS-POPULATION > WS-PEAK-POP THEN
                   MOVE WS-POPULATION TO WS-PEAK-POP
               END-IF
               PERFORM CHECK-SOUP-SETTLED
           END-PERFORM.
           IF WS-SETTLED-FLAG = 0 THEN
               MOVE WS-GEN-COUNTER TO WS-SETTLE-GEN
           END-IF.
           PERFORM WRITE-RESULT-RECORD.
           PERFORM TALLY-CLASS.
           PERFORM RANK-TRIAL.
      * Three draws are thrown away first so that neighbouring seeds
      * do not start their boards alike.
       GENERATE-SOUP.
           MOVE ALL "0" TO NEW-WORLD.
           MOVE WS-SEED TO WS-RANDOM-STATE.
           PERFORM NEXT-RANDOM
               VARYING WS-WARM-UP FROM 1 BY 1 UNTIL WS-WARM-UP > 3.
           COMPUTE WS-POP-CELL-COUNT = TOTAL-ROWS * TOTAL-COLUMNS.
           PERFORM VARYING WS-POP-COUNTER FROM 1 BY 1
                    UNTIL WS-POP-COUNTER > WS-POP-CELL-COUNT
               PERFORM NEXT-RANDOM
               IF WS-RANDOM-PERCENT < WS-DENSITY THEN
                   MOVE "1" TO NEW-WORLD(WS-POP-COUNTER:1)
               END-IF
           END-PERFORM.
       NEXT-RANDOM.
           COMPUTE WS-RANDOM-STATE =
               FUNCTION MOD(WS-RANDOM-STATE * 16807, 2147483647).
           COMPUTE WS-RANDOM-PERCENT =
               (WS-RANDOM-STATE * 100) / 2147483647.
      * An empty board is extinct. Otherwise a board matching one
      * already seen fixes the class: the generation after it is the
      * same (period 1) is stable, a longer repeat is oscillating.
       CHECK-SOUP-SETTLED.
           IF WS-POPULATION = 0 THEN
               MOVE "EXTINCT" TO WS-CLASS
               MOVE WS-GEN-COUNTER TO WS-SETTLE-GEN
               MOVE 1 TO WS-SETTLED-FLAG
           ELSE
               PERFORM COMPUTE-BOARD-CHECKSUM
               MOVE 0 TO WS-HIST-MATCH-IDX
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                        UNTIL WS-HIST-IDX > WS-HISTORY-COUNT
                           OR WS-HIST-MATCH-IDX > 0
                   IF WS-HE-CHECKSUM(WS-HIST-IDX) = WS-CHECKSUM
                      AND WS-HE-POPULATION(WS-HIST-IDX)
                          = WS-POPULATION THEN
                       MOVE WS-HIST-IDX TO WS-HIST-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-HIST-MATCH-IDX > 0 THEN
                   MOVE WS-HE-GENERATION(WS-HIST-MATCH-IDX)
                       TO WS-SETTLE-GEN
                   COMPUTE WS-PERIOD = WS-GEN-COUNTER - WS-SETTLE-GEN
                   IF WS-PERIOD = 1 THEN
                       MOVE "STABLE" TO WS-CLASS
                   ELSE
                       MOVE "OSCILLATING" TO WS-CLASS
                   END-IF
                   MOVE 1 TO WS-SETTLED-FLAG
               ELSE
                   PERFORM PUSH-BOARD-HISTORY
               END-IF
           END-IF.
       COMPUTE-BOARD-CHECKSUM.
           MOVE 0 TO WS-CHECKSUM.
           COMPUTE WS-POP-CELL-COUNT = TOTAL-ROWS * TOTAL-COLUMNS.
           PERFORM VARYING WS-POP-COUNTER FROM 1 BY 1
                    UNTIL WS-POP-COUNTER > WS-POP-CELL-COUNT
               MOVE 0 TO WS-CHECKSUM-DIGIT
               IF NEW-WORLD(WS-POP-COUNTER:1) = "1" THEN
                   MOVE 1 TO WS-CHECKSUM-DIGIT
               END-IF
               COMPUTE WS-CHECKSUM =
                   FUNCTION MOD(WS-CHECKSUM * 31 + WS-CHECKSUM-DIGIT,
                                999999937)
           END-PERFORM.
      * Newest board first; the oldest drops off once the table is
      * full.
       PUSH-BOARD-HISTORY.
           IF WS-HISTORY-COUNT < WS-HISTORY-LENGTH THEN
               ADD 1 TO WS-HISTORY-COUNT
           END-IF.
           PERFORM VARYING WS-HIST-IDX FROM WS-HISTORY-COUNT
                    BY -1 UNTIL WS-HIST-IDX < 2
               MOVE WS-HISTORY-ENTRY(WS-HIST-IDX - 1)
                   TO WS-HISTORY-ENTRY(WS-HIST-IDX)
           END-PERFORM.
           MOVE WS-GEN-COUNTER TO WS-HE-GENERATION(1).
           MOVE WS-CHECKSUM TO WS-HE-CHECKSUM(1).
           MOVE WS-POPULATION TO WS-HE-POPULATION(1).
       WRITE-RESULT-RECORD.
           MOVE SPACES TO WS-SOUP-RESULT-RECORD.
           MOVE WS-SEED TO SRS-SEED.
           MOVE WS-TRIAL-NUMBER TO SRS-TRIAL.
           MOVE TOTAL-ROWS TO SRS-ROWS.
           MOVE TOTAL-COLUMNS TO SRS-COLS.
           MOVE WS-WRAP-FLAG TO SRS-WRAP.
           MOVE WS-RULE-NAME TO SRS-RULE.
           MOVE WS-DENSITY TO SRS-DENSITY.
           MOVE WS-INITIAL-POP TO SRS-INITIAL-POP.
           MOVE WS-SETTLE-GEN TO SRS-SETTLE-GEN.
           MOVE WS-POPULATION TO SRS-FINAL-POP.
           MOVE WS-PEAK-POP TO SRS-PEAK-POP.
           MOVE WS-PERIOD TO SRS-PERIOD.
           MOVE WS-CLASS TO SRS-CLASS.
           MOVE WS-GEN-CAP TO SRS-GEN-CAP.
           MOVE WS-CURRENT-DATE TO SRS-SEARCH-DATE.
           WRITE SOUP-RESULT-REC FROM WS-SOUP-RESULT-RECORD.
       TALLY-CLASS.
           EVALUATE WS-CLASS
               WHEN "EXTINCT"
                   ADD 1 TO WS-COUNT-EXTINCT
               WHEN "STABLE"
                   ADD 1 TO WS-COUNT-STABLE
               WHEN "OSCILLATING"
                   ADD 1 TO WS-COUNT-OSCILLATING
               WHEN OTHER
                   ADD 1 TO WS-COUNT-UNSETTLED
           END-EVALUATE.
       RANK-TRIAL.
           MOVE 0 TO WS-RANK-POS.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                    UNTIL WS-RANK-IDX > WS-RANK-COUNT
                       OR WS-RANK-POS > 0
               IF WS-SETTLE-GEN > WS-RK-SETTLE-GEN(WS-RANK-IDX) THEN
                   MOVE WS-RANK-IDX TO WS-RANK-POS
               END-IF
           END-PERFORM.
           IF WS-RANK-POS = 0 AND WS-RANK-COUNT < WS-TOP-LIMIT THEN
               COMPUTE WS-RANK-POS = WS-RANK-COUNT + 1
           END-IF.
           IF WS-RANK-POS > 0 THEN
               IF WS-RANK-COUNT < WS-TOP-LIMIT THEN
                   ADD 1 TO WS-RANK-COUNT
               END-IF
               PERFORM VARYING WS-RANK-IDX FROM WS-RANK-COUNT BY -1
                        UNTIL WS-RANK-IDX <= WS-RANK-POS
                   MOVE WS-RANK-ENTRY(WS-RANK-IDX - 1)
                       TO WS-RANK-ENTRY(WS-RANK-IDX)
               END-PERFORM
               MOVE WS-SEED TO WS-RK-SEED(WS-RANK-POS)
               MOVE WS-INITIAL-POP TO WS-RK-INITIAL-POP(WS-RANK-POS)
               MOVE WS-SETTLE-GEN TO WS-RK-SETTLE-GEN(WS-RANK-POS)
               MOVE WS-POPULATION TO WS-RK-FINAL-POP(WS-RANK-POS)
               MOVE WS-PEAK-POP TO WS-RK-PEAK-POP(WS-RANK-POS)
               MOVE WS-PERIOD TO WS-RK-PERIOD(WS-RANK-POS)
               MOVE WS-CLASS TO WS-RK-CLASS(WS-RANK-POS)
           END-IF.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO SOUP-REPORT-REC.
           STRING "LIFE RANDOM SOUP SEARCH " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE SPACES TO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE WS-DENSITY TO WS-DENSITY-EDITED.
           MOVE WS-FIRST-SEED TO WS-SEED-EDITED.
           MOVE WS-LAST-SEED TO WS-LAST-SEED-EDITED.
           MOVE WS-GEN-CAP TO WS-GENERATION-EDITED.
           MOVE SPACES TO SOUP-REPORT-REC.
           MOVE 1 TO POS.
           STRING "BOARD " DELIMITED BY SIZE
               TOTAL-ROWS DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               TOTAL-COLUMNS DELIMITED BY SIZE
               " WRAP " DELIMITED BY SIZE
               WS-WRAP-FLAG DELIMITED BY SIZE
               " RULE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RULE-NAME) DELIMITED BY SIZE
               " DENSITY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DENSITY-EDITED) DELIMITED BY SIZE
               "% SEEDS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEED-EDITED) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LAST-SEED-EDITED) DELIMITED BY SIZE
               " GENERATION CAP " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GENERATION-EDITED) DELIMITED BY SIZE
               INTO SOUP-REPORT-REC
               WITH POINTER POS.
           WRITE SOUP-REPORT-REC.
       WRITE-RANKING.
           MOVE SPACES TO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE "LONGEST-LIVED SEEDS" TO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE SPACES TO SOUP-REPORT-REC.
           STRING "RANK      SEED  INITIAL POP  SETTLED AT"
               DELIMITED BY SIZE
               "  FINAL POP  PEAK POP  CLASS        PERIOD"
               DELIMITED BY SIZE
               INTO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                    UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-IDX TO WS-RANK-EDITED
               MOVE WS-RK-SEED(WS-RANK-IDX) TO WS-SEED-EDITED
               MOVE WS-RK-INITIAL-POP(WS-RANK-IDX)
                   TO WS-INITIAL-EDITED
               MOVE WS-RK-SETTLE-GEN(WS-RANK-IDX)
                   TO WS-GENERATION-EDITED
               MOVE WS-RK-FINAL-POP(WS-RANK-IDX)
                   TO WS-POPULATION-EDITED
               MOVE WS-RK-PEAK-POP(WS-RANK-IDX) TO WS-PEAK-EDITED
               MOVE WS-RK-PERIOD(WS-RANK-IDX) TO WS-PERIOD-EDITED
               MOVE SPACES TO SOUP-REPORT-REC
               STRING "  " DELIMITED BY SIZE
                   WS-RANK-EDITED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SEED-EDITED DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   WS-INITIAL-EDITED DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-GENERATION-EDITED DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-POPULATION-EDITED DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-PEAK-EDITED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RK-CLASS(WS-RANK-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PERIOD-EDITED DELIMITED BY SIZE
                   INTO SOUP-REPORT-REC
               WRITE SOUP-REPORT-REC
           END-PERFORM.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE "TRIALS BY CLASS" TO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE WS-COUNT-EXTINCT TO WS-COUNT-EDITED.
           MOVE SPACES TO SOUP-REPORT-REC.
           STRING "  EXTINCT      " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE WS-COUNT-STABLE TO WS-COUNT-EDITED.
           MOVE SPACES TO SOUP-REPORT-REC.
           STRING "  STABLE       " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE WS-COUNT-OSCILLATING TO WS-COUNT-EDITED.
           MOVE SPACES TO SOUP-REPORT-REC.
           STRING "  OSCILLATING  " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE WS-COUNT-UNSETTLED TO WS-COUNT-EDITED.
           MOVE SPACES TO SOUP-REPORT-REC.
           STRING "  UNSETTLED    " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE WS-TRIAL-COUNT TO WS-COUNT-EDITED.
           MOVE SPACES TO SOUP-REPORT-REC.
           STRING "  TOTAL        " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
      * The library is created if it does not exist yet, as worker
      * does when a board is first saved. Library patterns run under
      * B3/S23, so nothing is promoted from a search under another
      * rule.
       PROMOTE-BEST-SEEDS.
           MOVE SPACES TO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE "SEEDS PROMOTED TO THE PATTERN LIBRARY"
               TO SOUP-REPORT-REC.
           WRITE SOUP-REPORT-REC.
           MOVE 0 TO WS-PATLIB-OPEN.
           IF WS-RULE-BIRTH NOT = "000100000"
              OR WS-RULE-SURVIVE NOT = "001100000" THEN
               DISPLAY "soupsearch: seeds found under "
                   FUNCTION TRIM(WS-RULE-NAME)
                   " are not promoted, library patterns run B3/S23"
               MOVE SPACES TO SOUP-REPORT-REC
               STRING "  FOUND UNDER " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RULE-NAME) DELIMITED BY SIZE
                   " - NONE PROMOTED, LIBRARY PATTERNS RUN UNDER B3/S23"
                       DELIMITED BY SIZE
                   INTO SOUP-REPORT-REC
               WRITE SOUP-REPORT-REC
               MOVE 1 TO WS-PROMOTE-FAILED
           ELSE
               PERFORM OPEN-PATTERN-LIBRARY
           END-IF.
           IF WS-PATLIB-OPEN = 1 THEN
               PERFORM PROMOTE-ONE-SEED
                   VARYING WS-PROMOTE-IDX FROM 1 BY 1
                   UNTIL WS-PROMOTE-IDX > WS-PROMOTE-COUNT
                      OR WS-PROMOTE-IDX > WS-RANK-COUNT
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.
       OPEN-PATTERN-LIBRARY.
           OPEN I-O PATTERN-LIBRARY-FILE.
           IF WS-PAT-STATUS = "35" THEN
               OPEN OUTPUT PATTERN-LIBRARY-FILE
               IF WS-PAT-STATUS = "00" THEN
                   CLOSE PATTERN-LIBRARY-FILE
                   OPEN I-O PATTERN-LIBRARY-FILE
               END-IF
           END-IF.
           IF WS-PAT-STATUS = "00" THEN
               MOVE 1 TO WS-PATLIB-OPEN
           ELSE
               DISPLAY "soupsearch: cannot open patterns.dat, status "
                   WS-PAT-STATUS
               MOVE "  PATTERN LIBRARY CANNOT BE OPENED - NONE PROMOTED"
                   TO SOUP-REPORT-REC
               WRITE SOUP-REPORT-REC
               MOVE 1 TO WS-PROMOTE-FAILED
           END-IF.
      * The seed's starting board is rebuilt and trimmed to its live
      * cells. An existing entry of the same name is never replaced.
       PROMOTE-ONE-SEED.
           MOVE SPACES TO WS-PROMOTE-NOTE.
           MOVE WS-RK-SEED(WS-PROMOTE-IDX) TO WS-SEED.
           PERFORM BUILD-SOUP-NAME.
           PERFORM GENERATE-SOUP.
           PERFORM FIND-SOUP-EXTENT.
           IF WS-EXT-MAX-ROW = 0 THEN
               MOVE "EMPTY BOARD - NOT PROMOTED" TO WS-PROMOTE-NOTE
           ELSE
               IF WS-EXT-CELLS > 900 THEN
                   MOVE "TOO LARGE FOR THE LIBRARY" TO WS-PROMOTE-NOTE
               END-IF
           END-IF.
           IF WS-PROMOTE-NOTE = SPACES THEN
               MOVE WS-PATTERN-NAME TO PLR-NAME
               READ PATTERN-LIBRARY-FILE
               IF WS-PAT-STATUS = "00" THEN
                   MOVE "ALREADY IN THE LIBRARY" TO WS-PROMOTE-NOTE
               END-IF
           END-IF.
           IF WS-PROMOTE-NOTE = SPACES THEN
               PERFORM COUNT-PATTERN-LIBRARY
               IF WS-PATLIB-COUNT >= WS-PATLIB-MAX THEN
                   MOVE "LIBRARY FULL - NOT PROMOTED"
                       TO WS-PROMOTE-NOTE
               END-IF
           END-IF.
           IF WS-PROMOTE-NOTE = SPACES THEN
               PERFORM STORE-SOUP-PATTERN
           ELSE
               MOVE 1 TO WS-PROMOTE-FAILED
           END-IF.
           PERFORM WRITE-PROMOTION-LINE.
       BUILD-SOUP-NAME.
           MOVE WS-SEED TO WS-SEED-DIGITS.
           MOVE SPACES TO WS-PATTERN-NAME.
           MOVE "soup" TO WS-PATTERN-NAME(1:4).
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                    UNTIL WS-DIGIT-IDX > 8
               MOVE WS-SEED-DIGITS(WS-DIGIT-IDX:1) TO WS-DIGIT-VALUE
               MOVE WS-DIGIT-LETTERS(WS-DIGIT-VALUE + 1:1)
                   TO WS-PATTERN-NAME(WS-DIGIT-IDX + 4:1)
           END-PERFORM.
       FIND-SOUP-EXTENT.
           MOVE 0 TO WS-EXT-MIN-ROW.
           MOVE 0 TO WS-EXT-MAX-ROW.
           MOVE 0 TO WS-EXT-MIN-COL.
           MOVE 0 TO WS-EXT-MAX-COL.
           MOVE 0 TO WS-EXT-CELLS.
           PERFORM VARYING WS-EXT-ROW FROM 1 BY 1
                    UNTIL WS-EXT-ROW > TOTAL-ROWS
               PERFORM VARYING WS-EXT-COL FROM 1 BY 1
                        UNTIL WS-EXT-COL > TOTAL-COLUMNS
                   COMPUTE POS = (WS-EXT-ROW - 1) * TOTAL-COLUMNS
                       + WS-EXT-COL
                   IF NEW-WORLD(POS:1) = "1" THEN
                       IF WS-EXT-MIN-ROW = 0 THEN
                           MOVE WS-EXT-ROW TO WS-EXT-MIN-ROW
                       END-IF
                       MOVE WS-EXT-ROW TO WS-EXT-MAX-ROW
                       IF WS-EXT-MIN-COL = 0
                          OR WS-EXT-COL < WS-EXT-MIN-COL THEN
                           MOVE WS-EXT-COL TO WS-EXT-MIN-COL
                       END-IF
                       IF WS-EXT-COL > WS-EXT-MAX-COL THEN
                           MOVE WS-EXT-COL TO WS-EXT-MAX-COL
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-EXT-MAX-ROW > 0 THEN
               COMPUTE WS-EXT-ROWS =
                   WS-EXT-MAX-ROW - WS-EXT-MIN-ROW + 1
               COMPUTE WS-EXT-COLS =
                   WS-EXT-MAX-COL - WS-EXT-MIN-COL + 1
               COMPUTE WS-EXT-CELLS = WS-EXT-ROWS * WS-EXT-COLS
           END-IF.
       STORE-SOUP-PATTERN.
           MOVE SPACES TO WS-PATTERN-FILE-REC.
           MOVE WS-PATTERN-NAME TO PFR-NAME.
           MOVE WS-EXT-ROWS TO PFR-ROWS.
           MOVE WS-EXT-COLS TO PFR-COLS.
           MOVE ALL "0" TO PFR-DATA(1:WS-EXT-CELLS).
           PERFORM VARYING WS-EXT-ROW FROM WS-EXT-MIN-ROW BY 1
                    UNTIL WS-EXT-ROW > WS-EXT-MAX-ROW
               PERFORM VARYING WS-EXT-COL FROM WS-EXT-MIN-COL BY 1
                        UNTIL WS-EXT-COL > WS-EXT-MAX-COL
                   COMPUTE POS = (WS-EXT-ROW - 1) * TOTAL-COLUMNS
                       + WS-EXT-COL
                   COMPUTE WS-EXT-DST-POS =
                       (WS-EXT-ROW - WS-EXT-MIN-ROW) * WS-EXT-COLS
                       + WS-EXT-COL - WS-EXT-MIN-COL + 1
                   MOVE NEW-WORLD(POS:1)
                       TO PFR-DATA(WS-EXT-DST-POS:1)
               END-PERFORM
           END-PERFORM.
           MOVE WS-PATTERN-FILE-REC TO PATTERN-LIBRARY-REC.
           WRITE PATTERN-LIBRARY-REC.
           IF WS-PAT-STATUS = "00" THEN
               MOVE "PROMOTED" TO WS-PROMOTE-NOTE
               MOVE WS-PATTERN-NAME TO WS-CENSUS-NAME
               PERFORM MARK-CENSUS-PENDING
           ELSE
               MOVE SPACES TO WS-PROMOTE-NOTE
               STRING "NOT WRITTEN, STATUS " DELIMITED BY SIZE
                   WS-PAT-STATUS DELIMITED BY SIZE
                   INTO WS-PROMOTE-NOTE
               MOVE 1 TO WS-PROMOTE-FAILED
           END-IF.
       COUNT-PATTERN-LIBRARY.
           MOVE 0 TO WS-PATLIB-COUNT.
           MOVE LOW-VALUES TO PLR-NAME.
           START PATTERN-LIBRARY-FILE KEY NOT < PLR-NAME.
           IF WS-PAT-STATUS = "00" THEN
               PERFORM UNTIL WS-PAT-STATUS NOT = "00"
                   READ PATTERN-LIBRARY-FILE NEXT
                   IF WS-PAT-STATUS = "00" THEN
                       ADD 1 TO WS-PATLIB-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO WS-PAT-STATUS.
      * A new library pattern gets a pending census entry so the
      * nightly census computes its class. The census is advisory: a
      * failure here leaves the promoted pattern in place.
       MARK-CENSUS-PENDING.
           OPEN I-O CENSUS-FILE.
           IF WS-CNS-STATUS = "35" THEN
               OPEN OUTPUT CENSUS-FILE
               IF WS-CNS-STATUS = "00" THEN
                   CLOSE CENSUS-FILE
                   OPEN I-O CENSUS-FILE
               END-IF
           END-IF.
           IF WS-CNS-STATUS = "00" THEN
               MOVE WS-CENSUS-NAME TO CNF-NAME
               READ CENSUS-FILE
               IF WS-CNS-STATUS = "00" THEN
                   MOVE CENSUS-REC TO WS-CENSUS-RECORD
                   MOVE "Y" TO CNR-STALE-FLAG
                   MOVE WS-CENSUS-RECORD TO CENSUS-REC
                   REWRITE CENSUS-REC
               ELSE
                   MOVE SPACES TO WS-CENSUS-RECORD
                   MOVE WS-CENSUS-NAME TO CNR-NAME
                   MOVE "LIBRARY" TO CNR-SOURCE
                   MOVE "PENDING" TO CNR-CLASS
                   MOVE 0 TO CNR-PERIOD
                   MOVE 0 TO CNR-SHIFT-ROWS
                   MOVE 0 TO CNR-SHIFT-COLS
                   MOVE 0 TO CNR-PEAK-POP
                   MOVE 0 TO CNR-SETTLE-GEN
                   MOVE 0 TO CNR-GEN-CAP
                   MOVE "Y" TO CNR-STALE-FLAG
                   MOVE 0 TO CNR-CENSUS-DATE
                   MOVE WS-CENSUS-RECORD TO CENSUS-REC
                   WRITE CENSUS-REC
               END-IF
               CLOSE CENSUS-FILE
           END-IF.
       WRITE-PROMOTION-LINE.
           MOVE WS-SEED TO WS-SEED-EDITED.
           MOVE SPACES TO SOUP-REPORT-REC.
           MOVE 1 TO POS.
           STRING "  SEED " DELIMITED BY SIZE
               WS-SEED-EDITED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PATTERN-NAME DELIMITED BY SIZE
               INTO SOUP-REPORT-REC
               WITH POINTER POS.
           IF WS-EXT-MAX-ROW > 0 THEN
               STRING " " DELIMITED BY SIZE
                   WS-EXT-ROWS DELIMITED BY SIZE
                   "x" DELIMITED BY SIZE
                   WS-EXT-COLS DELIMITED BY SIZE
                   INTO SOUP-REPORT-REC
                   WITH POINTER POS
           END-IF.
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROMOTE-NOTE) DELIMITED BY SIZE
               INTO SOUP-REPORT-REC
               WITH POINTER POS.
           WRITE SOUP-REPORT-REC.
      * Soups never name a pattern, but the shared rules copybook
      * still needs the library fallback for SELECT-PATTERN.
       LOAD-SAVED-PATTERN.
           MOVE 0 TO WS-PATTERN-ROWS.
       COPY "liferules.cpy".
