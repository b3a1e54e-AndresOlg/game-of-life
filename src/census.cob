       IDENTIFICATION DIVISION.
       PROGRAM-ID. census.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-FILE ASSIGN TO "census.dat"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS CNF-NAME
               FILE STATUS IS WS-CNS-STATUS.
           SELECT PATTERN-LIBRARY-FILE ASSIGN TO "patterns.dat"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PLR-NAME
               FILE STATUS IS WS-PAT-STATUS.
           SELECT CENSUS-REPORT-FILE ASSIGN TO "CENSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CENSUS-FILE.
       01 CENSUS-REC.
           05 CNF-NAME PIC X(12).
           05 CNF-BODY PIC X(68).
       FD PATTERN-LIBRARY-FILE.
       01 PATTERN-LIBRARY-REC.
           05 PLR-NAME PIC X(12).
           05 PLR-BODY PIC X(904).
       FD CENSUS-REPORT-FILE.
       01 CENSUS-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CNS-STATUS PIC XX.
       01 WS-PAT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-CAP-TEXT PIC X(10).
       01 WS-MODE-TEXT PIC X(10).
       01 WS-GEN-CAP PIC 9(6) VALUE 500.
       01 WS-FULL-CENSUS PIC 9 VALUE 0.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-LIBRARY-OPEN PIC 9 VALUE 0.
       01 WS-BUILTIN-FLAG PIC 9 VALUE 0.
       01 WS-PATTERN-SOURCE PIC X(8).
       01 WS-ENTRY-FOUND PIC 9 VALUE 0.
       01 WS-ENTRY-CURRENT PIC 9 VALUE 0.
       01 WS-GEN-COUNTER PIC 9(6) VALUE 0.
       01 WS-MAX-ROWS PIC 9(2) VALUE 60.
       01 WS-MAX-COLUMNS PIC 9(2) VALUE 60.
       01 TOTAL-ROWS PIC 9(2) VALUE 60.
       01 TOTAL-COLUMNS PIC 9(2) VALUE 60.
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
      * Shape of the live cells for one generation: the bounding box
      * and a checksum of the cells inside it, so a pattern that has
      * only moved compares equal to its earlier self.
       01 WS-SHAPE-MIN-ROW PIC 9(2) VALUE 0.
       01 WS-SHAPE-MAX-ROW PIC 9(2) VALUE 0.
       01 WS-SHAPE-MIN-COL PIC 9(2) VALUE 0.
       01 WS-SHAPE-MAX-COL PIC 9(2) VALUE 0.
       01 WS-SHAPE-HEIGHT PIC 9(2) VALUE 0.
       01 WS-SHAPE-WIDTH PIC 9(2) VALUE 0.
       01 WS-SHAPE-ROW PIC 9(2) VALUE 0.
       01 WS-SHAPE-COL PIC 9(2) VALUE 0.
       01 WS-SHAPE-HASH PIC 9(10) VALUE 0.
       01 WS-CHECKSUM-DIGIT PIC 9 VALUE 0.
       01 WS-SHAPE-HISTORY-LENGTH PIC 9(3) VALUE 100.
       01 WS-SHAPE-HISTORY-COUNT PIC 9(3) VALUE 0.
       01 WS-SHAPE-HISTORY-TABLE.
           05 WS-SHAPE-ENTRY OCCURS 100 TIMES.
               10 WS-SH-GENERATION PIC 9(6).
               10 WS-SH-HASH PIC 9(10).
               10 WS-SH-POPULATION PIC 9(4).
               10 WS-SH-MIN-ROW PIC 9(2).
               10 WS-SH-MIN-COL PIC 9(2).
               10 WS-SH-HEIGHT PIC 9(2).
               10 WS-SH-WIDTH PIC 9(2).
       01 WS-SHAPE-IDX PIC 9(3) VALUE 0.
       01 WS-SHAPE-MATCH-IDX PIC 9(3) VALUE 0.
       01 WS-SETTLED-FLAG PIC 9 VALUE 0.
       01 WS-CLASS PIC X(10).
       01 WS-PERIOD PIC 9(4) VALUE 0.
       01 WS-SHIFT-ROWS PIC S9(3) VALUE 0.
       01 WS-SHIFT-COLS PIC S9(3) VALUE 0.
       01 WS-PEAK-POP PIC 9(4) VALUE 0.
       01 WS-SETTLE-GEN PIC 9(6) VALUE 0.
       01 WS-NOTE-TEXT PIC X(12).
       01 WS-COUNT-STILL PIC 9(4) VALUE 0.
       01 WS-COUNT-OSCILLATOR PIC 9(4) VALUE 0.
       01 WS-COUNT-SPACESHIP PIC 9(4) VALUE 0.
       01 WS-COUNT-DIESOUT PIC 9(4) VALUE 0.
       01 WS-COUNT-UNSETTLED PIC 9(4) VALUE 0.
       01 WS-COUNT-COMPUTED PIC 9(4) VALUE 0.
       01 WS-COUNT-UNCHANGED PIC 9(4) VALUE 0.
       01 WS-COUNT-REMOVED PIC 9(4) VALUE 0.
       01 WS-PERIOD-EDITED PIC ZZZ9.
       01 WS-SHIFT-ROWS-EDITED PIC -ZZ9.
       01 WS-SHIFT-COLS-EDITED PIC -ZZ9.
       01 WS-POPULATION-EDITED PIC ZZZ9.
       01 WS-GENERATION-EDITED PIC Z(5)9.
       01 WS-COUNT-EDITED PIC ZZZ9.
       LINKAGE SECTION.
       01 PARM-DATA.
           05 PARM-LENGTH PIC S9(4) COMP.
           05 PARM-TEXT PIC X(80).
       PROCEDURE DIVISION USING PARM-DATA.
           IF PARM-LENGTH > 0 THEN
               PERFORM PARSE-PARM
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-CENSUS-FILE.
           IF WS-CNS-STATUS NOT = "00" THEN
               DISPLAY "census: cannot open census.dat, status "
                   WS-CNS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CENSUS-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "census: cannot open CENSRPT, status "
                   WS-RPT-STATUS
               CLOSE CENSUS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A missing library only means there are no saved patterns yet.
           OPEN INPUT PATTERN-LIBRARY-FILE.
           IF WS-PAT-STATUS = "00" THEN
               MOVE 1 TO WS-LIBRARY-OPEN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM CENSUS-BUILTIN-PATTERNS.
           IF WS-LIBRARY-OPEN = 1 THEN
               PERFORM CENSUS-LIBRARY-PATTERNS
           END-IF.
           PERFORM REMOVE-ORPHAN-ENTRIES.
           PERFORM WRITE-REPORT-SUMMARY.
           IF WS-LIBRARY-OPEN = 1 THEN
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.
           CLOSE CENSUS-FILE.
           CLOSE CENSUS-REPORT-FILE.
           STOP RUN.
      * PARM is "cap,mode": the generation cap (default 500) and ALL
      * to recompute every entry rather than only stale or new ones.
       PARSE-PARM.
           MOVE SPACES TO WS-CAP-TEXT.
           MOVE SPACES TO WS-MODE-TEXT.
           UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY "," OR " "
               INTO WS-CAP-TEXT WS-MODE-TEXT.
           IF FUNCTION NUMVAL(WS-CAP-TEXT) > 0
              AND FUNCTION NUMVAL(WS-CAP-TEXT) <= 999999 THEN
               COMPUTE WS-GEN-CAP = FUNCTION NUMVAL(WS-CAP-TEXT)
           END-IF.
           IF WS-MODE-TEXT = "ALL" OR WS-MODE-TEXT = "all" THEN
               MOVE 1 TO WS-FULL-CENSUS
           END-IF.
      * Create the file only when the open says it does not exist.
       OPEN-CENSUS-FILE.
           OPEN I-O CENSUS-FILE.
           IF WS-CNS-STATUS = "35" THEN
               OPEN OUTPUT CENSUS-FILE
               IF WS-CNS-STATUS = "00" THEN
                   CLOSE CENSUS-FILE
                   OPEN I-O CENSUS-FILE
               END-IF
           END-IF.
       CENSUS-BUILTIN-PATTERNS.
           MOVE "BUILTIN" TO WS-PATTERN-SOURCE.
           MOVE "classic" TO WS-PATTERN-NAME.
           PERFORM CENSUS-BUILTIN-PATTERN.
           MOVE "blinker" TO WS-PATTERN-NAME.
           PERFORM CENSUS-BUILTIN-PATTERN.
           MOVE "toad" TO WS-PATTERN-NAME.
           PERFORM CENSUS-BUILTIN-PATTERN.
           MOVE "glider" TO WS-PATTERN-NAME.
           PERFORM CENSUS-BUILTIN-PATTERN.
           MOVE "pulsar" TO WS-PATTERN-NAME.
           PERFORM CENSUS-BUILTIN-PATTERN.
           MOVE "gospergun" TO WS-PATTERN-NAME.
           PERFORM CENSUS-BUILTIN-PATTERN.
       CENSUS-BUILTIN-PATTERN.
           PERFORM SELECT-PATTERN.
           PERFORM CENSUS-ONE-PATTERN.
      * A library entry named like a built-in can never be started
      * (SELECT-PATTERN always takes the built-in), so it is skipped.
       CENSUS-LIBRARY-PATTERNS.
           MOVE "LIBRARY" TO WS-PATTERN-SOURCE.
           PERFORM UNTIL WS-PAT-STATUS NOT = "00"
               READ PATTERN-LIBRARY-FILE NEXT
                   INTO WS-PATTERN-FILE-REC
               IF WS-PAT-STATUS = "00"
                  AND PFR-NAME NOT = SPACES THEN
                   MOVE PFR-NAME TO WS-PATTERN-NAME
                   PERFORM CHECK-BUILTIN-NAME
                   IF WS-BUILTIN-FLAG = 0 THEN
                       MOVE PFR-ROWS TO WS-PATTERN-ROWS
                       MOVE PFR-COLS TO WS-PATTERN-COLS
                       MOVE PFR-DATA TO WS-PATTERN-DATA
                       PERFORM CENSUS-ONE-PATTERN
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-BUILTIN-NAME.
           MOVE 0 TO WS-BUILTIN-FLAG.
           EVALUATE WS-PATTERN-NAME
               WHEN "classic"
               WHEN "blinker"
               WHEN "toad"
               WHEN "glider"
               WHEN "pulsar"
               WHEN "gospergun"
                   MOVE 1 TO WS-BUILTIN-FLAG
           END-EVALUATE.
      * An entry is carried forward unchanged when it is present, not
      * stale, was computed to the same cap and a full census was not
      * asked for.
       CENSUS-ONE-PATTERN.
           MOVE 0 TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-ENTRY-CURRENT.
           MOVE WS-PATTERN-NAME TO CNF-NAME.
           READ CENSUS-FILE.
           IF WS-CNS-STATUS = "00" THEN
               MOVE 1 TO WS-ENTRY-FOUND
               MOVE CENSUS-REC TO WS-CENSUS-RECORD
               IF CNR-STALE-FLAG NOT = "Y"
                  AND CNR-CLASS NOT = "PENDING"
                  AND CNR-GEN-CAP = WS-GEN-CAP
                  AND WS-FULL-CENSUS = 0 THEN
                   MOVE 1 TO WS-ENTRY-CURRENT
               END-IF
           END-IF.
           IF WS-ENTRY-CURRENT = 1 THEN
               ADD 1 TO WS-COUNT-UNCHANGED
               MOVE "UNCHANGED" TO WS-NOTE-TEXT
           ELSE
               PERFORM CLASSIFY-PATTERN
               PERFORM STORE-CENSUS-ENTRY
               ADD 1 TO WS-COUNT-COMPUTED
               MOVE "COMPUTED" TO WS-NOTE-TEXT
           END-IF.
           PERFORM TALLY-CLASS.
           PERFORM WRITE-PATTERN-LINE.
       STORE-CENSUS-ENTRY.
           MOVE SPACES TO WS-CENSUS-RECORD.
           MOVE WS-PATTERN-NAME TO CNR-NAME.
           MOVE WS-PATTERN-SOURCE TO CNR-SOURCE.
           MOVE WS-CLASS TO CNR-CLASS.
           MOVE WS-PERIOD TO CNR-PERIOD.
           MOVE WS-SHIFT-ROWS TO CNR-SHIFT-ROWS.
           MOVE WS-SHIFT-COLS TO CNR-SHIFT-COLS.
           MOVE WS-PEAK-POP TO CNR-PEAK-POP.
           MOVE WS-SETTLE-GEN TO CNR-SETTLE-GEN.
           MOVE WS-GEN-CAP TO CNR-GEN-CAP.
           MOVE WS-RULE-NAME TO CNR-RULE.
           MOVE "N" TO CNR-STALE-FLAG.
           MOVE WS-CURRENT-DATE TO CNR-CENSUS-DATE.
           MOVE WS-CENSUS-RECORD TO CENSUS-REC.
           IF WS-ENTRY-FOUND = 1 THEN
               REWRITE CENSUS-REC
           ELSE
               WRITE CENSUS-REC
           END-IF.
           IF WS-CNS-STATUS NOT = "00" THEN
               DISPLAY "census: cannot store entry for "
                   FUNCTION TRIM(WS-PATTERN-NAME) ", status "
                   WS-CNS-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
      * Run the pattern, centred on an open (unwrapped) board under
      * the default rule, comparing each generation's shape with the
      * shapes already seen. The first repeat fixes the class: same
      * place is a still life (period 1) or an oscillator, moved is
      * a spaceship. Periods longer than the shape history are
      * reported as unsettled, as is anything that grows out to the
      * board edge, since the edge then shapes what happens next.
       CLASSIFY-PATTERN.
           MOVE SPACES TO WS-RULE-NAME.
           PERFORM SET-RULE-MASKS.
           MOVE "UNSETTLED" TO WS-CLASS.
           MOVE 0 TO WS-PERIOD.
           MOVE 0 TO WS-SHIFT-ROWS.
           MOVE 0 TO WS-SHIFT-COLS.
           MOVE 0 TO WS-SETTLE-GEN.
           MOVE 0 TO WS-SETTLED-FLAG.
           MOVE 0 TO WS-SHAPE-HISTORY-COUNT.
           MOVE ALL "0" TO NEW-WORLD.
           IF WS-PATTERN-ROWS > 0 THEN
               PERFORM PLACE-PATTERN
           END-IF.
           MOVE ALL "0" TO NEW-AGES.
           PERFORM SYNC-AGES-TO-WORLD.
           MOVE 0 TO WS-GEN-COUNTER.
           PERFORM COUNT-POPULATION.
           MOVE WS-POPULATION TO WS-PEAK-POP.
           PERFORM CHECK-SETTLED.
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
               PERFORM CHECK-SETTLED
           END-PERFORM.
           IF WS-SETTLED-FLAG = 0 THEN
               MOVE WS-GEN-COUNTER TO WS-SETTLE-GEN
           END-IF.
       CHECK-SETTLED.
           IF WS-POPULATION = 0 THEN
               MOVE "DIESOUT" TO WS-CLASS
               MOVE WS-GEN-COUNTER TO WS-SETTLE-GEN
               MOVE 1 TO WS-SETTLED-FLAG
           ELSE
               PERFORM COMPUTE-SHAPE
               PERFORM FIND-SHAPE-MATCH
               IF WS-SHAPE-MATCH-IDX > 0 THEN
                   PERFORM SET-CYCLE-CLASS
                   MOVE 1 TO WS-SETTLED-FLAG
               ELSE
                   IF WS-SHAPE-MIN-ROW = 1
                      OR WS-SHAPE-MAX-ROW = TOTAL-ROWS
                      OR WS-SHAPE-MIN-COL = 1
                      OR WS-SHAPE-MAX-COL = TOTAL-COLUMNS THEN
                       MOVE WS-GEN-COUNTER TO WS-SETTLE-GEN
                       MOVE 1 TO WS-SETTLED-FLAG
                   ELSE
                       PERFORM PUSH-SHAPE-HISTORY
                   END-IF
               END-IF
           END-IF.
       COMPUTE-SHAPE.
           MOVE 0 TO WS-SHAPE-MIN-ROW.
           MOVE 0 TO WS-SHAPE-MAX-ROW.
           MOVE 0 TO WS-SHAPE-MIN-COL.
           MOVE 0 TO WS-SHAPE-MAX-COL.
           PERFORM VARYING WS-SHAPE-ROW FROM 1 BY 1
                    UNTIL WS-SHAPE-ROW > TOTAL-ROWS
               PERFORM VARYING WS-SHAPE-COL FROM 1 BY 1
                        UNTIL WS-SHAPE-COL > TOTAL-COLUMNS
                   COMPUTE POS = (WS-SHAPE-ROW - 1) * TOTAL-COLUMNS
                       + WS-SHAPE-COL
                   IF NEW-WORLD(POS:1) = "1" THEN
                       IF WS-SHAPE-MIN-ROW = 0 THEN
                           MOVE WS-SHAPE-ROW TO WS-SHAPE-MIN-ROW
                       END-IF
                       MOVE WS-SHAPE-ROW TO WS-SHAPE-MAX-ROW
                       IF WS-SHAPE-MIN-COL = 0
                          OR WS-SHAPE-COL < WS-SHAPE-MIN-COL THEN
                           MOVE WS-SHAPE-COL TO WS-SHAPE-MIN-COL
                       END-IF
                       IF WS-SHAPE-COL > WS-SHAPE-MAX-COL THEN
                           MOVE WS-SHAPE-COL TO WS-SHAPE-MAX-COL
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-SHAPE-HEIGHT =
               WS-SHAPE-MAX-ROW - WS-SHAPE-MIN-ROW + 1.
           COMPUTE WS-SHAPE-WIDTH =
               WS-SHAPE-MAX-COL - WS-SHAPE-MIN-COL + 1.
           MOVE 0 TO WS-SHAPE-HASH.
           PERFORM VARYING WS-SHAPE-ROW FROM WS-SHAPE-MIN-ROW BY 1
                    UNTIL WS-SHAPE-ROW > WS-SHAPE-MAX-ROW
               PERFORM VARYING WS-SHAPE-COL FROM WS-SHAPE-MIN-COL BY 1
                        UNTIL WS-SHAPE-COL > WS-SHAPE-MAX-COL
                   COMPUTE POS = (WS-SHAPE-ROW - 1) * TOTAL-COLUMNS
                       + WS-SHAPE-COL
                   MOVE 0 TO WS-CHECKSUM-DIGIT
                   IF NEW-WORLD(POS:1) = "1" THEN
                       MOVE 1 TO WS-CHECKSUM-DIGIT
                   END-IF
                   COMPUTE WS-SHAPE-HASH =
                       FUNCTION MOD(WS-SHAPE-HASH * 31
                                    + WS-CHECKSUM-DIGIT, 999999937)
               END-PERFORM
           END-PERFORM.
       FIND-SHAPE-MATCH.
           MOVE 0 TO WS-SHAPE-MATCH-IDX.
           PERFORM VARYING WS-SHAPE-IDX FROM 1 BY 1
                    UNTIL WS-SHAPE-IDX > WS-SHAPE-HISTORY-COUNT
                       OR WS-SHAPE-MATCH-IDX > 0
               IF WS-SH-HASH(WS-SHAPE-IDX) = WS-SHAPE-HASH
                  AND WS-SH-POPULATION(WS-SHAPE-IDX) = WS-POPULATION
                  AND WS-SH-HEIGHT(WS-SHAPE-IDX) = WS-SHAPE-HEIGHT
                  AND WS-SH-WIDTH(WS-SHAPE-IDX) = WS-SHAPE-WIDTH THEN
                   MOVE WS-SHAPE-IDX TO WS-SHAPE-MATCH-IDX
               END-IF
           END-PERFORM.
       SET-CYCLE-CLASS.
           MOVE WS-SH-GENERATION(WS-SHAPE-MATCH-IDX) TO WS-SETTLE-GEN.
           COMPUTE WS-PERIOD = WS-GEN-COUNTER - WS-SETTLE-GEN.
           COMPUTE WS-SHIFT-ROWS =
               WS-SHAPE-MIN-ROW - WS-SH-MIN-ROW(WS-SHAPE-MATCH-IDX).
           COMPUTE WS-SHIFT-COLS =
               WS-SHAPE-MIN-COL - WS-SH-MIN-COL(WS-SHAPE-MATCH-IDX).
           IF WS-SHIFT-ROWS NOT = 0 OR WS-SHIFT-COLS NOT = 0 THEN
               MOVE "SPACESHIP" TO WS-CLASS
           ELSE
               IF WS-PERIOD = 1 THEN
                   MOVE "STILL" TO WS-CLASS
               ELSE
                   MOVE "OSCILLATOR" TO WS-CLASS
               END-IF
           END-IF.
      * Newest shape first; the oldest drops off once the table is
      * full.
       PUSH-SHAPE-HISTORY.
           IF WS-SHAPE-HISTORY-COUNT < WS-SHAPE-HISTORY-LENGTH THEN
               ADD 1 TO WS-SHAPE-HISTORY-COUNT
           END-IF.
           PERFORM VARYING WS-SHAPE-IDX FROM WS-SHAPE-HISTORY-COUNT
                    BY -1 UNTIL WS-SHAPE-IDX < 2
               MOVE WS-SHAPE-ENTRY(WS-SHAPE-IDX - 1)
                   TO WS-SHAPE-ENTRY(WS-SHAPE-IDX)
           END-PERFORM.
           MOVE WS-GEN-COUNTER TO WS-SH-GENERATION(1).
           MOVE WS-SHAPE-HASH TO WS-SH-HASH(1).
           MOVE WS-POPULATION TO WS-SH-POPULATION(1).
           MOVE WS-SHAPE-MIN-ROW TO WS-SH-MIN-ROW(1).
           MOVE WS-SHAPE-MIN-COL TO WS-SH-MIN-COL(1).
           MOVE WS-SHAPE-HEIGHT TO WS-SH-HEIGHT(1).
           MOVE WS-SHAPE-WIDTH TO WS-SH-WIDTH(1).
       TALLY-CLASS.
           EVALUATE CNR-CLASS
               WHEN "STILL"
                   ADD 1 TO WS-COUNT-STILL
               WHEN "OSCILLATOR"
                   ADD 1 TO WS-COUNT-OSCILLATOR
               WHEN "SPACESHIP"
                   ADD 1 TO WS-COUNT-SPACESHIP
               WHEN "DIESOUT"
                   ADD 1 TO WS-COUNT-DIESOUT
               WHEN OTHER
                   ADD 1 TO WS-COUNT-UNSETTLED
           END-EVALUATE.
      * Entries for library patterns that have since been deleted or
      * renamed away are dropped; built-in entries always stay.
       REMOVE-ORPHAN-ENTRIES.
           MOVE LOW-VALUES TO CNF-NAME.
           START CENSUS-FILE KEY NOT < CNF-NAME.
           PERFORM UNTIL WS-CNS-STATUS NOT = "00"
               READ CENSUS-FILE NEXT
               IF WS-CNS-STATUS = "00" THEN
                   MOVE CNF-NAME TO WS-PATTERN-NAME
                   PERFORM CHECK-BUILTIN-NAME
                   IF WS-BUILTIN-FLAG = 0 THEN
                       PERFORM CHECK-LIBRARY-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-LIBRARY-ENTRY.
           MOVE "99" TO WS-PAT-STATUS.
           IF WS-LIBRARY-OPEN = 1 THEN
               MOVE WS-PATTERN-NAME TO PLR-NAME
               READ PATTERN-LIBRARY-FILE
           END-IF.
           IF WS-PAT-STATUS NOT = "00" THEN
               DELETE CENSUS-FILE
               IF WS-CNS-STATUS = "00" THEN
                   ADD 1 TO WS-COUNT-REMOVED
                   MOVE SPACES TO CENSUS-REPORT-REC
                   STRING WS-PATTERN-NAME DELIMITED BY SIZE
                       " REMOVED - NO LONGER IN THE PATTERN LIBRARY"
                       DELIMITED BY SIZE
                       INTO CENSUS-REPORT-REC
                   WRITE CENSUS-REPORT-REC
               END-IF
           END-IF.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO CENSUS-REPORT-REC.
           MOVE WS-GEN-CAP TO WS-GENERATION-EDITED.
           STRING "LIFE PATTERN CENSUS " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " GENERATION CAP " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GENERATION-EDITED) DELIMITED BY SIZE
               INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "PATTERN      SOURCE   CLASS      PERIOD"
               DELIMITED BY SIZE
               "  SHIFT R/C  PEAK POP  SETTLED AT  ENTRY"
               DELIMITED BY SIZE
               INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
      * Prints the entry held in WS-CENSUS-RECORD, whether just
      * computed or carried forward.
       WRITE-PATTERN-LINE.
           MOVE CNR-PERIOD TO WS-PERIOD-EDITED.
           MOVE CNR-SHIFT-ROWS TO WS-SHIFT-ROWS-EDITED.
           MOVE CNR-SHIFT-COLS TO WS-SHIFT-COLS-EDITED.
           MOVE CNR-PEAK-POP TO WS-POPULATION-EDITED.
           MOVE CNR-SETTLE-GEN TO WS-GENERATION-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING CNR-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CNR-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CNR-CLASS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PERIOD-EDITED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SHIFT-ROWS-EDITED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHIFT-COLS-EDITED DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-POPULATION-EDITED DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-GENERATION-EDITED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOTE-TEXT DELIMITED BY SIZE
               INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE "PATTERNS BY CLASS" TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE WS-COUNT-STILL TO WS-COUNT-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "  STILL LIFE   " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE WS-COUNT-OSCILLATOR TO WS-COUNT-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "  OSCILLATOR   " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE WS-COUNT-SPACESHIP TO WS-COUNT-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "  SPACESHIP    " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE WS-COUNT-DIESOUT TO WS-COUNT-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "  DIES OUT     " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE WS-COUNT-UNSETTLED TO WS-COUNT-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "  UNSETTLED    " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE SPACES TO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE WS-COUNT-COMPUTED TO WS-COUNT-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "ENTRIES COMPUTED  " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE WS-COUNT-UNCHANGED TO WS-COUNT-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "ENTRIES UNCHANGED " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
           MOVE WS-COUNT-REMOVED TO WS-COUNT-EDITED.
           MOVE SPACES TO CENSUS-REPORT-REC.
           STRING "ENTRIES REMOVED   " WS-COUNT-EDITED
               DELIMITED BY SIZE INTO CENSUS-REPORT-REC.
           WRITE CENSUS-REPORT-REC.
      * Only built-in names reach SELECT-PATTERN here, but the shared
      * rules copybook still needs the library fallback.
       LOAD-SAVED-PATTERN.
           IF WS-LIBRARY-OPEN = 1 THEN
               MOVE WS-PATTERN-NAME TO PLR-NAME
               READ PATTERN-LIBRARY-FILE
               IF WS-PAT-STATUS = "00" THEN
                   MOVE PATTERN-LIBRARY-REC TO WS-PATTERN-FILE-REC
                   MOVE PFR-ROWS TO WS-PATTERN-ROWS
                   MOVE PFR-COLS TO WS-PATTERN-COLS
                   MOVE PFR-DATA TO WS-PATTERN-DATA
               END-IF
           END-IF.
       COPY "liferules.cpy".
