       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifyrules.
      * Known-answer check of the shared rule paragraphs (liferules.cpy)
      * as built into each batch engine. Every RULECTL case is run
      * through:
      *   in-line      the rule paragraphs COPYed into this program,
      *                declared with worker's storage layout (worker
      *                itself only runs behind the web server)
      *   workerbatch  CALLed with PARM "gens,pattern,rule,rows,cols,
      *                wrap", result read back from OUTFILE
      *   batchsweep   CALLed with a one-line SWEEPCTL, result read
      *                back from sweep-out-01.dat
      *   resumebatch  CALLed with PARM "verifyrules,gens,,NOJOURNAL"
      *                against a generation-0 checkpoint built here,
      *                result read back from OUTFILE; the run is kept
      *                out of the journal
      * and the board at generation N is compared with the expected
      * population and board hash and with the other programs.
      * RULECTL lines are "pattern,rows,cols,wrap,rule,N,population,
      * hash"; lines starting "*" are comments. A blank population or
      * hash is not checked against an expected value, but the
      * programs must still agree. The board hash is the checksum
      * CHECK-STABILITY uses: over the ROWS*COLS cells in row order,
      * hash = MOD(hash * 31 + cell, 999999937), cell 1 alive, 0 dead.
      * Run it with OUTFILE, SWEEPCTL, SWEEPRPT, SWEEPRST and
      * sweep-out-01.dat pointed at scratch datasets; the run id
      * verifyrules must not be a registered run. Ends with return
      * code 4 when any case fails and 8 when the job cannot run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-CONTROL-FILE ASSIGN TO "RULECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RULE-REPORT-FILE ASSIGN TO "RULERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BATCH-OUTPUT-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SWEEP-CONTROL-FILE ASSIGN TO "SWEEPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SWC-STATUS.
           SELECT SWEEP-OUTPUT-FILE ASSIGN TO WS-SWEEP-OUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SWO-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
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
           SELECT PATTERN-LIBRARY-FILE ASSIGN TO "patterns.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS PLR-NAME
               FILE STATUS IS WS-PAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RULE-CONTROL-FILE.
       01 RULE-CONTROL-REC PIC X(80).
       FD RULE-REPORT-FILE.
       01 RULE-REPORT-REC PIC X(132).
       FD BATCH-OUTPUT-FILE.
       01 BATCH-OUTPUT-REC.
           05 BOR-LABEL PIC X(24).
           05 BOR-WORLD PIC X(3600).
       FD SWEEP-CONTROL-FILE.
       01 SWEEP-CONTROL-REC PIC X(80).
       FD SWEEP-OUTPUT-FILE.
       01 SWEEP-OUTPUT-REC.
           05 SOR-LABEL PIC X(24).
           05 SOR-WORLD PIC X(3600).
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-REC PIC X(14524).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-REC.
           05 RIX-RUN-ID PIC X(20).
       FD RUN-MASTER-FILE.
       01 RUN-MASTER-REC.
           05 RMF-RUN-ID PIC X(20).
           05 RMF-BODY PIC X(142).
       FD PATTERN-LIBRARY-FILE.
       01 PATTERN-LIBRARY-REC.
           05 PLR-NAME PIC X(12).
           05 PLR-BODY PIC X(904).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-SWC-STATUS PIC XX.
       01 WS-SWO-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-IDX-STATUS PIC XX.
       01 WS-RMF-STATUS PIC XX.
       01 WS-PAT-STATUS PIC XX.
       01 WS-VERIFY-RUN-ID PIC X(20) VALUE "verifyrules".
       01 WS-CHECKPOINT-PATH PIC X(40).
       01 WS-BACKUP-PATH PIC X(40).
       01 WS-RUNHIST-PATH PIC X(40).
       01 WS-SWEEP-OUT-PATH PIC X(40) VALUE "sweep-out-01.dat".
       01 WS-CASE-NUMBER PIC 9(3) VALUE 0.
       01 WS-CASES-PASSED PIC 9(3) VALUE 0.
       01 WS-CASES-FAILED PIC 9(3) VALUE 0.
       01 WS-CASE-VALID PIC 9 VALUE 0.
       01 WS-CASE-FAILED PIC 9 VALUE 0.
       01 WS-CASE-DISAGREE PIC 9 VALUE 0.
       01 WS-CASE-REASON PIC X(40).
       01 WS-CASE-PATTERN PIC X(12).
       01 WS-CASE-ROWS-TEXT PIC X(10).
       01 WS-CASE-COLS-TEXT PIC X(10).
       01 WS-CASE-WRAP-TEXT PIC X(10).
       01 WS-CASE-RULE PIC X(12).
       01 WS-CASE-GENS-TEXT PIC X(10).
       01 WS-CASE-POP-TEXT PIC X(10).
       01 WS-CASE-HASH-TEXT PIC X(12).
       01 WS-CASE-GENS PIC 9(6) VALUE 0.
       01 WS-CASE-ROWS PIC 9(2) VALUE 0.
       01 WS-CASE-COLS PIC 9(2) VALUE 0.
       01 WS-EXPECT-POP-GIVEN PIC 9 VALUE 0.
       01 WS-EXPECT-POP PIC 9(4) VALUE 0.
       01 WS-EXPECT-HASH-GIVEN PIC 9 VALUE 0.
       01 WS-EXPECT-HASH PIC 9(10) VALUE 0.
       01 WS-ENGINE-PARM.
           05 WS-ENGINE-PARM-LENGTH PIC S9(4) COMP VALUE 0.
           05 WS-ENGINE-PARM-TEXT PIC X(80).
       01 WS-ENGINE-PTR PIC 9(3) VALUE 1.
       01 WS-ENGINE-COUNT PIC 9 VALUE 4.
       01 WS-ENGINE-IDX PIC 9 VALUE 0.
       01 WS-REF-IDX PIC 9 VALUE 0.
       01 WS-ENGINE-TABLE.
           05 WS-ENGINE-ROW OCCURS 4 TIMES.
               10 WS-ENG-NAME PIC X(12).
               10 WS-ENG-RAN PIC 9.
               10 WS-ENG-RC PIC S9(4).
               10 WS-ENG-POP PIC 9(4).
               10 WS-ENG-HASH PIC 9(10).
               10 WS-ENG-NOTE PIC X(40).
       01 WS-ALLOW-CYCLE PIC 9 VALUE 0.
       01 WS-READ-GEN PIC 9(10) VALUE 0.
       01 WS-RING-SIZE PIC 9 VALUE 7.
       01 WS-RING-COUNT PIC 9(10) VALUE 0.
       01 WS-RING-SLOT PIC 9 VALUE 0.
       01 WS-RING-LAST PIC 9 VALUE 0.
       01 WS-RING-IDX PIC 9 VALUE 0.
       01 WS-RING-MATCH PIC 9 VALUE 0.
       01 WS-RING-TARGET PIC 9 VALUE 0.
       01 WS-RING-TABLE.
           05 WS-RING-ENTRY OCCURS 7 TIMES.
               10 WS-RING-GEN PIC 9(10).
               10 WS-RING-WORLD PIC X(3600).
       01 WS-CYCLE-START PIC 9(10) VALUE 0.
       01 WS-CYCLE-PERIOD PIC 9(10) VALUE 0.
       01 WS-TARGET-GEN PIC 9(10) VALUE 0.
       01 WS-RESULT-WORLD PIC X(3600).
       01 WS-RESULT-POP PIC 9(4) VALUE 0.
       01 WS-RESULT-HASH PIC 9(10) VALUE 0.
       01 WS-HASH-IDX PIC 9(4) VALUE 0.
       01 WS-HASH-CELLS PIC 9(4) VALUE 0.
       01 WS-CHECKSUM-DIGIT PIC 9 VALUE 0.
       01 WS-SEED-WORLD PIC X(3600).
       01 WS-SEED-AGES PIC X(10800).
       01 WS-HIST-IDX PIC 9(2) VALUE 0.
       01 WS-GEN-COUNTER PIC 9(6) VALUE 0.
       01 TOTAL-ROWS PIC 9(2) VALUE 20.
       01 TOTAL-COLUMNS PIC 9(2) VALUE 15.
       01 WS-MAX-ROWS PIC 9(2) VALUE 60.
       01 WS-MAX-COLUMNS PIC 9(2) VALUE 60.
       01 WS-WRAP-FLAG PIC 9 VALUE 0.
       01 WS-PATTERN-NAME PIC X(12).
       01 WS-PATTERN-ROWS PIC 9(2) VALUE 0.
       01 WS-PATTERN-COLS PIC 9(2) VALUE 0.
       01 WS-PATTERN-DATA PIC X(3600).
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
       01 WS-CKPT-RECORD-OK PIC 9 VALUE 0.
       01 WS-CKPT-SAVED-SUM PIC 9(10) VALUE 0.
       01 WS-CKPT-HASH PIC 9(10) VALUE 0.
       01 WS-CKPT-HASH-IDX PIC 9(5) VALUE 0.
       01 WS-LEGACY-WORLD PIC X(3600).
       01 WS-GENERATION-EDITED PIC Z(9)9.
       01 WS-POPULATION-EDITED PIC ZZZ9.
       01 WS-RC-EDITED PIC -ZZZ9.
       01 WS-COUNT-EDITED PIC ZZ9.
       01 WS-REPORT-PTR PIC 9(3) VALUE 1.
       COPY "patternfile.cpy".
       COPY "patterns.cpy".
       COPY "checkpoint.cpy".
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
       PROCEDURE DIVISION.
           MOVE "in-line" TO WS-ENG-NAME(1).
           MOVE "workerbatch" TO WS-ENG-NAME(2).
           MOVE "batchsweep" TO WS-ENG-NAME(3).
           MOVE "resumebatch" TO WS-ENG-NAME(4).
           STRING "ckpt-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VERIFY-RUN-ID) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-CHECKPOINT-PATH.
           STRING "ckpt-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VERIFY-RUN-ID) DELIMITED BY SIZE
               ".bak" DELIMITED BY SIZE
               INTO WS-BACKUP-PATH.
           STRING "hist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VERIFY-RUN-ID) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-RUNHIST-PATH.
           OPEN INPUT RUN-INDEX-FILE.
           IF WS-IDX-STATUS = "00" THEN
               MOVE WS-VERIFY-RUN-ID TO RIX-RUN-ID
               READ RUN-INDEX-FILE
               CLOSE RUN-INDEX-FILE
               IF WS-IDX-STATUS = "00" THEN
                   DISPLAY "verifyrules: run id '"
                       FUNCTION TRIM(WS-VERIFY-RUN-ID)
                       "' is a registered run, not overwriting it"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT RULE-CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00" THEN
               DISPLAY "verifyrules: cannot open RULECTL, status "
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RULE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "verifyrules: cannot open RULERPT, status "
                   WS-RPT-STATUS
               CLOSE RULE-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "LIFE RULE ENGINE KNOWN-ANSWER VERIFICATION"
               TO RULE-REPORT-REC.
           WRITE RULE-REPORT-REC.
           MOVE SPACES TO RULE-REPORT-REC.
           WRITE RULE-REPORT-REC.
           PERFORM UNTIL WS-CTL-STATUS NOT = "00"
                    OR WS-CASE-NUMBER >= 999
               READ RULE-CONTROL-FILE
               IF WS-CTL-STATUS = "00"
                  AND RULE-CONTROL-REC NOT = SPACES
                  AND RULE-CONTROL-REC(1:1) NOT = "*" THEN
                   ADD 1 TO WS-CASE-NUMBER
                   PERFORM RUN-ONE-CASE
               END-IF
           END-PERFORM.
           CLOSE RULE-CONTROL-FILE.
           PERFORM WRITE-SUMMARY-LINES.
           CLOSE RULE-REPORT-FILE.
           MOVE 0 TO RETURN-CODE.
           IF WS-CASES-FAILED > 0 THEN
               DISPLAY "verifyrules: " WS-CASES-FAILED
                   " case(s) failed, see RULERPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       RUN-ONE-CASE.
           PERFORM PARSE-CASE.
           IF WS-CASE-VALID = 1 THEN
               PERFORM SET-CASE-BOARD
               PERFORM SELECT-PATTERN
               IF WS-PATTERN-ROWS = 0 THEN
                   MOVE 0 TO WS-CASE-VALID
                   MOVE "PATTERN NOT FOUND" TO WS-CASE-REASON
               END-IF
           END-IF.
           PERFORM WRITE-CASE-HEADING.
           IF WS-CASE-VALID = 1 THEN
               PERFORM RUN-INLINE-ENGINE
               PERFORM RUN-WORKERBATCH-ENGINE
               PERFORM RUN-BATCHSWEEP-ENGINE
               PERFORM RUN-RESUMEBATCH-ENGINE
               PERFORM JUDGE-CASE
           ELSE
               MOVE 1 TO WS-CASE-FAILED
               MOVE SPACES TO RULE-REPORT-REC
               STRING "  RESULT FAIL - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CASE-REASON) DELIMITED BY SIZE
                   " - CASE SKIPPED" DELIMITED BY SIZE
                   INTO RULE-REPORT-REC
               WRITE RULE-REPORT-REC
           END-IF.
           IF WS-CASE-FAILED = 1 THEN
               ADD 1 TO WS-CASES-FAILED
           ELSE
               ADD 1 TO WS-CASES-PASSED
           END-IF.
           MOVE SPACES TO RULE-REPORT-REC.
           WRITE RULE-REPORT-REC.
       PARSE-CASE.
           MOVE 1 TO WS-CASE-VALID.
           MOVE SPACES TO WS-CASE-REASON.
           MOVE SPACES TO WS-CASE-PATTERN.
           MOVE SPACES TO WS-CASE-ROWS-TEXT.
           MOVE SPACES TO WS-CASE-COLS-TEXT.
           MOVE SPACES TO WS-CASE-WRAP-TEXT.
           MOVE SPACES TO WS-CASE-RULE.
           MOVE SPACES TO WS-CASE-GENS-TEXT.
           MOVE SPACES TO WS-CASE-POP-TEXT.
           MOVE SPACES TO WS-CASE-HASH-TEXT.
           UNSTRING RULE-CONTROL-REC DELIMITED BY ","
               INTO WS-CASE-PATTERN WS-CASE-ROWS-TEXT
               WS-CASE-COLS-TEXT WS-CASE-WRAP-TEXT WS-CASE-RULE
               WS-CASE-GENS-TEXT WS-CASE-POP-TEXT WS-CASE-HASH-TEXT.
           MOVE FUNCTION TRIM(WS-CASE-PATTERN) TO WS-CASE-PATTERN.
           MOVE FUNCTION TRIM(WS-CASE-RULE) TO WS-CASE-RULE.
           MOVE FUNCTION TRIM(WS-CASE-POP-TEXT) TO WS-CASE-POP-TEXT.
           MOVE FUNCTION TRIM(WS-CASE-HASH-TEXT) TO WS-CASE-HASH-TEXT.
           MOVE 0 TO WS-CASE-ROWS.
           MOVE 0 TO WS-CASE-COLS.
           MOVE 0 TO WS-CASE-GENS.
           IF FUNCTION NUMVAL(WS-CASE-ROWS-TEXT) > 0
              AND FUNCTION NUMVAL(WS-CASE-ROWS-TEXT)
                  <= WS-MAX-ROWS THEN
               COMPUTE WS-CASE-ROWS =
                   FUNCTION NUMVAL(WS-CASE-ROWS-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-CASE-COLS-TEXT) > 0
              AND FUNCTION NUMVAL(WS-CASE-COLS-TEXT)
                  <= WS-MAX-COLUMNS THEN
               COMPUTE WS-CASE-COLS =
                   FUNCTION NUMVAL(WS-CASE-COLS-TEXT)
           END-IF.
           IF FUNCTION NUMVAL(WS-CASE-GENS-TEXT) > 0
              AND FUNCTION NUMVAL(WS-CASE-GENS-TEXT) <= 999999 THEN
               COMPUTE WS-CASE-GENS =
                   FUNCTION NUMVAL(WS-CASE-GENS-TEXT)
           END-IF.
           MOVE 0 TO WS-WRAP-FLAG.
           IF FUNCTION NUMVAL(WS-CASE-WRAP-TEXT) = 1 THEN
               MOVE 1 TO WS-WRAP-FLAG
           END-IF.
           MOVE 0 TO WS-EXPECT-POP-GIVEN.
           MOVE 0 TO WS-EXPECT-POP.
           IF WS-CASE-POP-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-CASE-POP-TEXT) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-CASE-POP-TEXT) <= 3600 THEN
                   MOVE 1 TO WS-EXPECT-POP-GIVEN
                   COMPUTE WS-EXPECT-POP =
                       FUNCTION NUMVAL(WS-CASE-POP-TEXT)
               ELSE
                   MOVE 0 TO WS-CASE-VALID
                   MOVE "EXPECTED POPULATION NOT NUMERIC"
                       TO WS-CASE-REASON
               END-IF
           END-IF.
           MOVE 0 TO WS-EXPECT-HASH-GIVEN.
           MOVE 0 TO WS-EXPECT-HASH.
           IF WS-CASE-HASH-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-CASE-HASH-TEXT) IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-CASE-HASH-TEXT))
                      <= 10 THEN
                   MOVE 1 TO WS-EXPECT-HASH-GIVEN
                   COMPUTE WS-EXPECT-HASH =
                       FUNCTION NUMVAL(WS-CASE-HASH-TEXT)
               ELSE
                   MOVE 0 TO WS-CASE-VALID
                   MOVE "EXPECTED HASH NOT NUMERIC" TO WS-CASE-REASON
               END-IF
           END-IF.
           IF WS-CASE-PATTERN = SPACES THEN
               MOVE 0 TO WS-CASE-VALID
               MOVE "NO PATTERN NAME" TO WS-CASE-REASON
           END-IF.
           IF WS-CASE-ROWS = 0 OR WS-CASE-COLS = 0 THEN
               MOVE 0 TO WS-CASE-VALID
               MOVE "BOARD SIZE MUST BE 1 TO 60" TO WS-CASE-REASON
           END-IF.
           IF WS-CASE-GENS = 0 THEN
               MOVE 0 TO WS-CASE-VALID
               MOVE "GENERATION N MUST BE 1 TO 999999"
                   TO WS-CASE-REASON
           END-IF.
       SET-CASE-BOARD.
           MOVE WS-CASE-ROWS TO TOTAL-ROWS.
           MOVE WS-CASE-COLS TO TOTAL-COLUMNS.
           MOVE WS-CASE-PATTERN TO WS-PATTERN-NAME.
           MOVE WS-CASE-RULE TO WS-RULE-NAME.
           PERFORM VARYING WS-ENGINE-IDX FROM 1 BY 1
                    UNTIL WS-ENGINE-IDX > WS-ENGINE-COUNT
               MOVE 0 TO WS-ENG-RAN(WS-ENGINE-IDX)
               MOVE 0 TO WS-ENG-RC(WS-ENGINE-IDX)
               MOVE 0 TO WS-ENG-POP(WS-ENGINE-IDX)
               MOVE 0 TO WS-ENG-HASH(WS-ENGINE-IDX)
               MOVE SPACES TO WS-ENG-NOTE(WS-ENGINE-IDX)
           END-PERFORM.
      * The rule paragraphs run here, in this program's storage. The
      * placed starting board is kept as the seed for resumebatch.
       RUN-INLINE-ENGINE.
           MOVE 1 TO WS-ENGINE-IDX.
           PERFORM SET-RULE-MASKS.
           MOVE ALL "0" TO NEW-WORLD.
           PERFORM PLACE-PATTERN.
           MOVE ALL "0" TO NEW-AGES.
           PERFORM SYNC-AGES-TO-WORLD.
           MOVE NEW-WORLD TO WS-SEED-WORLD.
           MOVE NEW-AGES TO WS-SEED-AGES.
           PERFORM VARYING WS-GEN-COUNTER FROM 1 BY 1
                    UNTIL WS-GEN-COUNTER > WS-CASE-GENS
               MOVE NEW-WORLD TO OLD-WORLD
               MOVE NEW-AGES TO OLD-AGES
               PERFORM VARYING ROW-COUNTER FROM 1 BY 1
                        UNTIL ROW-COUNTER > TOTAL-ROWS
                   PERFORM ITERATE-CELL
                       VARYING COLUMN-COUNTER FROM 1 BY 1
                       UNTIL COLUMN-COUNTER > TOTAL-COLUMNS
               END-PERFORM
           END-PERFORM.
           MOVE NEW-WORLD TO WS-RESULT-WORLD.
           PERFORM STORE-ENGINE-RESULT.
       RUN-WORKERBATCH-ENGINE.
           MOVE 2 TO WS-ENGINE-IDX.
           MOVE SPACES TO WS-ENGINE-PARM-TEXT.
           MOVE 1 TO WS-ENGINE-PTR.
           STRING WS-CASE-GENS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CASE-PATTERN) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CASE-RULE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CASE-ROWS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CASE-COLS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-WRAP-FLAG DELIMITED BY SIZE
               INTO WS-ENGINE-PARM-TEXT
               WITH POINTER WS-ENGINE-PTR.
           COMPUTE WS-ENGINE-PARM-LENGTH = WS-ENGINE-PTR - 1.
           MOVE 0 TO RETURN-CODE.
           CALL "workerbatch" USING WS-ENGINE-PARM
               ON EXCEPTION
                   MOVE "PROGRAM NOT AVAILABLE"
                       TO WS-ENG-NOTE(WS-ENGINE-IDX)
           END-CALL.
           MOVE RETURN-CODE TO WS-ENG-RC(WS-ENGINE-IDX).
           MOVE 0 TO RETURN-CODE.
           CANCEL "workerbatch".
           IF WS-ENG-NOTE(WS-ENGINE-IDX) = SPACES THEN
               MOVE 0 TO WS-ALLOW-CYCLE
               PERFORM READ-OUTFILE-RESULT
           END-IF.
       RUN-BATCHSWEEP-ENGINE.
           MOVE 3 TO WS-ENGINE-IDX.
           OPEN OUTPUT SWEEP-CONTROL-FILE.
           IF WS-SWC-STATUS NOT = "00" THEN
               MOVE "CANNOT WRITE SWEEPCTL"
                   TO WS-ENG-NOTE(WS-ENGINE-IDX)
           ELSE
               MOVE SPACES TO SWEEP-CONTROL-REC
               STRING FUNCTION TRIM(WS-CASE-PATTERN) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CASE-ROWS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CASE-COLS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-WRAP-FLAG DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CASE-GENS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CASE-RULE) DELIMITED BY SIZE
                   INTO SWEEP-CONTROL-REC
               WRITE SWEEP-CONTROL-REC
               CLOSE SWEEP-CONTROL-FILE
               MOVE 0 TO WS-ENGINE-PARM-LENGTH
               MOVE SPACES TO WS-ENGINE-PARM-TEXT
               MOVE 0 TO RETURN-CODE
               CALL "batchsweep" USING WS-ENGINE-PARM
                   ON EXCEPTION
                       MOVE "PROGRAM NOT AVAILABLE"
                           TO WS-ENG-NOTE(WS-ENGINE-IDX)
               END-CALL
               MOVE RETURN-CODE TO WS-ENG-RC(WS-ENGINE-IDX)
               MOVE 0 TO RETURN-CODE
               CANCEL "batchsweep"
           END-IF.
           IF WS-ENG-NOTE(WS-ENGINE-IDX) = SPACES THEN
               MOVE 0 TO WS-ALLOW-CYCLE
               PERFORM READ-SWEEP-RESULT
           END-IF.
      * resumebatch continues a saved run, so it is given a checkpoint
      * holding the same placed seed at generation 0, told not to
      * journal the run, and the files it leaves behind for the run
      * are removed afterwards.
       RUN-RESUMEBATCH-ENGINE.
           MOVE 4 TO WS-ENGINE-IDX.
           PERFORM WRITE-SEED-CHECKPOINT.
           IF WS-FILE-STATUS NOT = "00" THEN
               MOVE "CANNOT WRITE SEED CHECKPOINT"
                   TO WS-ENG-NOTE(WS-ENGINE-IDX)
           ELSE
               MOVE SPACES TO WS-ENGINE-PARM-TEXT
               MOVE 1 TO WS-ENGINE-PTR
               STRING FUNCTION TRIM(WS-VERIFY-RUN-ID)
                   DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CASE-GENS DELIMITED BY SIZE
                   ",,NOJOURNAL" DELIMITED BY SIZE
                   INTO WS-ENGINE-PARM-TEXT
                   WITH POINTER WS-ENGINE-PTR
               COMPUTE WS-ENGINE-PARM-LENGTH = WS-ENGINE-PTR - 1
               MOVE 0 TO RETURN-CODE
               CALL "resumebatch" USING WS-ENGINE-PARM
                   ON EXCEPTION
                       MOVE "PROGRAM NOT AVAILABLE"
                           TO WS-ENG-NOTE(WS-ENGINE-IDX)
               END-CALL
               MOVE RETURN-CODE TO WS-ENG-RC(WS-ENGINE-IDX)
               MOVE 0 TO RETURN-CODE
               CANCEL "resumebatch"
           END-IF.
           IF WS-ENG-NOTE(WS-ENGINE-IDX) = SPACES THEN
               MOVE 1 TO WS-ALLOW-CYCLE
               PERFORM READ-OUTFILE-RESULT
           END-IF.
           PERFORM REMOVE-VERIFY-RUN.
       WRITE-SEED-CHECKPOINT.
           MOVE 0 TO CKPT-GENERATION.
           MOVE WS-CASE-ROWS TO CKPT-ROWS.
           MOVE WS-CASE-COLS TO CKPT-COLUMNS.
           MOVE WS-WRAP-FLAG TO CKPT-WRAP.
           MOVE 0 TO CKPT-STABLE.
           MOVE 0 TO CKPT-STABLE-GENERATION.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                    UNTIL WS-HIST-IDX > 6
               MOVE 0 TO CKPT-HIST-ENTRY(WS-HIST-IDX)
           END-PERFORM.
           MOVE 0 TO CKPT-PAUSED.
           MOVE 1000 TO CKPT-SPEED.
           MOVE WS-CASE-RULE TO CKPT-RULE.
           MOVE WS-SEED-WORLD TO CKPT-WORLD.
           MOVE WS-SEED-AGES TO CKPT-AGES.
           MOVE 0 TO CKPT-VERSION.
           MOVE ZEROS TO CKPT-CHECKSUM.
           PERFORM COMPUTE-CKPT-HASH.
           MOVE WS-CKPT-HASH TO CKPT-CHECKSUM.
           CALL "CBL_DELETE_FILE" USING WS-BACKUP-PATH.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-FILE-STATUS = "00" THEN
               WRITE CHECKPOINT-REC FROM WS-CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
       REMOVE-VERIFY-RUN.
           CALL "CBL_DELETE_FILE" USING WS-CHECKPOINT-PATH.
           CALL "CBL_DELETE_FILE" USING WS-BACKUP-PATH.
           CALL "CBL_DELETE_FILE" USING WS-RUNHIST-PATH.
           OPEN I-O RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "00" THEN
               MOVE WS-VERIFY-RUN-ID TO RMF-RUN-ID
               DELETE RUN-MASTER-FILE
               CLOSE RUN-MASTER-FILE
           END-IF.
       READ-OUTFILE-RESULT.
           MOVE 0 TO WS-RING-COUNT.
           OPEN INPUT BATCH-OUTPUT-FILE.
           IF WS-OUT-STATUS NOT = "00" THEN
               MOVE "NO OUTFILE WRITTEN" TO WS-ENG-NOTE(WS-ENGINE-IDX)
           ELSE
               PERFORM UNTIL WS-OUT-STATUS NOT = "00"
                   READ BATCH-OUTPUT-FILE
                   IF WS-OUT-STATUS = "00" THEN
                       MOVE BOR-LABEL(5:10) TO WS-READ-GEN
                       MOVE BOR-WORLD TO WS-RESULT-WORLD
                       PERFORM KEEP-OUTPUT-RECORD
                   END-IF
               END-PERFORM
               CLOSE BATCH-OUTPUT-FILE
               PERFORM RESOLVE-FINAL-BOARD
           END-IF.
       READ-SWEEP-RESULT.
           MOVE 0 TO WS-RING-COUNT.
           OPEN INPUT SWEEP-OUTPUT-FILE.
           IF WS-SWO-STATUS NOT = "00" THEN
               MOVE "NO SWEEP OUTPUT WRITTEN"
                   TO WS-ENG-NOTE(WS-ENGINE-IDX)
           ELSE
               PERFORM UNTIL WS-SWO-STATUS NOT = "00"
                   READ SWEEP-OUTPUT-FILE
                   IF WS-SWO-STATUS = "00" THEN
                       MOVE SOR-LABEL(5:10) TO WS-READ-GEN
                       MOVE SOR-WORLD TO WS-RESULT-WORLD
                       PERFORM KEEP-OUTPUT-RECORD
                   END-IF
               END-PERFORM
               CLOSE SWEEP-OUTPUT-FILE
               PERFORM RESOLVE-FINAL-BOARD
           END-IF.
      * The last few generations are kept in a small ring so a run
      * that stopped early on a repeating board can still be carried
      * forward to generation N.
       KEEP-OUTPUT-RECORD.
           COMPUTE WS-RING-SLOT =
               FUNCTION MOD(WS-RING-COUNT, WS-RING-SIZE) + 1.
           MOVE WS-READ-GEN TO WS-RING-GEN(WS-RING-SLOT).
           MOVE WS-RESULT-WORLD TO WS-RING-WORLD(WS-RING-SLOT).
           MOVE WS-RING-SLOT TO WS-RING-LAST.
           ADD 1 TO WS-RING-COUNT.
      * resumebatch stops as soon as its board repeats one of the last
      * six; the repeat gives the cycle, and the board at N is the one
      * at the same point in that cycle.
       RESOLVE-FINAL-BOARD.
           IF WS-RING-COUNT = 0 THEN
               MOVE "NO GENERATIONS WRITTEN"
                   TO WS-ENG-NOTE(WS-ENGINE-IDX)
           ELSE
               IF WS-RING-GEN(WS-RING-LAST) = WS-CASE-GENS THEN
                   MOVE WS-RING-WORLD(WS-RING-LAST) TO WS-RESULT-WORLD
                   PERFORM STORE-ENGINE-RESULT
               ELSE
                   IF WS-ALLOW-CYCLE = 1
                      AND WS-RING-GEN(WS-RING-LAST) < WS-CASE-GENS THEN
                       PERFORM CARRY-CYCLE-FORWARD
                   ELSE
                       MOVE WS-RING-GEN(WS-RING-LAST)
                           TO WS-GENERATION-EDITED
                       MOVE SPACES TO WS-ENG-NOTE(WS-ENGINE-IDX)
                       STRING "ENDED AT GENERATION " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-GENERATION-EDITED)
                           DELIMITED BY SIZE
                           INTO WS-ENG-NOTE(WS-ENGINE-IDX)
                   END-IF
               END-IF
           END-IF.
       CARRY-CYCLE-FORWARD.
           MOVE 0 TO WS-RING-MATCH.
           MOVE 0 TO WS-CYCLE-START.
           PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                    UNTIL WS-RING-IDX > WS-RING-SIZE
                       OR WS-RING-IDX > WS-RING-COUNT
               IF WS-RING-IDX NOT = WS-RING-LAST
                  AND WS-RING-GEN(WS-RING-IDX)
                      < WS-RING-GEN(WS-RING-LAST)
                  AND WS-RING-WORLD(WS-RING-IDX)
                      = WS-RING-WORLD(WS-RING-LAST)
                  AND WS-RING-GEN(WS-RING-IDX) >= WS-CYCLE-START THEN
                   MOVE WS-RING-IDX TO WS-RING-MATCH
                   MOVE WS-RING-GEN(WS-RING-IDX) TO WS-CYCLE-START
               END-IF
           END-PERFORM.
           IF WS-RING-MATCH = 0 THEN
      * An emptied board matches the zero history entries at once and
      * stays empty, so it needs no earlier copy.
               MOVE WS-RING-WORLD(WS-RING-LAST) TO WS-RESULT-WORLD
               PERFORM STORE-ENGINE-RESULT
               MOVE WS-RING-GEN(WS-RING-LAST) TO WS-GENERATION-EDITED
               MOVE SPACES TO WS-ENG-NOTE(WS-ENGINE-IDX)
               IF WS-RESULT-POP = 0 THEN
                   STRING "DIED OUT AT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GENERATION-EDITED)
                       DELIMITED BY SIZE
                       ", CARRIED TO N" DELIMITED BY SIZE
                       INTO WS-ENG-NOTE(WS-ENGINE-IDX)
               ELSE
                   MOVE 0 TO WS-ENG-RAN(WS-ENGINE-IDX)
                   STRING "STOPPED AT GENERATION " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GENERATION-EDITED)
                       DELIMITED BY SIZE
                       ", NO CYCLE" DELIMITED BY SIZE
                       INTO WS-ENG-NOTE(WS-ENGINE-IDX)
               END-IF
           ELSE
               COMPUTE WS-CYCLE-PERIOD =
                   WS-RING-GEN(WS-RING-LAST) - WS-CYCLE-START
               COMPUTE WS-TARGET-GEN = WS-CYCLE-START
                   + FUNCTION MOD(WS-CASE-GENS - WS-CYCLE-START,
                                  WS-CYCLE-PERIOD)
               MOVE 0 TO WS-RING-TARGET
               PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                        UNTIL WS-RING-IDX > WS-RING-SIZE
                           OR WS-RING-IDX > WS-RING-COUNT
                   IF WS-RING-GEN(WS-RING-IDX) = WS-TARGET-GEN THEN
                       MOVE WS-RING-IDX TO WS-RING-TARGET
                   END-IF
               END-PERFORM
               IF WS-RING-TARGET = 0 THEN
                   MOVE "CYCLE OUTSIDE KEPT GENERATIONS"
                       TO WS-ENG-NOTE(WS-ENGINE-IDX)
               ELSE
                   MOVE WS-RING-WORLD(WS-RING-TARGET)
                       TO WS-RESULT-WORLD
                   PERFORM STORE-ENGINE-RESULT
                   MOVE WS-RING-GEN(WS-RING-LAST)
                       TO WS-GENERATION-EDITED
                   MOVE SPACES TO WS-ENG-NOTE(WS-ENGINE-IDX)
                   STRING "STABLE AT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GENERATION-EDITED)
                       DELIMITED BY SIZE
                       ", CARRIED TO N" DELIMITED BY SIZE
                       INTO WS-ENG-NOTE(WS-ENGINE-IDX)
               END-IF
           END-IF.
      * Population and board hash over the case's ROWS*COLS cells of
      * WS-RESULT-WORLD.
       STORE-ENGINE-RESULT.
           MOVE 0 TO WS-RESULT-POP.
           MOVE 0 TO WS-RESULT-HASH.
           COMPUTE WS-HASH-CELLS = WS-CASE-ROWS * WS-CASE-COLS.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                    UNTIL WS-HASH-IDX > WS-HASH-CELLS
               MOVE 0 TO WS-CHECKSUM-DIGIT
               IF WS-RESULT-WORLD(WS-HASH-IDX:1) = "1" THEN
                   MOVE 1 TO WS-CHECKSUM-DIGIT
                   ADD 1 TO WS-RESULT-POP
               END-IF
               COMPUTE WS-RESULT-HASH =
                   FUNCTION MOD(WS-RESULT-HASH * 31
                                + WS-CHECKSUM-DIGIT, 999999937)
           END-PERFORM.
           MOVE 1 TO WS-ENG-RAN(WS-ENGINE-IDX).
           MOVE WS-RESULT-POP TO WS-ENG-POP(WS-ENGINE-IDX).
           MOVE WS-RESULT-HASH TO WS-ENG-HASH(WS-ENGINE-IDX).
      * A case passes when every program produced a board at N, all
      * boards agree, and they match whichever expected values were
      * given.
       JUDGE-CASE.
           MOVE 0 TO WS-CASE-FAILED.
           MOVE 0 TO WS-CASE-DISAGREE.
           MOVE 0 TO WS-REF-IDX.
           PERFORM VARYING WS-ENGINE-IDX FROM 1 BY 1
                    UNTIL WS-ENGINE-IDX > WS-ENGINE-COUNT
               IF WS-ENG-RAN(WS-ENGINE-IDX) = 1 THEN
                   IF WS-REF-IDX = 0 THEN
                       MOVE WS-ENGINE-IDX TO WS-REF-IDX
                   ELSE
                       IF WS-ENG-POP(WS-ENGINE-IDX)
                          NOT = WS-ENG-POP(WS-REF-IDX)
                          OR WS-ENG-HASH(WS-ENGINE-IDX)
                          NOT = WS-ENG-HASH(WS-REF-IDX) THEN
                           MOVE 1 TO WS-CASE-DISAGREE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ENGINE-IDX FROM 1 BY 1
                    UNTIL WS-ENGINE-IDX > WS-ENGINE-COUNT
               PERFORM WRITE-ENGINE-LINE
           END-PERFORM.
           IF WS-CASE-DISAGREE = 1 THEN
               MOVE 1 TO WS-CASE-FAILED
           END-IF.
           MOVE SPACES TO RULE-REPORT-REC.
           IF WS-CASE-FAILED = 1 THEN
               IF WS-CASE-DISAGREE = 1 THEN
                   MOVE "  RESULT FAIL - PROGRAMS DISAGREE"
                       TO RULE-REPORT-REC
               ELSE
                   MOVE "  RESULT FAIL" TO RULE-REPORT-REC
               END-IF
           ELSE
               MOVE "  RESULT PASS - ALL PROGRAMS AGREE"
                   TO RULE-REPORT-REC
           END-IF.
           WRITE RULE-REPORT-REC.
       WRITE-CASE-HEADING.
           MOVE SPACES TO RULE-REPORT-REC.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "CASE " DELIMITED BY SIZE
               WS-CASE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CASE-PATTERN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CASE-ROWS DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               WS-CASE-COLS DELIMITED BY SIZE
               " WRAP " DELIMITED BY SIZE
               WS-WRAP-FLAG DELIMITED BY SIZE
               " RULE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CASE-RULE) DELIMITED BY SIZE
               " GEN " DELIMITED BY SIZE
               WS-CASE-GENS DELIMITED BY SIZE
               INTO RULE-REPORT-REC
               WITH POINTER WS-REPORT-PTR.
           IF WS-EXPECT-POP-GIVEN = 1 THEN
               MOVE WS-EXPECT-POP TO WS-POPULATION-EDITED
               STRING " EXPECT POP " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-POPULATION-EDITED)
                   DELIMITED BY SIZE
                   INTO RULE-REPORT-REC
                   WITH POINTER WS-REPORT-PTR
           END-IF.
           IF WS-EXPECT-HASH-GIVEN = 1 THEN
               STRING " HASH " DELIMITED BY SIZE
                   WS-EXPECT-HASH DELIMITED BY SIZE
                   INTO RULE-REPORT-REC
                   WITH POINTER WS-REPORT-PTR
           END-IF.
           WRITE RULE-REPORT-REC.
       WRITE-ENGINE-LINE.
           MOVE SPACES TO RULE-REPORT-REC.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
               WS-ENG-NAME(WS-ENGINE-IDX) DELIMITED BY SIZE
               INTO RULE-REPORT-REC
               WITH POINTER WS-REPORT-PTR.
           IF WS-ENG-RAN(WS-ENGINE-IDX) = 0 THEN
               MOVE 1 TO WS-CASE-FAILED
               STRING " NO RESULT  FAIL" DELIMITED BY SIZE
                   INTO RULE-REPORT-REC
                   WITH POINTER WS-REPORT-PTR
           ELSE
               MOVE WS-ENG-POP(WS-ENGINE-IDX) TO WS-POPULATION-EDITED
               STRING " POP " DELIMITED BY SIZE
                   WS-POPULATION-EDITED DELIMITED BY SIZE
                   " HASH " DELIMITED BY SIZE
                   WS-ENG-HASH(WS-ENGINE-IDX) DELIMITED BY SIZE
                   INTO RULE-REPORT-REC
                   WITH POINTER WS-REPORT-PTR
               IF (WS-EXPECT-POP-GIVEN = 1
                   AND WS-ENG-POP(WS-ENGINE-IDX) NOT = WS-EXPECT-POP)
                  OR (WS-EXPECT-HASH-GIVEN = 1
                   AND WS-ENG-HASH(WS-ENGINE-IDX)
                       NOT = WS-EXPECT-HASH) THEN
                   MOVE 1 TO WS-CASE-FAILED
                   STRING "  FAIL" DELIMITED BY SIZE
                       INTO RULE-REPORT-REC
                       WITH POINTER WS-REPORT-PTR
                   IF WS-EXPECT-POP-GIVEN = 1
                      AND WS-ENG-POP(WS-ENGINE-IDX)
                          NOT = WS-EXPECT-POP THEN
                       STRING " POP NOT AS EXPECTED" DELIMITED BY SIZE
                           INTO RULE-REPORT-REC
                           WITH POINTER WS-REPORT-PTR
                   END-IF
                   IF WS-EXPECT-HASH-GIVEN = 1
                      AND WS-ENG-HASH(WS-ENGINE-IDX)
                          NOT = WS-EXPECT-HASH THEN
                       STRING " HASH NOT AS EXPECTED" DELIMITED BY SIZE
                           INTO RULE-REPORT-REC
                           WITH POINTER WS-REPORT-PTR
                   END-IF
               ELSE
                   STRING "  PASS" DELIMITED BY SIZE
                       INTO RULE-REPORT-REC
                       WITH POINTER WS-REPORT-PTR
               END-IF
           END-IF.
           IF WS-ENG-RC(WS-ENGINE-IDX) NOT = 0 THEN
               MOVE WS-ENG-RC(WS-ENGINE-IDX) TO WS-RC-EDITED
               STRING " RC " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RC-EDITED) DELIMITED BY SIZE
                   INTO RULE-REPORT-REC
                   WITH POINTER WS-REPORT-PTR
           END-IF.
           IF WS-ENG-NOTE(WS-ENGINE-IDX) NOT = SPACES THEN
               STRING " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENG-NOTE(WS-ENGINE-IDX))
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO RULE-REPORT-REC
                   WITH POINTER WS-REPORT-PTR
           END-IF.
           WRITE RULE-REPORT-REC.
       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RULE-REPORT-REC.
           MOVE WS-CASE-NUMBER TO WS-COUNT-EDITED.
           STRING "CASES RUN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED BY SIZE
               INTO RULE-REPORT-REC.
           WRITE RULE-REPORT-REC.
           MOVE SPACES TO RULE-REPORT-REC.
           MOVE WS-CASES-PASSED TO WS-COUNT-EDITED.
           STRING "CASES PASSED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED BY SIZE
               INTO RULE-REPORT-REC.
           WRITE RULE-REPORT-REC.
           MOVE SPACES TO RULE-REPORT-REC.
           MOVE WS-CASES-FAILED TO WS-COUNT-EDITED.
           STRING "CASES FAILED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED BY SIZE
               INTO RULE-REPORT-REC.
           WRITE RULE-REPORT-REC.
           IF WS-CASE-NUMBER = 0 THEN
               MOVE "NO CASES FOUND IN RULECTL" TO RULE-REPORT-REC
               WRITE RULE-REPORT-REC
           END-IF.
       LOAD-SAVED-PATTERN.
           OPEN INPUT PATTERN-LIBRARY-FILE.
           IF WS-PAT-STATUS = "00" THEN
               MOVE WS-PATTERN-NAME TO PLR-NAME
               READ PATTERN-LIBRARY-FILE
               IF WS-PAT-STATUS = "00" THEN
                   MOVE PATTERN-LIBRARY-REC TO WS-PATTERN-FILE-REC
                   MOVE PFR-ROWS TO WS-PATTERN-ROWS
                   MOVE PFR-COLS TO WS-PATTERN-COLS
                   MOVE PFR-DATA TO WS-PATTERN-DATA
               END-IF
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.
       COPY "ckptverify.cpy".
       COPY "liferules.cpy".
