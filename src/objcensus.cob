       IDENTIFICATION DIVISION.
       PROGRAM-ID. objcensus.
      * Object census of a board: splits the live cells into objects
      * (cells touching on a side or corner) and names each one that
      * is a block, beehive, loaf, boat, tub, ship, blinker, toad,
      * beacon or glider, in any phase, turned or mirrored. Anything
      * else is listed as UNKNOWN with its bounding box and cell
      * count. The second phase of a toad or beacon falls apart into
      * two three-cell pieces; a pair of such pieces that together
      * make one is counted as that single object.
      * PARM picks the board:
      *   OUTFILE,rows,cols,wrap  the last generation in OUTFILE, full
      *                           or compact, on a board of that size
      *                           (default 40,40,0 as in workerbatch)
      *   SWEEP,prefix            the last generation of every
      *                           prefix-out-NN.dat (default prefix
      *                           sweep; a dispatched job's files are
      *                           job-<job>-out-NN.dat), sized from the
      *                           spec records in SWEEPRST
      *   CKPT,runid              the saved board in ckpt-<runid>.dat,
      *                           or its .bak copy
      * The report goes to OBJRPT: each object with its type, the row
      * and column of the top-left of its bounding box, its size and
      * cell count, then the objects counted by type. A sweep ends
      * with one line of counts per spec side by side.
      * Return code 8 when the board cannot be read, 4 when a sweep
      * spec's output file is missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-OUTPUT-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SWEEP-OUTPUT-FILE ASSIGN TO WS-SWEEP-OUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SWEEP-RESTART-FILE ASSIGN TO "SWEEPRST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT CHECKPOINT-BAK-FILE ASSIGN TO WS-BACKUP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OBJRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BATCH-OUTPUT-FILE.
       01 BATCH-OUTPUT-REC PIC X(3624).
       FD SWEEP-OUTPUT-FILE.
       01 SWEEP-OUTPUT-REC PIC X(3624).
       FD SWEEP-RESTART-FILE.
       01 SWEEP-RESTART-REC PIC X(220).
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-REC PIC X(14524).
       FD CHECKPOINT-BAK-FILE.
       01 CHECKPOINT-BAK-REC PIC X(14524).
       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-RST-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-BAK-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-MODE-TEXT PIC X(10).
       01 WS-PARM-TEXT-2 PIC X(20).
       01 WS-PARM-TEXT-3 PIC X(10).
       01 WS-PARM-TEXT-4 PIC X(10).
       01 WS-CENSUS-MODE PIC X(8) VALUE "OUTFILE".
       01 WS-FINAL-RC PIC 9 VALUE 0.
       01 WS-SWEEP-PREFIX PIC X(20) VALUE "sweep".
       01 WS-SWEEP-OUT-PATH PIC X(40).
       01 WS-RUN-ID PIC X(20) VALUE SPACES.
       01 WS-RUNID-ERROR PIC 9 VALUE 0.
       01 WS-RUNID-CHAR-IDX PIC 9(2) VALUE 0.
       01 WS-RUNID-CHAR PIC X(1).
       01 WS-RUNID-TRIMMED-LEN PIC 9(2) VALUE 0.
       01 WS-CHECKPOINT-PATH PIC X(40).
       01 WS-BACKUP-PATH PIC X(40).
       01 WS-CHECKPOINT-EXISTS PIC 9 VALUE 0.
       01 WS-CKPT-RESTORED PIC 9 VALUE 0.
       01 WS-CKPT-RECORD-OK PIC 9 VALUE 0.
       01 WS-CKPT-SAVED-SUM PIC 9(10) VALUE 0.
       01 WS-CKPT-HASH PIC 9(10) VALUE 0.
       01 WS-CKPT-HASH-IDX PIC 9(5) VALUE 0.
       01 WS-LEGACY-WORLD PIC X(3600).
       01 WS-REC-COUNT PIC 9(6) VALUE 0.
       01 WS-BOARD-FOUND PIC 9 VALUE 0.
       01 WS-SPEC-NUMBER PIC 9(2) VALUE 0.
       01 WS-SPECS-CENSUSED PIC 9(2) VALUE 0.
       COPY "compact.cpy".
       COPY "sweeprst.cpy".
       COPY "checkpoint.cpy".
      * Spec sizes from SWEEPRST; the last complete record for a spec
      * wins, as in batchsweep.
       01 WS-SWEEP-SPEC-TABLE.
           05 WS-SWEEP-SPEC OCCURS 99 TIMES.
               10 WS-SPEC-RAN PIC 9.
               10 WS-SPEC-ROWS PIC 9(2).
               10 WS-SPEC-COLS PIC 9(2).
               10 WS-SPEC-WRAP PIC 9.
               10 WS-SPEC-CENSUSED PIC 9.
               10 WS-SPEC-TYPE-COUNT PIC 9(4) OCCURS 11 TIMES.
               10 WS-SPEC-TOTAL PIC 9(4).
      * The board being counted. WS-SCAN-WORLD is a copy whose cells
      * are cleared as they are taken into an object.
       01 WS-OBJ-WORLD PIC X(3600).
       01 WS-SCAN-WORLD PIC X(3600).
       01 WS-OBJ-ROWS PIC 9(2) VALUE 40.
       01 WS-OBJ-COLS PIC 9(2) VALUE 40.
       01 WS-OBJ-WRAP PIC 9 VALUE 0.
       01 WS-OBJ-GENERATION PIC 9(10) VALUE 0.
       01 WS-SCAN-ROW PIC 9(2) VALUE 0.
       01 WS-SCAN-COL PIC 9(2) VALUE 0.
       01 WS-SCAN-POS PIC 9(4) VALUE 0.
      * Cells of the object being traced. On a wrapped board a cell
      * reached across an edge keeps its row or column past the edge,
      * so the object's shape is not cut in two.
       01 WS-TRACE-TABLE.
           05 WS-TRACE-CELL OCCURS 3600 TIMES.
               10 WS-TRACE-ROW PIC S9(4).
               10 WS-TRACE-COL PIC S9(4).
       01 WS-TRACE-HEAD PIC 9(4) VALUE 0.
       01 WS-TRACE-TAIL PIC 9(4) VALUE 0.
       01 WS-TRACE-IDX PIC 9(4) VALUE 0.
       01 WS-NBR-ROW-OFFSET PIC S9 VALUE 0.
       01 WS-NBR-COL-OFFSET PIC S9 VALUE 0.
       01 WS-NBR-ROW PIC S9(4) VALUE 0.
       01 WS-NBR-COL PIC S9(4) VALUE 0.
       01 WS-NBR-BOARD-ROW PIC S9(4) VALUE 0.
       01 WS-NBR-BOARD-COL PIC S9(4) VALUE 0.
       01 WS-NBR-POS PIC 9(4) VALUE 0.
       01 WS-TRACE-MIN-ROW PIC S9(4) VALUE 0.
       01 WS-TRACE-MAX-ROW PIC S9(4) VALUE 0.
       01 WS-TRACE-MIN-COL PIC S9(4) VALUE 0.
       01 WS-TRACE-MAX-COL PIC S9(4) VALUE 0.
       01 WS-TRACE-ALL-ROUND PIC 9 VALUE 0.
      * Objects found on the board. Side-or-corner objects cannot be
      * packed closer than one in every other row and column, so a
      * 60 x 60 board holds at most 900.
       01 WS-OBJECT-TABLE.
           05 WS-OBJECT-ENTRY OCCURS 900 TIMES.
               10 WS-OBJ-TYPE PIC 9(2).
               10 WS-OBJ-MIN-ROW PIC 9(2).
               10 WS-OBJ-MIN-COL PIC 9(2).
               10 WS-OBJ-HEIGHT PIC 9(3).
               10 WS-OBJ-WIDTH PIC 9(3).
               10 WS-OBJ-CELLS PIC 9(4).
               10 WS-OBJ-SHAPE PIC X(16).
               10 WS-OBJ-MERGED PIC 9.
       01 WS-OBJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-OBJECT-MAX PIC 9(4) VALUE 900.
       01 WS-OBJ-IDX PIC 9(4) VALUE 0.
       01 WS-PAIR-IDX PIC 9(4) VALUE 0.
       01 WS-OBJECT-NUMBER PIC 9(4) VALUE 0.
       01 WS-TOTAL-OBJECTS PIC 9(4) VALUE 0.
       01 WS-TYPE-COUNT-TABLE.
           05 WS-TYPE-COUNT PIC 9(4) OCCURS 11 TIMES.
       01 WS-TYPE-IDX PIC 9(2) VALUE 0.
       01 WS-TYPE-UNKNOWN PIC 9(2) VALUE 11.
       01 WS-TYPE-NAME-DATA.
           05 FILLER PIC X(8) VALUE "BLOCK".
           05 FILLER PIC X(8) VALUE "BEEHIVE".
           05 FILLER PIC X(8) VALUE "LOAF".
           05 FILLER PIC X(8) VALUE "BOAT".
           05 FILLER PIC X(8) VALUE "TUB".
           05 FILLER PIC X(8) VALUE "SHIP".
           05 FILLER PIC X(8) VALUE "BLINKER".
           05 FILLER PIC X(8) VALUE "TOAD".
           05 FILLER PIC X(8) VALUE "BEACON".
           05 FILLER PIC X(8) VALUE "GLIDER".
           05 FILLER PIC X(8) VALUE "UNKNOWN".
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-DATA.
           05 WS-TYPE-NAME PIC X(8) OCCURS 11 TIMES.
      * One row-major picture (1 = alive) of each known object per
      * phase, in one orientation; MATCH-SHAPE tries all eight turns
      * and mirror images of the object against these. The glider's
      * other two phases are turned mirror images of these two.
       01 WS-KNOWN-SHAPE-DATA.
           05 FILLER PIC 9(2) VALUE 1.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC X(16) VALUE "1111".
           05 FILLER PIC 9(2) VALUE 2.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC X(16) VALUE "011010010110".
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC X(16) VALUE "0110100101010010".
           05 FILLER PIC 9(2) VALUE 4.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC X(16) VALUE "110101010".
           05 FILLER PIC 9(2) VALUE 5.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC X(16) VALUE "010101010".
           05 FILLER PIC 9(2) VALUE 6.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC X(16) VALUE "110101011".
           05 FILLER PIC 9(2) VALUE 7.
           05 FILLER PIC 9 VALUE 1.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC X(16) VALUE "111".
           05 FILLER PIC 9(2) VALUE 8.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC X(16) VALUE "01111110".
           05 FILLER PIC 9(2) VALUE 8.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC X(16) VALUE "0010100110010100".
           05 FILLER PIC 9(2) VALUE 9.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC X(16) VALUE "1100110000110011".
           05 FILLER PIC 9(2) VALUE 9.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC X(16) VALUE "1100100000010011".
           05 FILLER PIC 9(2) VALUE 10.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC X(16) VALUE "010001111".
           05 FILLER PIC 9(2) VALUE 10.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC X(16) VALUE "101011010".
       01 WS-KNOWN-SHAPE-TABLE REDEFINES WS-KNOWN-SHAPE-DATA.
           05 WS-KNOWN-SHAPE OCCURS 13 TIMES.
               10 WS-KNOWN-TYPE PIC 9(2).
               10 WS-KNOWN-ROWS PIC 9.
               10 WS-KNOWN-COLS PIC 9.
               10 WS-KNOWN-BITS PIC X(16).
       01 WS-KNOWN-COUNT PIC 9(2) VALUE 13.
       01 WS-KNOWN-IDX PIC 9(2) VALUE 0.
      * Shape matching work areas: WS-SHAPE- is the object as found,
      * WS-XF- the same object turned and mirrored.
       01 WS-SHAPE-ROWS PIC 9 VALUE 0.
       01 WS-SHAPE-COLS PIC 9 VALUE 0.
       01 WS-SHAPE-BITS PIC X(16).
       01 WS-SHAPE-POS PIC 9(2) VALUE 0.
       01 WS-XF-TURN PIC 9 VALUE 0.
       01 WS-XF-MIRROR PIC 9 VALUE 0.
       01 WS-XF-ROWS PIC 9 VALUE 0.
       01 WS-XF-COLS PIC 9 VALUE 0.
       01 WS-XF-ROW PIC 9 VALUE 0.
       01 WS-XF-COL PIC 9 VALUE 0.
       01 WS-XF-SRC-ROW PIC 9 VALUE 0.
       01 WS-XF-SRC-COL PIC 9 VALUE 0.
       01 WS-XF-BITS PIC X(16).
       01 WS-MATCH-TYPE PIC 9(2) VALUE 0.
       01 WS-PAIR-MIN-ROW PIC 9(2) VALUE 0.
       01 WS-PAIR-MIN-COL PIC 9(2) VALUE 0.
       01 WS-PAIR-MAX-ROW PIC 9(3) VALUE 0.
       01 WS-PAIR-MAX-COL PIC 9(3) VALUE 0.
       01 WS-PAIR-PART PIC 9(4) VALUE 0.
       01 WS-PART-BIT PIC 9(2) VALUE 0.
       01 WS-PART-ROW PIC 9 VALUE 0.
       01 WS-PART-COL PIC 9 VALUE 0.
       01 WS-LINE-PTR PIC 9(3) VALUE 0.
       01 WS-GENERATION-EDITED PIC Z(9)9.
       01 WS-SIZE-EDITED PIC Z9.
       01 WS-REC-COUNT-EDITED PIC Z(5)9.
       01 WS-OBJECT-NUMBER-EDITED PIC ZZZ9.
       01 WS-ROW-EDITED PIC ZZ9.
       01 WS-COL-EDITED PIC ZZ9.
       01 WS-HEIGHT-EDITED PIC ZZ9.
       01 WS-WIDTH-EDITED PIC ZZ9.
       01 WS-CELLS-EDITED PIC ZZZ9.
       01 WS-COUNT-EDITED PIC ZZZ9.
       01 WS-COLUMN-EDITED PIC Z(7)9.
       LINKAGE SECTION.
       01 PARM-DATA.
           05 PARM-LENGTH PIC S9(4) COMP.
           05 PARM-TEXT PIC X(80).
       PROCEDURE DIVISION USING PARM-DATA.
           IF PARM-LENGTH > 0 THEN
               PERFORM PARSE-PARM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "objcensus: cannot open OBJRPT, status "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-REC.
           MOVE "LIFE OBJECT CENSUS" TO REPORT-REC.
           WRITE REPORT-REC.
           EVALUATE WS-CENSUS-MODE
               WHEN "OUTFILE"
                   PERFORM CENSUS-OUTFILE
               WHEN "SWEEP"
                   PERFORM CENSUS-SWEEP
               WHEN "CKPT"
                   PERFORM CENSUS-CHECKPOINT
               WHEN OTHER
                   MOVE SPACES TO REPORT-REC
                   STRING "UNKNOWN CENSUS SOURCE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MODE-TEXT) DELIMITED BY SIZE
                       INTO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY "objcensus: PARM must start OUTFILE, "
                       "SWEEP or CKPT"
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE.
           CLOSE REPORT-FILE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.
      * PARM is "OUTFILE,rows,cols,wrap", "SWEEP,prefix" or
      * "CKPT,runid"; an empty PARM is OUTFILE at the workerbatch
      * default size.
       PARSE-PARM.
           MOVE SPACES TO WS-MODE-TEXT.
           MOVE SPACES TO WS-PARM-TEXT-2.
           MOVE SPACES TO WS-PARM-TEXT-3.
           MOVE SPACES TO WS-PARM-TEXT-4.
           UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY "," OR " "
               INTO WS-MODE-TEXT WS-PARM-TEXT-2 WS-PARM-TEXT-3
                    WS-PARM-TEXT-4.
           EVALUATE WS-MODE-TEXT
               WHEN "OUTFILE"
               WHEN "outfile"
               WHEN SPACES
                   MOVE "OUTFILE" TO WS-CENSUS-MODE
                   IF FUNCTION NUMVAL(WS-PARM-TEXT-2) > 0
                      AND FUNCTION NUMVAL(WS-PARM-TEXT-2) <= 60 THEN
                       COMPUTE WS-OBJ-ROWS =
                           FUNCTION NUMVAL(WS-PARM-TEXT-2)
                   END-IF
                   IF FUNCTION NUMVAL(WS-PARM-TEXT-3) > 0
                      AND FUNCTION NUMVAL(WS-PARM-TEXT-3) <= 60 THEN
                       COMPUTE WS-OBJ-COLS =
                           FUNCTION NUMVAL(WS-PARM-TEXT-3)
                   END-IF
                   IF WS-PARM-TEXT-4 = "1" THEN
                       MOVE 1 TO WS-OBJ-WRAP
                   END-IF
               WHEN "SWEEP"
               WHEN "sweep"
                   MOVE "SWEEP" TO WS-CENSUS-MODE
                   IF WS-PARM-TEXT-2 NOT = SPACES THEN
                       MOVE WS-PARM-TEXT-2 TO WS-SWEEP-PREFIX
                   END-IF
               WHEN "CKPT"
               WHEN "ckpt"
                   MOVE "CKPT" TO WS-CENSUS-MODE
                   MOVE WS-PARM-TEXT-2 TO WS-RUN-ID
               WHEN OTHER
                   MOVE "BAD" TO WS-CENSUS-MODE
           END-EVALUATE.
      * The board is the last generation in OUTFILE.
       CENSUS-OUTFILE.
           OPEN INPUT BATCH-OUTPUT-FILE.
           IF WS-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO REPORT-REC
               STRING "CANNOT OPEN OUTFILE, STATUS " DELIMITED BY SIZE
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "objcensus: cannot open OUTFILE, status "
                   WS-FILE-STATUS
               MOVE 8 TO WS-FINAL-RC
           ELSE
               MOVE 0 TO WS-REC-COUNT
               MOVE 0 TO WS-DECODE-HAVE-BOARD
               MOVE 0 TO WS-DECODE-ERROR
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                        OR WS-DECODE-ERROR = 1
                   READ BATCH-OUTPUT-FILE INTO WS-COMPACT-RECORD
                   IF WS-FILE-STATUS = "00" THEN
                       PERFORM DECODE-GENERATION-RECORD
                       IF WS-DECODE-ERROR = 0 THEN
                           ADD 1 TO WS-REC-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BATCH-OUTPUT-FILE
               IF WS-DECODE-ERROR = 1 THEN
                   COMPUTE WS-REC-COUNT-EDITED = WS-REC-COUNT + 1
                   MOVE SPACES TO REPORT-REC
                   STRING "OUTFILE RECORD " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REC-COUNT-EDITED)
                       DELIMITED BY SIZE
                       " IS NOT A VALID GENERATION RECORD"
                       DELIMITED BY SIZE
                       INTO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY "objcensus: OUTFILE record "
                       FUNCTION TRIM(WS-REC-COUNT-EDITED)
                       " is not a valid generation record"
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   IF WS-REC-COUNT = 0 THEN
                       MOVE "NO GENERATION RECORDS FOUND IN OUTFILE"
                           TO REPORT-REC
                       WRITE REPORT-REC
                   ELSE
                       MOVE WS-DECODED-WORLD TO WS-OBJ-WORLD
                       MOVE WS-DECODED-GENERATION
                           TO WS-OBJ-GENERATION
                       MOVE SPACES TO REPORT-REC
                       WRITE REPORT-REC
                       MOVE SPACES TO REPORT-REC
                       MOVE WS-OBJ-GENERATION TO WS-GENERATION-EDITED
                       STRING "OUTFILE GENERATION " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-GENERATION-EDITED)
                           DELIMITED BY SIZE
                           INTO REPORT-REC
                       WRITE REPORT-REC
                       PERFORM CENSUS-ONE-BOARD
                   END-IF
               END-IF
           END-IF.
      * The board of every spec SWEEPRST says was run, from the last
      * generation of its prefix-out-NN.dat.
       CENSUS-SWEEP.
           PERFORM LOAD-SWEEP-SPECS.
           IF WS-RST-STATUS NOT = "00" AND WS-RST-STATUS NOT = "10"
              THEN
               MOVE SPACES TO REPORT-REC
               STRING "CANNOT OPEN SWEEPRST, STATUS " DELIMITED BY SIZE
                   WS-RST-STATUS DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "objcensus: cannot open SWEEPRST, status "
                   WS-RST-STATUS
               MOVE 8 TO WS-FINAL-RC
           ELSE
               MOVE 0 TO WS-SPECS-CENSUSED
               PERFORM VARYING WS-SPEC-NUMBER FROM 1 BY 1
                        UNTIL WS-SPEC-NUMBER > 98
                   IF WS-SPEC-RAN(WS-SPEC-NUMBER) = 1 THEN
                       PERFORM CENSUS-ONE-SPEC
                   END-IF
               END-PERFORM
               IF WS-SPEC-RAN(99) = 1 THEN
                   MOVE 99 TO WS-SPEC-NUMBER
                   PERFORM CENSUS-ONE-SPEC
               END-IF
               IF WS-SPECS-CENSUSED = 0 THEN
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "NO SWEEP OUTPUT FILES FOUND" TO REPORT-REC
                   WRITE REPORT-REC
               ELSE
                   PERFORM WRITE-SPEC-COUNT-TABLE
               END-IF
           END-IF.
       LOAD-SWEEP-SPECS.
           PERFORM VARYING WS-SPEC-NUMBER FROM 1 BY 1
                    UNTIL WS-SPEC-NUMBER > 98
               MOVE 0 TO WS-SPEC-RAN(WS-SPEC-NUMBER)
               MOVE 0 TO WS-SPEC-CENSUSED(WS-SPEC-NUMBER)
           END-PERFORM.
           MOVE 0 TO WS-SPEC-RAN(99).
           MOVE 0 TO WS-SPEC-CENSUSED(99).
           OPEN INPUT SWEEP-RESTART-FILE.
           IF WS-RST-STATUS = "00" THEN
               PERFORM UNTIL WS-RST-STATUS NOT = "00"
                   READ SWEEP-RESTART-FILE
                       INTO WS-SWEEP-RESTART-RECORD
                   IF WS-RST-STATUS = "00"
                      AND SRR-COMPLETE-FLAG = "Y"
                      AND SRR-SPEC-NUMBER IS NUMERIC THEN
                       IF SRR-SPEC-NUMBER > 0 THEN
                           PERFORM NOTE-SWEEP-SPEC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SWEEP-RESTART-FILE
           END-IF.
       NOTE-SWEEP-SPEC.
           MOVE SRR-SPEC-NUMBER TO WS-SPEC-NUMBER.
           IF SRR-OUTCOME = "RUN" THEN
               MOVE 1 TO WS-SPEC-RAN(WS-SPEC-NUMBER)
               MOVE SRR-ROWS TO WS-SPEC-ROWS(WS-SPEC-NUMBER)
               MOVE SRR-COLS TO WS-SPEC-COLS(WS-SPEC-NUMBER)
               MOVE SRR-WRAP TO WS-SPEC-WRAP(WS-SPEC-NUMBER)
           ELSE
               MOVE 0 TO WS-SPEC-RAN(WS-SPEC-NUMBER)
           END-IF.
       CENSUS-ONE-SPEC.
           MOVE SPACES TO WS-SWEEP-OUT-PATH.
           STRING FUNCTION TRIM(WS-SWEEP-PREFIX) DELIMITED BY SIZE
               "-out-" DELIMITED BY SIZE
               WS-SPEC-NUMBER DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-SWEEP-OUT-PATH.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "SPEC " DELIMITED BY SIZE
               WS-SPEC-NUMBER DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SWEEP-OUT-PATH) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-REC.
           WRITE REPORT-REC.
           OPEN INPUT SWEEP-OUTPUT-FILE.
           IF WS-FILE-STATUS NOT = "00" THEN
               MOVE "OUTPUT FILE NOT FOUND" TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "objcensus: cannot open "
                   FUNCTION TRIM(WS-SWEEP-OUT-PATH) ", status "
                   WS-FILE-STATUS
               IF WS-FINAL-RC < 4 THEN
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           ELSE
               MOVE 0 TO WS-REC-COUNT
               MOVE 0 TO WS-DECODE-HAVE-BOARD
               MOVE 0 TO WS-DECODE-ERROR
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                        OR WS-DECODE-ERROR = 1
                   READ SWEEP-OUTPUT-FILE INTO WS-COMPACT-RECORD
                   IF WS-FILE-STATUS = "00" THEN
                       PERFORM DECODE-GENERATION-RECORD
                       IF WS-DECODE-ERROR = 0 THEN
                           ADD 1 TO WS-REC-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SWEEP-OUTPUT-FILE
               IF WS-DECODE-ERROR = 1 THEN
                   COMPUTE WS-REC-COUNT-EDITED = WS-REC-COUNT + 1
                   MOVE SPACES TO REPORT-REC
                   STRING "RECORD " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REC-COUNT-EDITED)
                       DELIMITED BY SIZE
                       " IS NOT A VALID GENERATION RECORD"
                       DELIMITED BY SIZE
                       INTO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY "objcensus: "
                       FUNCTION TRIM(WS-SWEEP-OUT-PATH)
                       " record " FUNCTION TRIM(WS-REC-COUNT-EDITED)
                       " is not a valid generation record"
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   IF WS-REC-COUNT = 0 THEN
                       MOVE "NO GENERATION RECORDS FOUND"
                           TO REPORT-REC
                       WRITE REPORT-REC
                   ELSE
                       MOVE WS-DECODED-WORLD TO WS-OBJ-WORLD
                       MOVE WS-DECODED-GENERATION
                           TO WS-OBJ-GENERATION
                       MOVE WS-SPEC-ROWS(WS-SPEC-NUMBER)
                           TO WS-OBJ-ROWS
                       MOVE WS-SPEC-COLS(WS-SPEC-NUMBER)
                           TO WS-OBJ-COLS
                       MOVE WS-SPEC-WRAP(WS-SPEC-NUMBER)
                           TO WS-OBJ-WRAP
                       MOVE SPACES TO REPORT-REC
                       MOVE WS-OBJ-GENERATION TO WS-GENERATION-EDITED
                       STRING "GENERATION " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-GENERATION-EDITED)
                           DELIMITED BY SIZE
                           INTO REPORT-REC
                       WRITE REPORT-REC
                       PERFORM CENSUS-ONE-BOARD
                       PERFORM KEEP-SPEC-COUNTS
                   END-IF
               END-IF
           END-IF.
       KEEP-SPEC-COUNTS.
           ADD 1 TO WS-SPECS-CENSUSED.
           MOVE 1 TO WS-SPEC-CENSUSED(WS-SPEC-NUMBER).
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > WS-TYPE-UNKNOWN
               MOVE WS-TYPE-COUNT(WS-TYPE-IDX)
                   TO WS-SPEC-TYPE-COUNT(WS-SPEC-NUMBER, WS-TYPE-IDX)
           END-PERFORM.
           MOVE WS-TOTAL-OBJECTS TO WS-SPEC-TOTAL(WS-SPEC-NUMBER).
      * The board saved for a run, recovered from the .bak copy when
      * the checkpoint itself is unreadable.
       CENSUS-CHECKPOINT.
           PERFORM VALIDATE-RUN-ID.
           IF WS-RUN-ID = SPACES OR WS-RUNID-ERROR = 1 THEN
               MOVE "CKPT NEEDS A RUN ID OF LETTERS AND DIGITS"
                   TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "objcensus: PARM CKPT must give a run id of "
                   "letters and digits"
               MOVE 8 TO WS-FINAL-RC
           ELSE
               STRING "ckpt-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-CHECKPOINT-PATH
               STRING "ckpt-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                   ".bak" DELIMITED BY SIZE
                   INTO WS-BACKUP-PATH
               PERFORM TRY-READ-CHECKPOINT
               IF WS-CHECKPOINT-EXISTS = 0 THEN
                   MOVE SPACES TO REPORT-REC
                   STRING "NO READABLE CHECKPOINT FOR RUN "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                       INTO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY "objcensus: no readable checkpoint for run '"
                       FUNCTION TRIM(WS-RUN-ID) "'"
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   MOVE CKPT-WORLD TO WS-OBJ-WORLD
                   MOVE CKPT-GENERATION TO WS-OBJ-GENERATION
                   MOVE CKPT-ROWS TO WS-OBJ-ROWS
                   MOVE CKPT-COLUMNS TO WS-OBJ-COLS
                   MOVE CKPT-WRAP TO WS-OBJ-WRAP
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE SPACES TO REPORT-REC
                   MOVE WS-OBJ-GENERATION TO WS-GENERATION-EDITED
                   STRING "RUN " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                       " GENERATION " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GENERATION-EDITED)
                       DELIMITED BY SIZE
                       INTO REPORT-REC
                   WRITE REPORT-REC
                   IF WS-CKPT-RESTORED = 1 THEN
                       MOVE "CHECKPOINT RECOVERED FROM ITS BACKUP COPY"
                           TO REPORT-REC
                       WRITE REPORT-REC
                   END-IF
                   PERFORM CENSUS-ONE-BOARD
               END-IF
           END-IF.
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
       TRY-READ-CHECKPOINT.
           MOVE 0 TO WS-CHECKPOINT-EXISTS.
           MOVE 0 TO WS-CKPT-RESTORED.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00" THEN
               READ CHECKPOINT-FILE INTO WS-CHECKPOINT-RECORD
               IF WS-CKPT-STATUS = "00" THEN
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
                           MOVE 1 TO WS-CKPT-RESTORED
                       END-IF
                   END-IF
                   CLOSE CHECKPOINT-BAK-FILE
               END-IF
           END-IF.
      * Finds, names and reports the objects on WS-OBJ-WORLD.
       CENSUS-ONE-BOARD.
           MOVE WS-OBJ-ROWS TO WS-SIZE-EDITED.
           MOVE SPACES TO REPORT-REC.
           MOVE 1 TO WS-LINE-PTR.
           STRING "BOARD " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIZE-EDITED) DELIMITED BY SIZE
               " X " DELIMITED BY SIZE
               INTO REPORT-REC WITH POINTER WS-LINE-PTR.
           MOVE WS-OBJ-COLS TO WS-SIZE-EDITED.
           STRING FUNCTION TRIM(WS-SIZE-EDITED) DELIMITED BY SIZE
               INTO REPORT-REC WITH POINTER WS-LINE-PTR.
           IF WS-OBJ-WRAP = 1 THEN
               STRING " WRAPPED" DELIMITED BY SIZE
                   INTO REPORT-REC WITH POINTER WS-LINE-PTR
           END-IF.
           WRITE REPORT-REC.
           PERFORM FIND-OBJECTS.
           PERFORM PAIR-SPLIT-OBJECTS.
           PERFORM COUNT-OBJECT-TYPES.
           PERFORM WRITE-OBJECT-LIST.
           PERFORM WRITE-TYPE-SUMMARY.
       FIND-OBJECTS.
           MOVE 0 TO WS-OBJECT-COUNT.
           MOVE WS-OBJ-WORLD TO WS-SCAN-WORLD.
           PERFORM VARYING WS-SCAN-ROW FROM 1 BY 1
                    UNTIL WS-SCAN-ROW > WS-OBJ-ROWS
               PERFORM SCAN-CELL VARYING WS-SCAN-COL FROM 1 BY 1
                   UNTIL WS-SCAN-COL > WS-OBJ-COLS
           END-PERFORM.
       SCAN-CELL.
           COMPUTE WS-SCAN-POS =
               (WS-SCAN-ROW - 1) * WS-OBJ-COLS + WS-SCAN-COL.
           IF WS-SCAN-WORLD(WS-SCAN-POS:1) = "1"
              AND WS-OBJECT-COUNT < WS-OBJECT-MAX THEN
               PERFORM TRACE-OBJECT
           END-IF.
      * Collects every live cell joined to the one at WS-SCAN-ROW/COL,
      * working through the list as it grows, then records the
      * object's bounding box and, when it fits in 4 x 4, its shape.
      * An object that wraps all the way round the board is given the
      * whole height or width of the board.
       TRACE-OBJECT.
           MOVE "0" TO WS-SCAN-WORLD(WS-SCAN-POS:1).
           MOVE 1 TO WS-TRACE-HEAD.
           MOVE 1 TO WS-TRACE-TAIL.
           MOVE WS-SCAN-ROW TO WS-TRACE-ROW(1).
           MOVE WS-SCAN-COL TO WS-TRACE-COL(1).
           PERFORM UNTIL WS-TRACE-HEAD > WS-TRACE-TAIL
               PERFORM VARYING WS-NBR-ROW-OFFSET FROM -1 BY 1
                        UNTIL WS-NBR-ROW-OFFSET > 1
                   PERFORM TRACE-NEIGHBOUR
                       VARYING WS-NBR-COL-OFFSET FROM -1 BY 1
                       UNTIL WS-NBR-COL-OFFSET > 1
               END-PERFORM
               ADD 1 TO WS-TRACE-HEAD
           END-PERFORM.
           MOVE WS-TRACE-ROW(1) TO WS-TRACE-MIN-ROW.
           MOVE WS-TRACE-ROW(1) TO WS-TRACE-MAX-ROW.
           MOVE WS-TRACE-COL(1) TO WS-TRACE-MIN-COL.
           MOVE WS-TRACE-COL(1) TO WS-TRACE-MAX-COL.
           PERFORM VARYING WS-TRACE-IDX FROM 2 BY 1
                    UNTIL WS-TRACE-IDX > WS-TRACE-TAIL
               IF WS-TRACE-ROW(WS-TRACE-IDX) < WS-TRACE-MIN-ROW THEN
                   MOVE WS-TRACE-ROW(WS-TRACE-IDX) TO WS-TRACE-MIN-ROW
               END-IF
               IF WS-TRACE-ROW(WS-TRACE-IDX) > WS-TRACE-MAX-ROW THEN
                   MOVE WS-TRACE-ROW(WS-TRACE-IDX) TO WS-TRACE-MAX-ROW
               END-IF
               IF WS-TRACE-COL(WS-TRACE-IDX) < WS-TRACE-MIN-COL THEN
                   MOVE WS-TRACE-COL(WS-TRACE-IDX) TO WS-TRACE-MIN-COL
               END-IF
               IF WS-TRACE-COL(WS-TRACE-IDX) > WS-TRACE-MAX-COL THEN
                   MOVE WS-TRACE-COL(WS-TRACE-IDX) TO WS-TRACE-MAX-COL
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-TRACE-ALL-ROUND.
           IF WS-OBJ-WRAP = 1 AND
              WS-TRACE-MAX-ROW - WS-TRACE-MIN-ROW + 1 >= WS-OBJ-ROWS
              THEN
               MOVE 1 TO WS-TRACE-ALL-ROUND
               MOVE 1 TO WS-TRACE-MIN-ROW
               MOVE WS-OBJ-ROWS TO WS-TRACE-MAX-ROW
           END-IF.
           IF WS-OBJ-WRAP = 1 AND
              WS-TRACE-MAX-COL - WS-TRACE-MIN-COL + 1 >= WS-OBJ-COLS
              THEN
               MOVE 1 TO WS-TRACE-ALL-ROUND
               MOVE 1 TO WS-TRACE-MIN-COL
               MOVE WS-OBJ-COLS TO WS-TRACE-MAX-COL
           END-IF.
           ADD 1 TO WS-OBJECT-COUNT.
           MOVE WS-OBJECT-COUNT TO WS-OBJ-IDX.
           COMPUTE WS-OBJ-MIN-ROW(WS-OBJ-IDX) =
               FUNCTION MOD(WS-TRACE-MIN-ROW - 1, WS-OBJ-ROWS) + 1.
           COMPUTE WS-OBJ-MIN-COL(WS-OBJ-IDX) =
               FUNCTION MOD(WS-TRACE-MIN-COL - 1, WS-OBJ-COLS) + 1.
           COMPUTE WS-OBJ-HEIGHT(WS-OBJ-IDX) =
               WS-TRACE-MAX-ROW - WS-TRACE-MIN-ROW + 1.
           COMPUTE WS-OBJ-WIDTH(WS-OBJ-IDX) =
               WS-TRACE-MAX-COL - WS-TRACE-MIN-COL + 1.
           MOVE WS-TRACE-TAIL TO WS-OBJ-CELLS(WS-OBJ-IDX).
           MOVE 0 TO WS-OBJ-MERGED(WS-OBJ-IDX).
           MOVE SPACES TO WS-OBJ-SHAPE(WS-OBJ-IDX).
           MOVE WS-TYPE-UNKNOWN TO WS-OBJ-TYPE(WS-OBJ-IDX).
           IF WS-OBJ-HEIGHT(WS-OBJ-IDX) <= 4
              AND WS-OBJ-WIDTH(WS-OBJ-IDX) <= 4
              AND WS-TRACE-ALL-ROUND = 0 THEN
               MOVE WS-OBJ-HEIGHT(WS-OBJ-IDX) TO WS-SHAPE-ROWS
               MOVE WS-OBJ-WIDTH(WS-OBJ-IDX) TO WS-SHAPE-COLS
               MOVE SPACES TO WS-SHAPE-BITS
               MOVE ALL "0"
                   TO WS-SHAPE-BITS(1:WS-SHAPE-ROWS * WS-SHAPE-COLS)
               PERFORM VARYING WS-TRACE-IDX FROM 1 BY 1
                        UNTIL WS-TRACE-IDX > WS-TRACE-TAIL
                   COMPUTE WS-SHAPE-POS =
                       (WS-TRACE-ROW(WS-TRACE-IDX) - WS-TRACE-MIN-ROW)
                       * WS-SHAPE-COLS
                       + WS-TRACE-COL(WS-TRACE-IDX) - WS-TRACE-MIN-COL
                       + 1
                   MOVE "1" TO WS-SHAPE-BITS(WS-SHAPE-POS:1)
               END-PERFORM
               MOVE WS-SHAPE-BITS TO WS-OBJ-SHAPE(WS-OBJ-IDX)
               PERFORM MATCH-SHAPE
               MOVE WS-MATCH-TYPE TO WS-OBJ-TYPE(WS-OBJ-IDX)
           END-IF.
      * Takes in the neighbour of the cell at the head of the list
      * when it is alive and not yet in an object.
       TRACE-NEIGHBOUR.
           COMPUTE WS-NBR-ROW =
               WS-TRACE-ROW(WS-TRACE-HEAD) + WS-NBR-ROW-OFFSET.
           COMPUTE WS-NBR-COL =
               WS-TRACE-COL(WS-TRACE-HEAD) + WS-NBR-COL-OFFSET.
           IF WS-OBJ-WRAP = 1 THEN
               COMPUTE WS-NBR-BOARD-ROW =
                   FUNCTION MOD(WS-NBR-ROW - 1, WS-OBJ-ROWS) + 1
               COMPUTE WS-NBR-BOARD-COL =
                   FUNCTION MOD(WS-NBR-COL - 1, WS-OBJ-COLS) + 1
           ELSE
               MOVE WS-NBR-ROW TO WS-NBR-BOARD-ROW
               MOVE WS-NBR-COL TO WS-NBR-BOARD-COL
           END-IF.
           IF WS-NBR-BOARD-ROW >= 1
              AND WS-NBR-BOARD-ROW <= WS-OBJ-ROWS
              AND WS-NBR-BOARD-COL >= 1
              AND WS-NBR-BOARD-COL <= WS-OBJ-COLS THEN
               COMPUTE WS-NBR-POS =
                   (WS-NBR-BOARD-ROW - 1) * WS-OBJ-COLS
                   + WS-NBR-BOARD-COL
               IF WS-SCAN-WORLD(WS-NBR-POS:1) = "1" THEN
                   MOVE "0" TO WS-SCAN-WORLD(WS-NBR-POS:1)
                   ADD 1 TO WS-TRACE-TAIL
                   MOVE WS-NBR-ROW TO WS-TRACE-ROW(WS-TRACE-TAIL)
                   MOVE WS-NBR-COL TO WS-TRACE-COL(WS-TRACE-TAIL)
               END-IF
           END-IF.
      * Sets WS-MATCH-TYPE to the known object WS-SHAPE-BITS is, in
      * any of its four turns with or without a mirror image, or to
      * UNKNOWN.
       MATCH-SHAPE.
           MOVE WS-TYPE-UNKNOWN TO WS-MATCH-TYPE.
           PERFORM VARYING WS-XF-MIRROR FROM 0 BY 1
                    UNTIL WS-XF-MIRROR > 1
                       OR WS-MATCH-TYPE NOT = WS-TYPE-UNKNOWN
               PERFORM VARYING WS-XF-TURN FROM 0 BY 1
                        UNTIL WS-XF-TURN > 3
                           OR WS-MATCH-TYPE NOT = WS-TYPE-UNKNOWN
                   PERFORM TRANSFORM-SHAPE
                   PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                            UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
                       IF WS-KNOWN-ROWS(WS-KNOWN-IDX) = WS-XF-ROWS
                          AND WS-KNOWN-COLS(WS-KNOWN-IDX) = WS-XF-COLS
                          AND WS-KNOWN-BITS(WS-KNOWN-IDX) = WS-XF-BITS
                          THEN
                           MOVE WS-KNOWN-TYPE(WS-KNOWN-IDX)
                               TO WS-MATCH-TYPE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
      * Builds WS-XF-BITS as WS-SHAPE-BITS mirrored left to right when
      * WS-XF-MIRROR is set, then turned clockwise WS-XF-TURN times.
       TRANSFORM-SHAPE.
           IF WS-XF-TURN = 1 OR WS-XF-TURN = 3 THEN
               MOVE WS-SHAPE-COLS TO WS-XF-ROWS
               MOVE WS-SHAPE-ROWS TO WS-XF-COLS
           ELSE
               MOVE WS-SHAPE-ROWS TO WS-XF-ROWS
               MOVE WS-SHAPE-COLS TO WS-XF-COLS
           END-IF.
           MOVE SPACES TO WS-XF-BITS.
           PERFORM VARYING WS-XF-ROW FROM 1 BY 1
                    UNTIL WS-XF-ROW > WS-XF-ROWS
               PERFORM TRANSFORM-SHAPE-CELL
                   VARYING WS-XF-COL FROM 1 BY 1
                   UNTIL WS-XF-COL > WS-XF-COLS
           END-PERFORM.
       TRANSFORM-SHAPE-CELL.
           EVALUATE WS-XF-TURN
               WHEN 1
                   COMPUTE WS-XF-SRC-ROW =
                       WS-SHAPE-ROWS - WS-XF-COL + 1
                   MOVE WS-XF-ROW TO WS-XF-SRC-COL
               WHEN 2
                   COMPUTE WS-XF-SRC-ROW =
                       WS-SHAPE-ROWS - WS-XF-ROW + 1
                   COMPUTE WS-XF-SRC-COL =
                       WS-SHAPE-COLS - WS-XF-COL + 1
               WHEN 3
                   MOVE WS-XF-COL TO WS-XF-SRC-ROW
                   COMPUTE WS-XF-SRC-COL =
                       WS-SHAPE-COLS - WS-XF-ROW + 1
               WHEN OTHER
                   MOVE WS-XF-ROW TO WS-XF-SRC-ROW
                   MOVE WS-XF-COL TO WS-XF-SRC-COL
           END-EVALUATE.
           IF WS-XF-MIRROR = 1 THEN
               COMPUTE WS-XF-SRC-COL =
                   WS-SHAPE-COLS - WS-XF-SRC-COL + 1
           END-IF.
           COMPUTE WS-SHAPE-POS =
               (WS-XF-SRC-ROW - 1) * WS-SHAPE-COLS + WS-XF-SRC-COL.
           COMPUTE WS-PART-BIT =
               (WS-XF-ROW - 1) * WS-XF-COLS + WS-XF-COL.
           MOVE WS-SHAPE-BITS(WS-SHAPE-POS:1)
               TO WS-XF-BITS(WS-PART-BIT:1).
      * A toad or beacon in its second phase is two three-cell pieces
      * that do not touch. Two unknown three-cell pieces that
      * together fill a 4 x 4 box and make one of them are counted as
      * one object; the second piece is dropped from the list.
       PAIR-SPLIT-OBJECTS.
           PERFORM VARYING WS-OBJ-IDX FROM 1 BY 1
                    UNTIL WS-OBJ-IDX > WS-OBJECT-COUNT
               IF WS-OBJ-TYPE(WS-OBJ-IDX) = WS-TYPE-UNKNOWN
                  AND WS-OBJ-CELLS(WS-OBJ-IDX) = 3
                  AND WS-OBJ-MERGED(WS-OBJ-IDX) = 0 THEN
                   PERFORM VARYING WS-PAIR-IDX FROM WS-OBJ-IDX BY 1
                            UNTIL WS-PAIR-IDX > WS-OBJECT-COUNT
                               OR WS-OBJ-TYPE(WS-OBJ-IDX)
                                  NOT = WS-TYPE-UNKNOWN
                       IF WS-PAIR-IDX NOT = WS-OBJ-IDX
                          AND WS-OBJ-TYPE(WS-PAIR-IDX)
                              = WS-TYPE-UNKNOWN
                          AND WS-OBJ-CELLS(WS-PAIR-IDX) = 3
                          AND WS-OBJ-MERGED(WS-PAIR-IDX) = 0 THEN
                           PERFORM TRY-PAIR-OBJECTS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       TRY-PAIR-OBJECTS.
           MOVE WS-OBJ-MIN-ROW(WS-OBJ-IDX) TO WS-PAIR-MIN-ROW.
           IF WS-OBJ-MIN-ROW(WS-PAIR-IDX) < WS-PAIR-MIN-ROW THEN
               MOVE WS-OBJ-MIN-ROW(WS-PAIR-IDX) TO WS-PAIR-MIN-ROW
           END-IF.
           MOVE WS-OBJ-MIN-COL(WS-OBJ-IDX) TO WS-PAIR-MIN-COL.
           IF WS-OBJ-MIN-COL(WS-PAIR-IDX) < WS-PAIR-MIN-COL THEN
               MOVE WS-OBJ-MIN-COL(WS-PAIR-IDX) TO WS-PAIR-MIN-COL
           END-IF.
           COMPUTE WS-PAIR-MAX-ROW =
               WS-OBJ-MIN-ROW(WS-OBJ-IDX) + WS-OBJ-HEIGHT(WS-OBJ-IDX)
               - 1.
           IF WS-OBJ-MIN-ROW(WS-PAIR-IDX) + WS-OBJ-HEIGHT(WS-PAIR-IDX)
              - 1 > WS-PAIR-MAX-ROW THEN
               COMPUTE WS-PAIR-MAX-ROW =
                   WS-OBJ-MIN-ROW(WS-PAIR-IDX)
                   + WS-OBJ-HEIGHT(WS-PAIR-IDX) - 1
           END-IF.
           COMPUTE WS-PAIR-MAX-COL =
               WS-OBJ-MIN-COL(WS-OBJ-IDX) + WS-OBJ-WIDTH(WS-OBJ-IDX)
               - 1.
           IF WS-OBJ-MIN-COL(WS-PAIR-IDX) + WS-OBJ-WIDTH(WS-PAIR-IDX)
              - 1 > WS-PAIR-MAX-COL THEN
               COMPUTE WS-PAIR-MAX-COL =
                   WS-OBJ-MIN-COL(WS-PAIR-IDX)
                   + WS-OBJ-WIDTH(WS-PAIR-IDX) - 1
           END-IF.
           IF WS-PAIR-MAX-ROW - WS-PAIR-MIN-ROW + 1 = 4
              AND WS-PAIR-MAX-COL - WS-PAIR-MIN-COL + 1 = 4 THEN
               MOVE 4 TO WS-SHAPE-ROWS
               MOVE 4 TO WS-SHAPE-COLS
               MOVE ALL "0" TO WS-SHAPE-BITS
               MOVE WS-OBJ-IDX TO WS-PAIR-PART
               PERFORM ADD-PART-TO-SHAPE
               MOVE WS-PAIR-IDX TO WS-PAIR-PART
               PERFORM ADD-PART-TO-SHAPE
               PERFORM MATCH-SHAPE
               IF WS-MATCH-TYPE NOT = WS-TYPE-UNKNOWN THEN
                   MOVE WS-MATCH-TYPE TO WS-OBJ-TYPE(WS-OBJ-IDX)
                   MOVE WS-PAIR-MIN-ROW TO WS-OBJ-MIN-ROW(WS-OBJ-IDX)
                   MOVE WS-PAIR-MIN-COL TO WS-OBJ-MIN-COL(WS-OBJ-IDX)
                   MOVE 4 TO WS-OBJ-HEIGHT(WS-OBJ-IDX)
                   MOVE 4 TO WS-OBJ-WIDTH(WS-OBJ-IDX)
                   MOVE 6 TO WS-OBJ-CELLS(WS-OBJ-IDX)
                   MOVE WS-SHAPE-BITS TO WS-OBJ-SHAPE(WS-OBJ-IDX)
                   MOVE 1 TO WS-OBJ-MERGED(WS-PAIR-IDX)
               END-IF
           END-IF.
      * Copies the live cells of object WS-PAIR-PART into the 4 x 4
      * WS-SHAPE-BITS at its place in the pair's bounding box.
       ADD-PART-TO-SHAPE.
           PERFORM VARYING WS-PART-BIT FROM 1 BY 1
                    UNTIL WS-PART-BIT >
                        WS-OBJ-HEIGHT(WS-PAIR-PART)
                        * WS-OBJ-WIDTH(WS-PAIR-PART)
               IF WS-OBJ-SHAPE(WS-PAIR-PART)(WS-PART-BIT:1) = "1"
                   THEN
                   COMPUTE WS-PART-ROW =
                       (WS-PART-BIT - 1) / WS-OBJ-WIDTH(WS-PAIR-PART)
                   COMPUTE WS-PART-COL =
                       FUNCTION MOD(WS-PART-BIT - 1,
                           WS-OBJ-WIDTH(WS-PAIR-PART))
                   COMPUTE WS-SHAPE-POS =
                       (WS-OBJ-MIN-ROW(WS-PAIR-PART) - WS-PAIR-MIN-ROW
                        + WS-PART-ROW) * 4
                       + WS-OBJ-MIN-COL(WS-PAIR-PART) - WS-PAIR-MIN-COL
                       + WS-PART-COL + 1
                   MOVE "1" TO WS-SHAPE-BITS(WS-SHAPE-POS:1)
               END-IF
           END-PERFORM.
       COUNT-OBJECT-TYPES.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > WS-TYPE-UNKNOWN
               MOVE 0 TO WS-TYPE-COUNT(WS-TYPE-IDX)
           END-PERFORM.
           MOVE 0 TO WS-TOTAL-OBJECTS.
           PERFORM VARYING WS-OBJ-IDX FROM 1 BY 1
                    UNTIL WS-OBJ-IDX > WS-OBJECT-COUNT
               IF WS-OBJ-MERGED(WS-OBJ-IDX) = 0 THEN
                   ADD 1 TO WS-TYPE-COUNT(WS-OBJ-TYPE(WS-OBJ-IDX))
                   ADD 1 TO WS-TOTAL-OBJECTS
               END-IF
           END-PERFORM.
       WRITE-OBJECT-LIST.
           IF WS-TOTAL-OBJECTS = 0 THEN
               MOVE "NO LIVE CELLS" TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE SPACES TO REPORT-REC
               STRING "   NO.  TYPE      ROW  COL" DELIMITED BY SIZE
                   "  HEIGHT  WIDTH  CELLS" DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
               MOVE 0 TO WS-OBJECT-NUMBER
               PERFORM VARYING WS-OBJ-IDX FROM 1 BY 1
                        UNTIL WS-OBJ-IDX > WS-OBJECT-COUNT
                   IF WS-OBJ-MERGED(WS-OBJ-IDX) = 0 THEN
                       PERFORM WRITE-OBJECT-LINE
                   END-IF
               END-PERFORM
           END-IF.
       WRITE-OBJECT-LINE.
           ADD 1 TO WS-OBJECT-NUMBER.
           MOVE WS-OBJECT-NUMBER TO WS-OBJECT-NUMBER-EDITED.
           MOVE WS-OBJ-MIN-ROW(WS-OBJ-IDX) TO WS-ROW-EDITED.
           MOVE WS-OBJ-MIN-COL(WS-OBJ-IDX) TO WS-COL-EDITED.
           MOVE WS-OBJ-HEIGHT(WS-OBJ-IDX) TO WS-HEIGHT-EDITED.
           MOVE WS-OBJ-WIDTH(WS-OBJ-IDX) TO WS-WIDTH-EDITED.
           MOVE WS-OBJ-CELLS(WS-OBJ-IDX) TO WS-CELLS-EDITED.
           MOVE SPACES TO REPORT-REC.
           STRING "  " DELIMITED BY SIZE
               WS-OBJECT-NUMBER-EDITED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TYPE-NAME(WS-OBJ-TYPE(WS-OBJ-IDX)) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ROW-EDITED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COL-EDITED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-HEIGHT-EDITED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-WIDTH-EDITED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CELLS-EDITED DELIMITED BY SIZE
               INTO REPORT-REC.
           WRITE REPORT-REC.
       WRITE-TYPE-SUMMARY.
           MOVE "OBJECTS BY TYPE" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > WS-TYPE-UNKNOWN
               MOVE WS-TYPE-COUNT(WS-TYPE-IDX) TO WS-COUNT-EDITED
               MOVE SPACES TO REPORT-REC
               STRING "  " DELIMITED BY SIZE
                   WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COUNT-EDITED DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.
           MOVE WS-TOTAL-OBJECTS TO WS-COUNT-EDITED.
           MOVE SPACES TO REPORT-REC.
           STRING "  TOTAL     " DELIMITED BY SIZE
               WS-COUNT-EDITED DELIMITED BY SIZE
               INTO REPORT-REC.
           WRITE REPORT-REC.
      * One line per spec with its object counts side by side.
       WRITE-SPEC-COUNT-TABLE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "OBJECT COUNTS BY SPEC" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "SPEC   BLOCK BEEHIVE    LOAF    BOAT     TUB"
               DELIMITED BY SIZE
               "    SHIP BLINKER    TOAD  BEACON  GLIDER UNKNOWN"
               DELIMITED BY SIZE
               "   TOTAL" DELIMITED BY SIZE
               INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-SPEC-NUMBER FROM 1 BY 1
                    UNTIL WS-SPEC-NUMBER > 98
               IF WS-SPEC-CENSUSED(WS-SPEC-NUMBER) = 1 THEN
                   PERFORM WRITE-SPEC-COUNT-LINE
               END-IF
           END-PERFORM.
           IF WS-SPEC-CENSUSED(99) = 1 THEN
               MOVE 99 TO WS-SPEC-NUMBER
               PERFORM WRITE-SPEC-COUNT-LINE
           END-IF.
       WRITE-SPEC-COUNT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 1 TO WS-LINE-PTR.
           STRING "  " DELIMITED BY SIZE
               WS-SPEC-NUMBER DELIMITED BY SIZE
               INTO REPORT-REC WITH POINTER WS-LINE-PTR.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > WS-TYPE-UNKNOWN
               MOVE WS-SPEC-TYPE-COUNT(WS-SPEC-NUMBER, WS-TYPE-IDX)
                   TO WS-COLUMN-EDITED
               STRING WS-COLUMN-EDITED DELIMITED BY SIZE
                   INTO REPORT-REC WITH POINTER WS-LINE-PTR
           END-PERFORM.
           MOVE WS-SPEC-TOTAL(WS-SPEC-NUMBER) TO WS-COLUMN-EDITED.
           STRING WS-COLUMN-EDITED DELIMITED BY SIZE
               INTO REPORT-REC WITH POINTER WS-LINE-PTR.
           WRITE REPORT-REC.
       COPY "ckptverify.cpy".
       COPY "compactrd.cpy".
