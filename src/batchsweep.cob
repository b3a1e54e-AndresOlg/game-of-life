           SELECT SWEEP-REPORT-FILE ASSIGN TO "SWEEPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SWEEP-RESTART-FILE ASSIGN TO "SWEEPRST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT PATTERN-LIBRARY-FILE ASSIGN TO "patterns.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
           05 SOR-WORLD PIC X(3600).
       FD SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-REC PIC X(132).
       FD SWEEP-RESTART-FILE.
       01 SWEEP-RESTART-REC PIC X(220).
       FD PATTERN-LIBRARY-FILE.
       01 PATTERN-LIBRARY-REC.
           05 PLR-NAME PIC X(12).
       01 WS-FILE-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-PAT-STATUS PIC XX.
       01 WS-RST-STATUS PIC XX.
       01 WS-SWEEP-OUT-PATH PIC X(40).
       01 WS-MODE-TEXT PIC X(10).
       01 WS-KEYFRAME-TEXT PIC X(10).
       01 WS-RESTART-MODE PIC 9 VALUE 0.
       01 WS-DECK-CHANGED PIC 9 VALUE 0.
       01 WS-SPEC-REUSED PIC 9 VALUE 0.
       01 WS-SPECS-REUSED PIC 9(2) VALUE 0.
       01 WS-SPECS-RUN PIC 9(2) VALUE 0.
       01 WS-COMPLETED-TABLE.
           05 WS-COMPLETED-ENTRY OCCURS 99 TIMES.
               10 WS-COMPLETED-FLAG PIC 9.
               10 WS-COMPLETED-REC PIC X(220).
       COPY "sweeprst.cpy".
       COPY "compact.cpy".
       01 WS-SPEC-NUMBER PIC 9(2) VALUE 0.
       01 WS-SPEC-ROWS-TEXT PIC X(10).
       01 WS-SPEC-COLS-TEXT PIC X(10).
       01 WS-EXTINCT-GENERATION PIC 9(10) VALUE 0.
       01 WS-GENERATION-EDITED PIC Z(9)9.
       01 WS-POPULATION-EDITED PIC ZZZ9.
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC X(8).
       01 WS-COUNT-EDITED PIC Z9.
       LINKAGE SECTION.
       01 PARM-DATA.
           05 PARM-LENGTH PIC S9(4) COMP.
           05 PARM-TEXT PIC X(80).
       PROCEDURE DIVISION USING PARM-DATA.
           IF PARM-LENGTH > 0 THEN
               PERFORM PARSE-PARM
           END-IF.
           OPEN INPUT SWEEP-CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00" THEN
               DISPLAY "batchsweep: cannot open SWEEPCTL, status "
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SWEEP-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "batchsweep: cannot open SWEEPRPT, status "
                   WS-RPT-STATUS
               CLOSE SWEEP-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO SWEEP-REPORT-REC.
           MOVE "LIFE PARAMETER SWEEP COMPARISON"
           WRITE SWEEP-REPORT-REC.
           MOVE SPACES TO SWEEP-REPORT-REC.
           WRITE SWEEP-REPORT-REC.
           IF WS-RESTART-MODE = 1 THEN
               PERFORM LOAD-RESTART-FILE
           ELSE
               OPEN OUTPUT SWEEP-RESTART-FILE
               IF WS-RST-STATUS = "00" THEN
                   CLOSE SWEEP-RESTART-FILE
               END-IF
           END-IF.
           PERFORM UNTIL WS-CTL-STATUS NOT = "00"
                    OR WS-SPEC-NUMBER >= 99
                    OR WS-DECK-CHANGED = 1
               READ SWEEP-CONTROL-FILE
               IF WS-CTL-STATUS = "00"
                  AND SWEEP-CONTROL-REC NOT = SPACES THEN
               END-IF
           END-PERFORM.
           CLOSE SWEEP-CONTROL-FILE.
           IF WS-DECK-CHANGED = 1 THEN
               PERFORM WRITE-DECK-CHANGED-LINE
               CLOSE SWEEP-REPORT-FILE
               DISPLAY "batchsweep: SWEEPCTL spec " WS-SPEC-NUMBER
                   " differs from SWEEPRST, rerun without RESTART"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SPEC-NUMBER = 0 THEN
               MOVE "NO RUN SPECIFICATIONS FOUND IN SWEEPCTL"
                   TO SWEEP-REPORT-REC
               WRITE SWEEP-REPORT-REC
           END-IF.
           IF WS-RESTART-MODE = 1 THEN
               PERFORM WRITE-RESTART-SUMMARY-LINE
           END-IF.
           CLOSE SWEEP-REPORT-FILE.
      * GOBACK rather than STOP RUN so verifyrules and jobdispatch
      * can CALL the engine; run as a job step it ends the run unit
      * the same way.
           GOBACK.
       RUN-ONE-SPEC.
           PERFORM PARSE-SPEC.
           MOVE 0 TO WS-SPEC-REUSED.
           IF WS-RESTART-MODE = 1 THEN
               IF WS-COMPLETED-FLAG(WS-SPEC-NUMBER) = 1 THEN
                   PERFORM REUSE-COMPLETED-SPEC
               END-IF
           END-IF.
           IF WS-SPEC-REUSED = 0 AND WS-DECK-CHANGED = 0 THEN
               PERFORM SET-RULE-MASKS
               MOVE ALL "0" TO NEW-WORLD
               PERFORM SELECT-PATTERN
               IF WS-PATTERN-ROWS = 0 THEN
                   PERFORM WRITE-UNKNOWN-PATTERN-LINE
               ELSE
                   PERFORM PLACE-PATTERN
                   MOVE ALL "0" TO NEW-AGES
                   PERFORM SYNC-AGES-TO-WORLD
                   PERFORM RUN-SPEC-SIMULATION
                   PERFORM WRITE-COMPARISON-LINE
               END-IF
               ADD 1 TO WS-SPECS-RUN
               PERFORM SAVE-COMPLETED-SPEC
           END-IF.
      * PARM is "RESTART,keyframe". RESTART carries on from SWEEPRST
      * after an abend; without it the sweep starts afresh and empties
      * SWEEPRST. A keyframe interval writes each sweep-out file in
      * the compact format of compact.cpy with a full board every that
      * many generations.
       PARSE-PARM.
           MOVE SPACES TO WS-MODE-TEXT.
           MOVE SPACES TO WS-KEYFRAME-TEXT.
           UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY "," OR " "
               INTO WS-MODE-TEXT WS-KEYFRAME-TEXT.
           IF WS-MODE-TEXT = "RESTART" OR WS-MODE-TEXT = "restart" THEN
               MOVE 1 TO WS-RESTART-MODE
           END-IF.
           IF FUNCTION NUMVAL(WS-KEYFRAME-TEXT) > 0
              AND FUNCTION NUMVAL(WS-KEYFRAME-TEXT) <= 999999 THEN
               COMPUTE WS-CMP-KEYFRAME-INTERVAL =
                   FUNCTION NUMVAL(WS-KEYFRAME-TEXT)
           END-IF.
      * The last complete record for a spec wins. With no SWEEPRST the
      * restart simply runs every spec.
       LOAD-RESTART-FILE.
           INITIALIZE WS-COMPLETED-TABLE.
           OPEN INPUT SWEEP-RESTART-FILE.
           IF WS-RST-STATUS NOT = "00" THEN
               DISPLAY "batchsweep: no SWEEPRST to restart from, "
                   "running every spec"
           ELSE
               PERFORM UNTIL WS-RST-STATUS NOT = "00"
                   READ SWEEP-RESTART-FILE
                       INTO WS-SWEEP-RESTART-RECORD
                   IF WS-RST-STATUS = "00"
                      AND SRR-COMPLETE-FLAG = "Y"
                      AND SRR-SPEC-NUMBER IS NUMERIC THEN
                       IF SRR-SPEC-NUMBER > 0 THEN
                           MOVE 1 TO
                               WS-COMPLETED-FLAG(SRR-SPEC-NUMBER)
                           MOVE WS-SWEEP-RESTART-RECORD TO
                               WS-COMPLETED-REC(SRR-SPEC-NUMBER)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SWEEP-RESTART-FILE
           END-IF.
      * A spec is taken from SWEEPRST only when its card is unchanged
      * and the sweep-out file it wrote is still there; otherwise it
      * is run again. A changed card means a different deck, which
      * stops the restart.
       REUSE-COMPLETED-SPEC.
           MOVE WS-COMPLETED-REC(WS-SPEC-NUMBER)
               TO WS-SWEEP-RESTART-RECORD.
           IF SRR-SPEC-CARD NOT = SWEEP-CONTROL-REC THEN
               MOVE 1 TO WS-DECK-CHANGED
           ELSE
               IF SRR-OUTCOME = "NOTFOUND" THEN
                   PERFORM WRITE-UNKNOWN-PATTERN-LINE
                   MOVE 1 TO WS-SPEC-REUSED
               ELSE
                   MOVE SRR-OUTPUT-FILE TO WS-SWEEP-OUT-PATH
                   OPEN INPUT SWEEP-OUTPUT-FILE
                   IF WS-FILE-STATUS = "00" THEN
                       CLOSE SWEEP-OUTPUT-FILE
                       MOVE SRR-RULE TO WS-RULE-NAME
                       MOVE SRR-FINAL-POP TO WS-POPULATION
                       MOVE SRR-STABLE-FLAG TO WS-STABLE-FLAG
                       MOVE SRR-STABLE-GEN TO WS-STABLE-GENERATION
                       MOVE SRR-EXTINCT-FLAG TO WS-EXTINCT-FLAG
                       MOVE SRR-EXTINCT-GEN TO WS-EXTINCT-GENERATION
                       PERFORM WRITE-COMPARISON-LINE
                       MOVE 1 TO WS-SPEC-REUSED
                   END-IF
               END-IF
           END-IF.
           IF WS-SPEC-REUSED = 1 THEN
               ADD 1 TO WS-SPECS-REUSED
           END-IF.
      * One record per finished spec, appended and closed at once so
      * an abend later in the sweep cannot lose it.
       SAVE-COMPLETED-SPEC.
           MOVE SPACES TO WS-SWEEP-RESTART-RECORD.
           MOVE WS-SPEC-NUMBER TO SRR-SPEC-NUMBER.
           MOVE SWEEP-CONTROL-REC TO SRR-SPEC-CARD.
           MOVE WS-PATTERN-NAME TO SRR-PATTERN-NAME.
           MOVE TOTAL-ROWS TO SRR-ROWS.
           MOVE TOTAL-COLUMNS TO SRR-COLS.
           MOVE WS-WRAP-FLAG TO SRR-WRAP.
           MOVE WS-RULE-NAME TO SRR-RULE.
           MOVE WS-GENERATIONS-REQUESTED TO SRR-GENERATIONS.
           IF WS-PATTERN-ROWS = 0 THEN
               MOVE "NOTFOUND" TO SRR-OUTCOME
               MOVE 0 TO SRR-FINAL-POP
               MOVE 0 TO SRR-STABLE-FLAG
               MOVE 0 TO SRR-STABLE-GEN
               MOVE 0 TO SRR-EXTINCT-FLAG
               MOVE 0 TO SRR-EXTINCT-GEN
           ELSE
               MOVE "RUN" TO SRR-OUTCOME
               MOVE WS-SWEEP-OUT-PATH TO SRR-OUTPUT-FILE
               MOVE WS-POPULATION TO SRR-FINAL-POP
               MOVE WS-STABLE-FLAG TO SRR-STABLE-FLAG
               MOVE WS-STABLE-GENERATION TO SRR-STABLE-GEN
               MOVE WS-EXTINCT-FLAG TO SRR-EXTINCT-FLAG
               MOVE WS-EXTINCT-GENERATION TO SRR-EXTINCT-GEN
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO SRR-COMPLETED-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO SRR-COMPLETED-TIME.
           MOVE "Y" TO SRR-COMPLETE-FLAG.
           OPEN EXTEND SWEEP-RESTART-FILE.
           IF WS-RST-STATUS NOT = "00" THEN
               OPEN OUTPUT SWEEP-RESTART-FILE
           END-IF.
           IF WS-RST-STATUS = "00" THEN
               WRITE SWEEP-RESTART-REC FROM WS-SWEEP-RESTART-RECORD
               CLOSE SWEEP-RESTART-FILE
           ELSE
               DISPLAY "batchsweep: cannot write SWEEPRST, status "
                   WS-RST-STATUS
           END-IF.
       WRITE-DECK-CHANGED-LINE.
           MOVE SPACES TO SWEEP-REPORT-REC.
           STRING "SPEC " DELIMITED BY SIZE
               WS-SPEC-NUMBER DELIMITED BY SIZE
               " DIFFERS FROM THE RESTART FILE - SWEEP NOT RESTARTED"
               DELIMITED BY SIZE
               INTO SWEEP-REPORT-REC.
           WRITE SWEEP-REPORT-REC.
       WRITE-RESTART-SUMMARY-LINE.
           MOVE SPACES TO SWEEP-REPORT-REC.
           WRITE SWEEP-REPORT-REC.
           MOVE SPACES TO SWEEP-REPORT-REC.
           MOVE 1 TO POS.
           MOVE WS-SPECS-REUSED TO WS-COUNT-EDITED.
           STRING "RESTARTED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED BY SIZE
               " SPECS TAKEN FROM THE RESTART FILE, " DELIMITED BY SIZE
               INTO SWEEP-REPORT-REC
               WITH POINTER POS.
           MOVE WS-SPECS-RUN TO WS-COUNT-EDITED.
           STRING FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED BY SIZE
               " RUN" DELIMITED BY SIZE
               INTO SWEEP-REPORT-REC
               WITH POINTER POS.
           WRITE SWEEP-REPORT-REC.
       PARSE-SPEC.
           MOVE SPACES TO WS-PATTERN-NAME.
           MOVE SPACES TO WS-SPEC-ROWS-TEXT.
               MOVE 0 TO WS-HISTORY-ENTRY(WS-HIST-IDX)
           END-PERFORM.
           OPEN OUTPUT SWEEP-OUTPUT-FILE.
           MOVE 1 TO WS-CMP-FORCE-KEYFRAME.
           PERFORM COUNT-POPULATION.
           PERFORM WRITE-SWEEP-GENERATION-RECORD.
           PERFORM VARYING WS-GEN-COUNTER FROM 1 BY 1
           END-PERFORM.
           CLOSE SWEEP-OUTPUT-FILE.
       WRITE-SWEEP-GENERATION-RECORD.
           IF WS-CMP-KEYFRAME-INTERVAL > 0 THEN
               PERFORM BUILD-COMPACT-RECORD
               WRITE SWEEP-OUTPUT-REC FROM WS-COMPACT-RECORD
           ELSE
               MOVE SPACES TO SOR-LABEL
               STRING "GEN " DELIMITED BY SIZE
                   WS-GENERATION DELIMITED BY SIZE
                   " POP " DELIMITED BY SIZE
                   WS-POPULATION DELIMITED BY SIZE
                   INTO SOR-LABEL
               MOVE NEW-WORLD TO SOR-WORLD
               WRITE SWEEP-OUTPUT-REC
           END-IF.
       CHECK-STABILITY.
           MOVE 0 TO WS-CHECKSUM.
           COMPUTE WS-POP-CELL-COUNT = TOTAL-ROWS * TOTAL-COLUMNS.
               END-IF
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.
       COPY "compactwr.cpy".
       COPY "liferules.cpy".
