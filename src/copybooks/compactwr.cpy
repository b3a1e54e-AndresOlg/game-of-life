      * Compact output writer shared by workerbatch, resumebatch and
      * batchsweep. Programs must declare the compact.cpy items plus
      * the engine's NEW-WORLD, OLD-WORLD, TOTAL-ROWS, TOTAL-COLUMNS,
      * WS-GENERATION and WS-POPULATION before COPYing this file into
      * PROCEDURE DIVISION.
      * BUILD-COMPACT-RECORD fills WS-COMPACT-RECORD for the board in
      * NEW-WORLD; OLD-WORLD must hold the board of the record written
      * just before it. The caller writes the record.
       BUILD-COMPACT-RECORD.
           MOVE SPACES TO WS-COMPACT-RECORD.
           MOVE WS-GENERATION TO CMR-GENERATION.
           MOVE WS-POPULATION TO CMR-POPULATION.
           MOVE 0 TO CMR-BIRTHS.
           MOVE 0 TO CMR-DEATHS.
           MOVE 0 TO WS-CMP-CHANGES.
           IF WS-CMP-FORCE-KEYFRAME = 0 THEN
               COMPUTE WS-CMP-CELL-COUNT = TOTAL-ROWS * TOTAL-COLUMNS
               PERFORM VARYING WS-CMP-CELL-IDX FROM 1 BY 1
                        UNTIL WS-CMP-CELL-IDX > WS-CMP-CELL-COUNT
                   IF NEW-WORLD(WS-CMP-CELL-IDX:1)
                      NOT = OLD-WORLD(WS-CMP-CELL-IDX:1) THEN
                       IF NEW-WORLD(WS-CMP-CELL-IDX:1) = "1" THEN
                           ADD 1 TO CMR-BIRTHS
                       ELSE
                           ADD 1 TO CMR-DEATHS
                       END-IF
                       ADD 1 TO WS-CMP-CHANGES
                       IF WS-CMP-CHANGES <= WS-CMP-MAX-CHANGES THEN
                           MOVE WS-CMP-CELL-IDX
                               TO CMR-CHANGED-CELL(WS-CMP-CHANGES)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CMP-FORCE-KEYFRAME = 1
              OR FUNCTION MOD(WS-GENERATION, WS-CMP-KEYFRAME-INTERVAL)
                 = 0
              OR WS-CMP-CHANGES > WS-CMP-MAX-CHANGES THEN
               MOVE "K" TO CMR-RECORD-TYPE
               MOVE NEW-WORLD TO CMR-KEYFRAME-WORLD
           ELSE
               MOVE "D" TO CMR-RECORD-TYPE
           END-IF.
           MOVE 0 TO WS-CMP-FORCE-KEYFRAME.
