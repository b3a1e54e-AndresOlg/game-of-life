      * Generation record reader shared by batchreport, sweepreport,
      * expandout and objcensus. Programs must declare the compact.cpy
      * items before COPYing this file into PROCEDURE DIVISION, and
      * set WS-DECODE-HAVE-BOARD to zero before the first record of
      * each file.
      * DECODE-GENERATION-RECORD takes the record in WS-COMPACT-RECORD,
      * full or compact format, and leaves its board, generation,
      * population, births and deaths in the WS-DECODED- items. Births
      * and deaths for a full record are counted against the board
      * before it, as the compact writer does.
       DECODE-GENERATION-RECORD.
           MOVE 0 TO WS-DECODE-ERROR.
           MOVE 0 TO WS-DECODED-BIRTHS.
           MOVE 0 TO WS-DECODED-DEATHS.
           IF WS-COMPACT-RECORD(1:4) = "GEN " THEN
               MOVE 0 TO WS-DECODED-COMPACT
               MOVE WS-COMPACT-RECORD(5:10) TO WS-DECODED-GENERATION
               MOVE WS-COMPACT-RECORD(20:4) TO WS-DECODED-POPULATION
               IF WS-DECODE-HAVE-BOARD = 1 THEN
                   PERFORM VARYING WS-DECODE-IDX FROM 1 BY 1
                            UNTIL WS-DECODE-IDX > 3600
                       IF WS-COMPACT-RECORD(24 + WS-DECODE-IDX:1) = "1"
                          AND WS-DECODED-WORLD(WS-DECODE-IDX:1)
                              NOT = "1" THEN
                           ADD 1 TO WS-DECODED-BIRTHS
                       END-IF
                       IF WS-COMPACT-RECORD(24 + WS-DECODE-IDX:1)
                          NOT = "1"
                          AND WS-DECODED-WORLD(WS-DECODE-IDX:1) = "1"
                          THEN
                           ADD 1 TO WS-DECODED-DEATHS
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-COMPACT-RECORD(25:3600) TO WS-DECODED-WORLD
               MOVE 1 TO WS-DECODE-HAVE-BOARD
           ELSE
               IF CMR-GENERATION NOT NUMERIC
                  OR CMR-POPULATION NOT NUMERIC
                  OR CMR-BIRTHS NOT NUMERIC
                  OR CMR-DEATHS NOT NUMERIC THEN
                   MOVE 1 TO WS-DECODE-ERROR
               END-IF
               IF WS-DECODE-ERROR = 0 AND CMR-RECORD-TYPE = "K" THEN
                   PERFORM DECODE-KEYFRAME-RECORD
               ELSE
                   IF WS-DECODE-ERROR = 0 AND CMR-RECORD-TYPE = "D"
                      AND WS-DECODE-HAVE-BOARD = 1 THEN
                       PERFORM DECODE-DELTA-RECORD
                   ELSE
                       MOVE 1 TO WS-DECODE-ERROR
                   END-IF
               END-IF
           END-IF.
       DECODE-KEYFRAME-RECORD.
           MOVE 1 TO WS-DECODED-COMPACT.
           MOVE CMR-GENERATION TO WS-DECODED-GENERATION.
           MOVE CMR-POPULATION TO WS-DECODED-POPULATION.
           MOVE CMR-BIRTHS TO WS-DECODED-BIRTHS.
           MOVE CMR-DEATHS TO WS-DECODED-DEATHS.
           MOVE CMR-KEYFRAME-WORLD TO WS-DECODED-WORLD.
           MOVE 1 TO WS-DECODE-HAVE-BOARD.
      * Each listed cell flips; a position outside the board or a list
      * longer than the record can hold marks the record bad.
       DECODE-DELTA-RECORD.
           COMPUTE WS-DECODE-CHANGES = CMR-BIRTHS + CMR-DEATHS.
           IF WS-DECODE-CHANGES > 900 THEN
               MOVE 1 TO WS-DECODE-ERROR
           ELSE
               PERFORM VARYING WS-DECODE-IDX FROM 1 BY 1
                        UNTIL WS-DECODE-IDX > WS-DECODE-CHANGES
                           OR WS-DECODE-ERROR = 1
                   IF CMR-CHANGED-CELL(WS-DECODE-IDX) NOT NUMERIC
                      OR CMR-CHANGED-CELL(WS-DECODE-IDX) = 0
                      OR CMR-CHANGED-CELL(WS-DECODE-IDX) > 3600 THEN
                       MOVE 1 TO WS-DECODE-ERROR
                   ELSE
                       MOVE CMR-CHANGED-CELL(WS-DECODE-IDX)
                           TO WS-DECODE-POS
                       IF WS-DECODED-WORLD(WS-DECODE-POS:1) = "1" THEN
                           MOVE "0" TO WS-DECODED-WORLD(WS-DECODE-POS:1)
                       ELSE
                           MOVE "1" TO WS-DECODED-WORLD(WS-DECODE-POS:1)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DECODE-ERROR = 0 THEN
               MOVE 1 TO WS-DECODED-COMPACT
               MOVE CMR-GENERATION TO WS-DECODED-GENERATION
               MOVE CMR-POPULATION TO WS-DECODED-POPULATION
               MOVE CMR-BIRTHS TO WS-DECODED-BIRTHS
               MOVE CMR-DEATHS TO WS-DECODED-DEATHS
           END-IF.
