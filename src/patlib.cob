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
       FD PATTERN-LIBRARY-FILE.
       01 PATTERN-LIBRARY-REC.
           05 PLR-NAME PIC X(12).
           05 PLR-BODY PIC X(904).
       FD CENSUS-FILE.
       01 CENSUS-REC.
           05 CNF-NAME PIC X(12).
           05 CNF-BODY PIC X(68).
       WORKING-STORAGE SECTION.
       01 WS-PAT-STATUS PIC XX.
       01 WS-CNS-STATUS PIC XX.
       01 WS-CENSUS-NAME PIC X(12).
       01 WS-CENSUS-OPEN PIC 9 VALUE 0.
       01 WS-CENSUS-FOUND PIC 9 VALUE 0.
       01 WS-CENSUS-ADD-PENDING PIC 9 VALUE 0.
       01 WS-CENSUS-CLASS-TEXT PIC X(40).
       01 WS-CENSUS-PTR PIC 9(2) VALUE 1.
       01 WS-CENSUS-PERIOD-EDITED PIC ZZZ9.
       01 WS-CENSUS-ROWS-EDITED PIC -ZZ9.
       01 WS-CENSUS-COLS-EDITED PIC -ZZ9.
       01 WS-PATLIB-TABLE.
           05 WS-PATLIB-ENTRY OCCURS 50 TIMES PIC X(916).
       01 WS-PATLIB-COUNT PIC 9(2) VALUE 0.
       01 WS-LIVE-COUNT-EDITED PIC ZZZ9.
       01 WS-COUNT-EDITED PIC Z9.
       COPY "patternfile.cpy".
       COPY "census.cpy".
       PROCEDURE DIVISION.
           CALL "get_http_form" USING "deletename" WS-DELETE-NAME.
           IF WS-DELETE-NAME NOT = SPACES THEN
               MOVE 1 TO WS-PATTERN-DELETED
           END-IF.
           CLOSE PATTERN-LIBRARY-FILE.
           IF WS-PATTERN-DELETED = 1 THEN
               MOVE WS-DELETE-NAME TO WS-CENSUS-NAME
               MOVE 0 TO WS-CENSUS-ADD-PENDING
               PERFORM MARK-CENSUS-STALE
           END-IF.
       RENAME-LIBRARY-PATTERN.
           OPEN I-O PATTERN-LIBRARY-FILE.
           IF WS-PAT-STATUS NOT = "00" THEN
               END-IF
           END-IF.
           CLOSE PATTERN-LIBRARY-FILE.
           IF WS-PATTERN-RENAMED = 1 THEN
               MOVE WS-RENAME-FROM TO WS-CENSUS-NAME
               MOVE 0 TO WS-CENSUS-ADD-PENDING
               PERFORM MARK-CENSUS-STALE
               MOVE WS-RENAME-TO TO WS-CENSUS-NAME
               MOVE 1 TO WS-CENSUS-ADD-PENDING
               PERFORM MARK-CENSUS-STALE
           END-IF.
      * Flag the census entry so the nightly census recomputes it, or
      * drops it once the pattern is gone. With WS-CENSUS-ADD-PENDING
      * set, a name with no entry yet gets a pending one. The census
      * is advisory, so a failure here does not undo the library
      * change.
       MARK-CENSUS-STALE.
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
                   IF WS-CENSUS-ADD-PENDING = 1 THEN
                       PERFORM FILL-PENDING-CENSUS-ENTRY
                       MOVE WS-CENSUS-RECORD TO CENSUS-REC
                       WRITE CENSUS-REC
                   END-IF
               END-IF
               CLOSE CENSUS-FILE
           END-IF.
       FILL-PENDING-CENSUS-ENTRY.
           MOVE SPACES TO WS-CENSUS-RECORD.
           MOVE WS-CENSUS-NAME TO CNR-NAME.
           MOVE "LIBRARY" TO CNR-SOURCE.
           MOVE "PENDING" TO CNR-CLASS.
           MOVE 0 TO CNR-PERIOD.
           MOVE 0 TO CNR-SHIFT-ROWS.
           MOVE 0 TO CNR-SHIFT-COLS.
           MOVE 0 TO CNR-PEAK-POP.
           MOVE 0 TO CNR-SETTLE-GEN.
           MOVE 0 TO CNR-GEN-CAP.
           MOVE "Y" TO CNR-STALE-FLAG.
           MOVE 0 TO CNR-CENSUS-DATE.
       VALIDATE-NAME-FIELD.
           MOVE 0 TO WS-NAME-ERROR.
           IF WS-NAME-FIELD = SPACES THEN
           CALL "append_http_body" USING
               "<tr><th>Name</th><th>Size</th>".
           CALL "append_http_body" USING
               "<th>Live cells</th><th>Class</th><th>Preview</th>".
           CALL "append_http_body" USING
               "<th></th><th></th></tr>".
           MOVE 0 TO WS-CENSUS-OPEN.
           OPEN INPUT CENSUS-FILE.
           IF WS-CNS-STATUS = "00" THEN
               MOVE 1 TO WS-CENSUS-OPEN
           END-IF.
           PERFORM VARYING WS-PATLIB-IDX FROM 1 BY 1
                    UNTIL WS-PATLIB-IDX > WS-PATLIB-COUNT
               MOVE WS-PATLIB-ENTRY(WS-PATLIB-IDX)
                   TO WS-PATTERN-FILE-REC
               PERFORM PRINT-LIBRARY-ROW
           END-PERFORM.
           IF WS-CENSUS-OPEN = 1 THEN
               CLOSE CENSUS-FILE
           END-IF.
           CALL "append_http_body" USING "</table>".
           IF WS-PATLIB-COUNT = 0 THEN
               CALL "append_http_body" USING
           CALL "append_http_body" USING
               FUNCTION TRIM(WS-LIVE-COUNT-EDITED).
           CALL "append_http_body" USING "</td><td>".
           MOVE PFR-NAME TO WS-CENSUS-NAME.
           PERFORM FORMAT-CENSUS-CLASS.
           IF WS-CENSUS-FOUND = 1 THEN
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-CENSUS-CLASS-TEXT)
           ELSE
               CALL "append_http_body" USING "not yet censused"
           END-IF.
           CALL "append_http_body" USING "</td><td>".
           PERFORM PRINT-PATTERN-PREVIEW.
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING "<form method=POST>".
               CALL "append_http_body" USING "</tr>"
           END-PERFORM.
           CALL "append_http_body" USING "</table>".
       FORMAT-CENSUS-CLASS.
           MOVE SPACES TO WS-CENSUS-CLASS-TEXT.
           MOVE 0 TO WS-CENSUS-FOUND.
           IF WS-CENSUS-OPEN = 1 THEN
               MOVE WS-CENSUS-NAME TO CNF-NAME
               READ CENSUS-FILE
               IF WS-CNS-STATUS = "00" THEN
                   MOVE 1 TO WS-CENSUS-FOUND
                   MOVE CENSUS-REC TO WS-CENSUS-RECORD
               END-IF
           END-IF.
           IF WS-CENSUS-FOUND = 1 THEN
               MOVE 1 TO WS-CENSUS-PTR
               MOVE CNR-PERIOD TO WS-CENSUS-PERIOD-EDITED
               MOVE CNR-SHIFT-ROWS TO WS-CENSUS-ROWS-EDITED
               MOVE CNR-SHIFT-COLS TO WS-CENSUS-COLS-EDITED
               EVALUATE CNR-CLASS
                   WHEN "STILL"
                       STRING "still life" DELIMITED BY SIZE
                           INTO WS-CENSUS-CLASS-TEXT
                           WITH POINTER WS-CENSUS-PTR
                   WHEN "OSCILLATOR"
                       STRING "oscillator p" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CENSUS-PERIOD-EDITED)
                           DELIMITED BY SIZE
                           INTO WS-CENSUS-CLASS-TEXT
                           WITH POINTER WS-CENSUS-PTR
                   WHEN "SPACESHIP"
                       STRING "spaceship p" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CENSUS-PERIOD-EDITED)
                           DELIMITED BY SIZE
                           " moving " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CENSUS-ROWS-EDITED)
                           DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CENSUS-COLS-EDITED)
                           DELIMITED BY SIZE
                           INTO WS-CENSUS-CLASS-TEXT
                           WITH POINTER WS-CENSUS-PTR
                   WHEN "DIESOUT"
                       STRING "dies out" DELIMITED BY SIZE
                           INTO WS-CENSUS-CLASS-TEXT
                           WITH POINTER WS-CENSUS-PTR
                   WHEN "UNSETTLED"
                       STRING "unsettled" DELIMITED BY SIZE
                           INTO WS-CENSUS-CLASS-TEXT
                           WITH POINTER WS-CENSUS-PTR
                   WHEN OTHER
                       STRING "census pending" DELIMITED BY SIZE
                           INTO WS-CENSUS-CLASS-TEXT
                           WITH POINTER WS-CENSUS-PTR
               END-EVALUATE
               IF CNR-STALE-FLAG = "Y"
                  AND CNR-CLASS NOT = "PENDING" THEN
                   STRING " (stale)" DELIMITED BY SIZE
                       INTO WS-CENSUS-CLASS-TEXT
                       WITH POINTER WS-CENSUS-PTR
               END-IF
           END-IF.
