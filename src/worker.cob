           SELECT RUN-HISTORY-FILE ASSIGN TO WS-RUNHIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "run-master.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS RMF-RUN-ID
               FILE STATUS IS WS-RMF-STATUS.
           SELECT CENSUS-FILE ASSIGN TO "census.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS CNF-NAME
               FILE STATUS IS WS-CNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHECKPOINT-FILE.
           05 PLR-NAME PIC X(12).
           05 PLR-BODY PIC X(904).
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       FD RUN-ARCHIVE-FILE.
       01 RUN-ARCHIVE-REC PIC X(14410).
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-REC PIC X(22).
       FD RUN-MASTER-FILE.
       01 RUN-MASTER-REC.
           05 RMF-RUN-ID PIC X(20).
           05 RMF-BODY PIC X(142).
       FD CENSUS-FILE.
       01 CENSUS-REC.
           05 CNF-NAME PIC X(12).
           05 CNF-BODY PIC X(68).
       WORKING-STORAGE SECTION.
       01 PARAM-NAME PIC X(8).
       01 PARAM-OUTPUT PIC X(10).
       01 WS-RUNHIST-CELL-IDX PIC 9(4) VALUE 0.
       01 WS-STEP-BACK PIC 9 VALUE 0.
       01 WS-STEPBACK-EMPTY PIC 9 VALUE 0.
       01 WS-STAMP-FLAG PIC 9 VALUE 0.
       01 WS-STAMP-PATTERN PIC X(12) VALUE SPACES.
       01 WS-STAMP-SAVED-NAME PIC X(12) VALUE SPACES.
       01 WS-STAMP-ROW PIC 9(10) VALUE 0.
       01 WS-STAMP-COL PIC 9(10) VALUE 0.
       01 WS-STAMP-ROTATION PIC 9(10) VALUE 0.
       01 WS-STAMP-MIRROR PIC 9 VALUE 0.
       01 WS-STAMP-OVERWRITE PIC 9 VALUE 0.
       01 WS-STAMP-REFUSED PIC 9 VALUE 0.
       01 WS-STAMP-OUT-ROWS PIC 9(2) VALUE 0.
       01 WS-STAMP-OUT-COLS PIC 9(2) VALUE 0.
       01 WS-STAMP-OUT-ROW PIC 9(2) VALUE 0.
       01 WS-STAMP-OUT-COL PIC 9(2) VALUE 0.
       01 WS-STAMP-SRC-ROW PIC 9(2) VALUE 0.
       01 WS-STAMP-SRC-COL PIC 9(2) VALUE 0.
       01 WS-STAMP-SRC-POS PIC 9(4) VALUE 0.
       01 WS-STAMP-TARGET-ROW PIC 9(3) VALUE 0.
       01 WS-STAMP-TARGET-COL PIC 9(3) VALUE 0.
       01 WS-BAK-STATUS PIC XX.
       01 WS-BACKUP-PATH PIC X(40).
       01 WS-CKPT-FILE-VALID PIC 9 VALUE 0.
       01 WS-CKPT-VERSION-EDITED PIC Z(9)9.
       01 WS-FORM-VERSION-EDITED PIC Z(9)9.
       01 WS-LEGACY-WORLD PIC X(3600).
       01 WS-RMF-STATUS PIC XX.
       01 WS-RUN-OWNER PIC X(20).
       01 WS-RUN-DESCRIPTION PIC X(60).
       01 WS-OWNER-ERROR PIC 9 VALUE 0.
       01 WS-OWNER-CHAR-IDX PIC 9(2) VALUE 0.
       01 WS-OWNER-CHAR PIC X(1).
       01 WS-OWNER-TRIMMED-LEN PIC 9(2) VALUE 0.
       01 WS-CNS-STATUS PIC XX.
       01 WS-CENSUS-NAME PIC X(12).
       01 WS-CENSUS-OPEN PIC 9 VALUE 0.
       01 WS-CENSUS-FOUND PIC 9 VALUE 0.
       01 WS-CENSUS-CLASS-TEXT PIC X(40).
       01 WS-CENSUS-PTR PIC 9(2) VALUE 1.
       01 WS-CENSUS-PERIOD-EDITED PIC ZZZ9.
       01 WS-CENSUS-ROWS-EDITED PIC -ZZ9.
       01 WS-CENSUS-COLS-EDITED PIC -ZZ9.
       COPY "journal.cpy".
       COPY "runmaster.cpy".
       COPY "census.cpy".
       COPY "runhist.cpy".
       COPY "patternfile.cpy".
       COPY "patterns.cpy".
               STOP RUN
           END-IF.
           CALL "get_http_form" USING "rle" WS-RLE-TEXT.
           CALL "get_http_form" USING "owner" WS-RUN-OWNER.
           PERFORM VALIDATE-OWNER-NAME.
           IF WS-OWNER-ERROR = 1 THEN
               PERFORM PRINT-OWNER-ERROR
               STOP RUN
           END-IF.
           CALL "get_http_form" USING "desc" WS-RUN-DESCRIPTION.
           INSPECT WS-RUN-DESCRIPTION REPLACING ALL "<" BY SPACE
               ALL ">" BY SPACE ALL "&" BY SPACE ALL "'" BY SPACE
               ALL QUOTE BY SPACE.
           CALL "get_http_form" USING "state" RETURNING PARAM.
           IF PARAM = 1 THEN
              MOVE 0 TO WS-STATE-ERROR
                      MOVE 0 TO WS-HISTORY-ENTRY(WS-HIST-IDX)
                  END-PERFORM
              END-IF
              CALL "get_http_form" USING "stamp"
                   RETURNING WS-STAMP-FLAG
              IF WS-STAMP-FLAG = 1 AND WS-PAUSED-FLAG = 1 THEN
                  PERFORM STAMP-PATTERN
              END-IF
              CALL "get_http_form" USING "stepback"
                   RETURNING WS-STEP-BACK
              IF WS-STEP-BACK = 1 THEN
                   MOVE 1 TO WS-PATTERN-ERROR
               END-IF
           END-PERFORM.
       VALIDATE-OWNER-NAME.
           MOVE 0 TO WS-OWNER-ERROR.
           COMPUTE WS-OWNER-TRIMMED-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-OWNER)).
           PERFORM VARYING WS-OWNER-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-OWNER-CHAR-IDX > WS-OWNER-TRIMMED-LEN
               MOVE WS-RUN-OWNER(WS-OWNER-CHAR-IDX:1) TO WS-OWNER-CHAR
               IF (WS-OWNER-CHAR < "0" OR WS-OWNER-CHAR > "9")
                  AND (WS-OWNER-CHAR < "A" OR WS-OWNER-CHAR > "Z")
                  AND (WS-OWNER-CHAR < "a" OR WS-OWNER-CHAR > "z") THEN
                   MOVE 1 TO WS-OWNER-ERROR
               END-IF
           END-PERFORM.
       PRINT-OWNER-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>Field 'owner' must contain only letters and ".
           CALL "append_http_body" USING
               "digits.</p></body></html>".
       PRINT-STAMP-PATTERN-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>Field 'stamppat' must contain only letters.</p>".
           CALL "append_http_body" USING "</body></html>".
       PRINT-STAMP-ROTATION-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>Field 'stamprot' must be 0, 90, 180 or 270.</p>".
           CALL "append_http_body" USING "</body></html>".
       PRINT-PATTERN-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               STOP RUN
           END-IF.
           MOVE 1 TO WS-PATTERN-SAVED.
           MOVE WS-SAVEAS-NAME TO WS-CENSUS-NAME.
           PERFORM MARK-CENSUS-STALE.
      * The census is advisory: a failure to flag the entry leaves the
      * saved pattern in place and is picked up by a full census run.
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
                   PERFORM FILL-PENDING-CENSUS-ENTRY
                   MOVE WS-CENSUS-RECORD TO CENSUS-REC
                   WRITE CENSUS-REC
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
       FIND-BOARD-EXTENT.
           MOVE 0 TO WS-EXT-MIN-ROW.
           MOVE 0 TO WS-EXT-MAX-ROW.
               END-IF
               CLOSE RUN-INDEX-FILE
           END-IF.
           PERFORM REGISTER-RUN-MASTER.
      * A fresh start (new pattern or pasted RLE) rewrites the run's
      * master record, since the id now names a different run. Any
      * other request only adds a LEGACY record for a run saved
      * before the master file existed, and stamps the update date
      * once a day so the record is not rewritten on every refresh.
       REGISTER-RUN-MASTER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN I-O RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "35" THEN
               OPEN OUTPUT RUN-MASTER-FILE
               IF WS-RMF-STATUS = "00" THEN
                   CLOSE RUN-MASTER-FILE
                   OPEN I-O RUN-MASTER-FILE
               END-IF
           END-IF.
           IF WS-RMF-STATUS = "00" THEN
               MOVE WS-RUN-ID TO RMF-RUN-ID
               READ RUN-MASTER-FILE INTO WS-RUN-MASTER-RECORD
               IF WS-RMF-STATUS = "00" THEN
                   IF WS-ACTION = "NEWRUN" OR WS-ACTION = "RLEIMPORT"
                      THEN
                       PERFORM FILL-NEW-RUN-MASTER
                       REWRITE RUN-MASTER-REC FROM WS-RUN-MASTER-RECORD
                   ELSE
                       IF RMR-UPDATED-DATE NOT = WS-CURRENT-DATE THEN
                           MOVE WS-CURRENT-DATE TO RMR-UPDATED-DATE
                           REWRITE RUN-MASTER-REC
                               FROM WS-RUN-MASTER-RECORD
                       END-IF
                   END-IF
               ELSE
                   PERFORM FILL-NEW-RUN-MASTER
                   IF WS-ACTION NOT = "NEWRUN"
                      AND WS-ACTION NOT = "RLEIMPORT" THEN
                       MOVE "LEGACY" TO RMR-ORIGIN-TYPE
                       MOVE SPACES TO RMR-ORIGIN-SOURCE
                   END-IF
                   WRITE RUN-MASTER-REC FROM WS-RUN-MASTER-RECORD
               END-IF
               CLOSE RUN-MASTER-FILE
           END-IF.
       FILL-NEW-RUN-MASTER.
           MOVE SPACES TO WS-RUN-MASTER-RECORD.
           MOVE WS-RUN-ID TO RMR-RUN-ID.
           IF WS-RUN-OWNER = SPACES THEN
               MOVE "unknown" TO RMR-OWNER
           ELSE
               MOVE WS-RUN-OWNER TO RMR-OWNER
           END-IF.
           MOVE WS-RUN-DESCRIPTION TO RMR-DESCRIPTION.
           MOVE WS-CURRENT-DATE TO RMR-CREATED-DATE.
           MOVE WS-CURRENT-DATE TO RMR-UPDATED-DATE.
           IF WS-ACTION = "RLEIMPORT" THEN
               MOVE "RLEIMPORT" TO RMR-ORIGIN-TYPE
           ELSE
               MOVE "NEWRUN" TO RMR-ORIGIN-TYPE
               MOVE WS-PATTERN-NAME TO RMR-ORIGIN-SOURCE
           END-IF.
           MOVE WS-RULE-NAME TO RMR-START-RULE.
           MOVE TOTAL-ROWS TO RMR-START-ROWS.
           MOVE TOTAL-COLUMNS TO RMR-START-COLS.
       LOAD-AGES-FOR-RUN.
           MOVE ALL "0" TO NEW-AGES.
           PERFORM TRY-READ-CHECKPOINT.
               END-IF
               CLOSE RUN-ARCHIVE-FILE
           END-IF.
      * Stamps a built-in or library pattern onto the paused board
      * with its top-left corner at stamprow/stampcol, turned
      * clockwise by stamprot degrees and, when stampmirror is ticked,
      * flipped left to right before turning. With stampover ticked
      * the pattern's dead cells clear the board under it, otherwise
      * its live cells are OR'd in. A stamp that would run off the
      * edge of a board without wrap, or that is bigger than a
      * wrapped board, is refused and the board left alone. The board
      * before the stamp is archived so Step Back undoes it.
       STAMP-PATTERN.
           MOVE 0 TO WS-STAMP-REFUSED.
           CALL "get_http_form" USING "stamppat" WS-STAMP-PATTERN.
           CALL "get_http_form" USING "stamprow"
                RETURNING WS-STAMP-ROW.
           CALL "get_http_form" USING "stampcol"
                RETURNING WS-STAMP-COL.
           CALL "get_http_form" USING "stamprot"
                RETURNING WS-STAMP-ROTATION.
           CALL "get_http_form" USING "stampmirror"
                RETURNING WS-STAMP-MIRROR.
           CALL "get_http_form" USING "stampover"
                RETURNING WS-STAMP-OVERWRITE.
           IF WS-STAMP-ROTATION NOT = 0 AND NOT = 90
              AND NOT = 180 AND NOT = 270 THEN
               PERFORM PRINT-STAMP-ROTATION-ERROR
               STOP RUN
           END-IF.
           MOVE WS-PATTERN-NAME TO WS-STAMP-SAVED-NAME.
           MOVE WS-STAMP-PATTERN TO WS-PATTERN-NAME.
           PERFORM VALIDATE-PATTERN-NAME.
           IF WS-PATTERN-ERROR = 1 OR WS-STAMP-PATTERN = SPACES THEN
               PERFORM PRINT-STAMP-PATTERN-ERROR
               STOP RUN
           END-IF.
           PERFORM SELECT-PATTERN.
           MOVE WS-STAMP-SAVED-NAME TO WS-PATTERN-NAME.
           IF WS-PATTERN-ROWS = 0 THEN
               MOVE 1 TO WS-STAMP-REFUSED
           END-IF.
           IF WS-STAMP-REFUSED = 0 THEN
               IF WS-STAMP-ROTATION = 90 OR WS-STAMP-ROTATION = 270
                   MOVE WS-PATTERN-COLS TO WS-STAMP-OUT-ROWS
                   MOVE WS-PATTERN-ROWS TO WS-STAMP-OUT-COLS
               ELSE
                   MOVE WS-PATTERN-ROWS TO WS-STAMP-OUT-ROWS
                   MOVE WS-PATTERN-COLS TO WS-STAMP-OUT-COLS
               END-IF
               IF WS-STAMP-ROW < 1 OR WS-STAMP-ROW > TOTAL-ROWS
                  OR WS-STAMP-COL < 1
                  OR WS-STAMP-COL > TOTAL-COLUMNS THEN
                   MOVE 2 TO WS-STAMP-REFUSED
               END-IF
           END-IF.
           IF WS-STAMP-REFUSED = 0 THEN
               IF WS-WRAP-FLAG = 1 THEN
                   IF WS-STAMP-OUT-ROWS > TOTAL-ROWS
                      OR WS-STAMP-OUT-COLS > TOTAL-COLUMNS THEN
                       MOVE 3 TO WS-STAMP-REFUSED
                   END-IF
               ELSE
                   IF WS-STAMP-ROW + WS-STAMP-OUT-ROWS - 1
                          > TOTAL-ROWS
                      OR WS-STAMP-COL + WS-STAMP-OUT-COLS - 1
                          > TOTAL-COLUMNS THEN
                       MOVE 4 TO WS-STAMP-REFUSED
                   END-IF
               END-IF
           END-IF.
           IF WS-STAMP-REFUSED = 0 THEN
               PERFORM APPEND-RUN-ARCHIVE
               PERFORM VARYING WS-STAMP-OUT-ROW FROM 1 BY 1
                        UNTIL WS-STAMP-OUT-ROW > WS-STAMP-OUT-ROWS
                   PERFORM STAMP-PATTERN-CELL
                       VARYING WS-STAMP-OUT-COL FROM 1 BY 1
                       UNTIL WS-STAMP-OUT-COL > WS-STAMP-OUT-COLS
               END-PERFORM
               MOVE "STAMP" TO WS-ACTION
               MOVE 0 TO WS-STABLE-FLAG
               MOVE 0 TO WS-STABLE-GENERATION
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                        UNTIL WS-HIST-IDX > WS-HISTORY-LENGTH
                   MOVE 0 TO WS-HISTORY-ENTRY(WS-HIST-IDX)
               END-PERFORM
               MOVE SPACES TO JRN-DETAIL
               MOVE WS-STAMP-PATTERN TO JRN-STAMP-PATTERN
               MOVE WS-STAMP-ROW TO JRN-STAMP-ROW
               MOVE WS-STAMP-COL TO JRN-STAMP-COL
               MOVE WS-STAMP-ROTATION TO JRN-STAMP-ROTATION
               IF WS-STAMP-MIRROR = 1 THEN
                   MOVE "Y" TO JRN-STAMP-MIRROR
               ELSE
                   MOVE "N" TO JRN-STAMP-MIRROR
               END-IF
               IF WS-STAMP-OVERWRITE = 1 THEN
                   MOVE "OVERWRITE" TO JRN-STAMP-MODE
               ELSE
                   MOVE "OR" TO JRN-STAMP-MODE
               END-IF
           END-IF.
      * Maps one cell of the turned pattern back to the pattern as
      * stored, undoing the clockwise turn and then the mirror.
       STAMP-PATTERN-CELL.
           EVALUATE WS-STAMP-ROTATION
               WHEN 90
                   COMPUTE WS-STAMP-SRC-ROW =
                       WS-PATTERN-ROWS - WS-STAMP-OUT-COL + 1
                   MOVE WS-STAMP-OUT-ROW TO WS-STAMP-SRC-COL
               WHEN 180
                   COMPUTE WS-STAMP-SRC-ROW =
                       WS-PATTERN-ROWS - WS-STAMP-OUT-ROW + 1
                   COMPUTE WS-STAMP-SRC-COL =
                       WS-PATTERN-COLS - WS-STAMP-OUT-COL + 1
               WHEN 270
                   MOVE WS-STAMP-OUT-COL TO WS-STAMP-SRC-ROW
                   COMPUTE WS-STAMP-SRC-COL =
                       WS-PATTERN-COLS - WS-STAMP-OUT-ROW + 1
               WHEN OTHER
                   MOVE WS-STAMP-OUT-ROW TO WS-STAMP-SRC-ROW
                   MOVE WS-STAMP-OUT-COL TO WS-STAMP-SRC-COL
           END-EVALUATE.
           IF WS-STAMP-MIRROR = 1 THEN
               COMPUTE WS-STAMP-SRC-COL =
                   WS-PATTERN-COLS - WS-STAMP-SRC-COL + 1
           END-IF.
           COMPUTE WS-STAMP-SRC-POS =
               (WS-STAMP-SRC-ROW - 1) * WS-PATTERN-COLS
               + WS-STAMP-SRC-COL.
           COMPUTE WS-STAMP-TARGET-ROW =
               WS-STAMP-ROW + WS-STAMP-OUT-ROW - 1.
           IF WS-STAMP-TARGET-ROW > TOTAL-ROWS THEN
               SUBTRACT TOTAL-ROWS FROM WS-STAMP-TARGET-ROW
           END-IF.
           COMPUTE WS-STAMP-TARGET-COL =
               WS-STAMP-COL + WS-STAMP-OUT-COL - 1.
           IF WS-STAMP-TARGET-COL > TOTAL-COLUMNS THEN
               SUBTRACT TOTAL-COLUMNS FROM WS-STAMP-TARGET-COL
           END-IF.
           COMPUTE POS =
               (WS-STAMP-TARGET-ROW - 1) * TOTAL-COLUMNS
               + WS-STAMP-TARGET-COL.
           COMPUTE WS-AGE-POS = (POS - 1) * 3 + 1.
           IF WS-PATTERN-DATA(WS-STAMP-SRC-POS:1) = "1" THEN
               IF NEW-WORLD(POS:1) NOT = "1" THEN
                   MOVE "1" TO NEW-WORLD(POS:1)
                   MOVE "001" TO NEW-AGES(WS-AGE-POS:3)
               END-IF
           ELSE
               IF WS-STAMP-OVERWRITE = 1 THEN
                   MOVE "0" TO NEW-WORLD(POS:1)
                   MOVE "000" TO NEW-AGES(WS-AGE-POS:3)
               END-IF
           END-IF.
       CLEAR-RUN-ARCHIVE.
           OPEN OUTPUT RUN-ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00" THEN
           MOVE WS-GEN-BEFORE TO JRN-GEN-BEFORE.
           MOVE WS-GENERATION TO JRN-GEN-AFTER.
           MOVE WS-POPULATION TO JRN-POPULATION.
           IF WS-ACTION NOT = "STAMP" THEN
               MOVE SPACES TO JRN-DETAIL
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00" THEN
               OPEN OUTPUT JOURNAL-FILE
               "<input type=hidden name=rule value=".
           CALL "append_http_body" USING FUNCTION TRIM(WS-RULE-NAME).
           CALL "append_http_body" USING ">".
           CALL "append_http_body" USING
               "<input type=hidden name=owner value=".
           CALL "append_http_body" USING FUNCTION TRIM(WS-RUN-OWNER).
           CALL "append_http_body" USING ">".
           CALL "append_http_body" USING
               "<input type=hidden name=desc value='".
           CALL "append_http_body" USING
               FUNCTION TRIM(WS-RUN-DESCRIPTION).
           CALL "append_http_body" USING "'>".
           PERFORM ESCAPE-RLE-FOR-HTML.
           CALL "append_http_body" USING
               "<input type=hidden name=rle value='".
               "<button type=submit>Start Fresh</button></form>".
           CALL "append_http_body" USING "</body></html>".
       PRINT-NEW-RUN-FORM.
           MOVE 0 TO WS-CENSUS-OPEN.
           OPEN INPUT CENSUS-FILE.
           IF WS-CNS-STATUS = "00" THEN
               MOVE 1 TO WS-CENSUS-OPEN
           END-IF.
           CALL "append_http_body" USING
               "<form method=POST><b>Start a new run:</b> ".
           CALL "append_http_body" USING
               "<select name=pattern>".
           CALL "append_http_body" USING
               "<option value=classic>Classic".
           MOVE "classic" TO WS-CENSUS-NAME.
           PERFORM PRINT-CENSUS-OPTION-CLASS.
           CALL "append_http_body" USING
               "<option value=blinker>Blinker".
           MOVE "blinker" TO WS-CENSUS-NAME.
           PERFORM PRINT-CENSUS-OPTION-CLASS.
           CALL "append_http_body" USING
               "<option value=toad>Toad".
           MOVE "toad" TO WS-CENSUS-NAME.
           PERFORM PRINT-CENSUS-OPTION-CLASS.
           CALL "append_http_body" USING
               "<option value=glider>Glider".
           MOVE "glider" TO WS-CENSUS-NAME.
           PERFORM PRINT-CENSUS-OPTION-CLASS.
           CALL "append_http_body" USING
               "<option value=pulsar>Pulsar".
           MOVE "pulsar" TO WS-CENSUS-NAME.
           PERFORM PRINT-CENSUS-OPTION-CLASS.
           CALL "append_http_body" USING
               "<option value=gospergun>Gosper Glider Gun".
           MOVE "gospergun" TO WS-CENSUS-NAME.
           PERFORM PRINT-CENSUS-OPTION-CLASS.
           PERFORM PRINT-SAVED-PATTERN-OPTIONS.
           IF WS-CENSUS-OPEN = 1 THEN
               CLOSE CENSUS-FILE
               MOVE 0 TO WS-CENSUS-OPEN
           END-IF.
           CALL "append_http_body" USING "</select> ".
           CALL "append_http_body" USING
               "rule <select name=rule>".
               "run id <input type=text name=runid value=".
           CALL "append_http_body" USING WS-RUN-ID.
           CALL "append_http_body" USING "> ".
           CALL "append_http_body" USING
               "owner <input type=text name=owner size=10> ".
           CALL "append_http_body" USING
               "description <input type=text name=desc size=30".
           CALL "append_http_body" USING " maxlength=60> ".
           CALL "append_http_body" USING
               "or paste RLE <textarea name=rle rows=3 cols=40>".
           CALL "append_http_body" USING "</textarea> ".
                       CALL "append_http_body" USING ">"
                       CALL "append_http_body" USING
                           FUNCTION TRIM(PFR-NAME)
                       MOVE PFR-NAME TO WS-CENSUS-NAME
                       PERFORM PRINT-CENSUS-OPTION-CLASS
                   END-IF
               END-PERFORM
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.
      * Closes the option opened by the caller, adding the census
      * class of WS-CENSUS-NAME when the nightly census has one.
       PRINT-CENSUS-OPTION-CLASS.
           PERFORM FORMAT-CENSUS-CLASS.
           IF WS-CENSUS-FOUND = 1 THEN
               CALL "append_http_body" USING " - "
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-CENSUS-CLASS-TEXT)
           END-IF.
           CALL "append_http_body" USING "</option>".
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
       PRINT-FORM.
           CALL "append_http_body" USING
               "<form name=frm1 method=POST>".
           CALL "append_http_body" USING
               "<button type=submit name=saveas value=1>".
           CALL "append_http_body" USING "Save as pattern</button>".
           IF WS-PAUSED-FLAG = 1 THEN
               PERFORM PRINT-STAMP-CONTROLS
           END-IF.
           CALL "append_http_body" USING "</form>".
       PRINT-STAMP-CONTROLS.
           CALL "append_http_body" USING
               "<br>stamp <select name=stamppat>".
           CALL "append_http_body" USING
               "<option value=classic>Classic</option>".
           CALL "append_http_body" USING
               "<option value=blinker>Blinker</option>".
           CALL "append_http_body" USING
               "<option value=toad>Toad</option>".
           CALL "append_http_body" USING
               "<option value=glider>Glider</option>".
           CALL "append_http_body" USING
               "<option value=pulsar>Pulsar</option>".
           CALL "append_http_body" USING
               "<option value=gospergun>Gosper Glider Gun</option>".
           MOVE 0 TO WS-CENSUS-OPEN.
           PERFORM PRINT-SAVED-PATTERN-OPTIONS.
           CALL "append_http_body" USING "</select> ".
           CALL "append_http_body" USING
               "at row <input type=text name=stamprow size=3 value=1>".
           CALL "append_http_body" USING
               " col <input type=text name=stampcol size=3 value=1>".
           CALL "append_http_body" USING
               " turned <select name=stamprot>".
           CALL "append_http_body" USING
               "<option value=0>0</option>".
           CALL "append_http_body" USING
               "<option value=90>90</option>".
           CALL "append_http_body" USING
               "<option value=180>180</option>".
           CALL "append_http_body" USING
               "<option value=270>270</option>".
           CALL "append_http_body" USING "</select> degrees ".
           CALL "append_http_body" USING
               "mirror <input type=checkbox name=stampmirror".
           CALL "append_http_body" USING " value=1> ".
           CALL "append_http_body" USING
               "overwrite <input type=checkbox name=stampover".
           CALL "append_http_body" USING " value=1> ".
           CALL "append_http_body" USING
               "<button type=submit name=stamp value=1>".
           CALL "append_http_body" USING "Stamp</button>".
       PRINT-HIDDEN-STATE-FIELDS.
           CALL "append_http_body" USING
               "<input type=hidden name=state value=1>".
               CALL "append_http_body" USING
                   "<p>No archived generation to step back to.</p>"
           END-IF.
           EVALUATE WS-STAMP-REFUSED
               WHEN 1
                   CALL "append_http_body" USING
                       "<p>Stamp refused: no pattern named '"
                   CALL "append_http_body" USING
                       FUNCTION TRIM(WS-STAMP-PATTERN)
                   CALL "append_http_body" USING "'.</p>"
               WHEN 2
                   CALL "append_http_body" USING
                       "<p>Stamp refused: the target cell is not "
                   CALL "append_http_body" USING
                       "on the board.</p>"
               WHEN 3
                   CALL "append_http_body" USING
                       "<p>Stamp refused: the pattern is bigger "
                   CALL "append_http_body" USING
                       "than the board.</p>"
               WHEN 4
                   CALL "append_http_body" USING
                       "<p>Stamp refused: the pattern would run "
                   CALL "append_http_body" USING
                       "off the edge of the board.</p>"
           END-EVALUATE.
           IF WS-PATTERN-SAVED = 1 THEN
               CALL "append_http_body" USING "<p>Pattern saved as '"
               CALL "append_http_body" USING
