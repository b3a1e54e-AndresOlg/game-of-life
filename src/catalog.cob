           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "run-master.dat"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RMF-RUN-ID
               FILE STATUS IS WS-RMF-STATUS.
           SELECT JOB-QUEUE-FILE ASSIGN TO "job-queue.dat"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS JQF-JOB-ID
               FILE STATUS IS WS-JQF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHECKPOINT-FILE.
       01 RUN-INDEX-REC.
           05 RIX-RUN-ID PIC X(20).
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       FD RUN-MASTER-FILE.
       01 RUN-MASTER-REC.
           05 RMF-RUN-ID PIC X(20).
           05 RMF-BODY PIC X(142).
       FD JOB-QUEUE-FILE.
       01 JOB-QUEUE-REC.
           05 JQF-JOB-ID PIC X(6).
           05 JQF-BODY PIC X(274).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-IDX-STATUS PIC XX.
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME PIC X(8).
       01 WS-RMF-STATUS PIC XX.
       01 WS-MASTER-OPEN PIC 9 VALUE 0.
       01 WS-MASTER-FOUND PIC 9 VALUE 0.
       01 WS-ROW-WANTED PIC 9 VALUE 1.
       01 WS-OWNER-FILTER PIC X(20).
       01 WS-CLONE-OWNER PIC X(20).
       01 WS-CREATED-TEXT PIC X(10).
       01 WS-JQF-STATUS PIC XX.
       01 WS-RUN-JOB-TABLE.
           05 WS-RUN-JOB-ENTRY OCCURS 200 TIMES.
               10 WS-RUN-JOB-ID PIC 9(6).
               10 WS-RUN-JOB-STATUS PIC X(9).
               10 WS-RUN-JOB-RC PIC 9(4).
       01 WS-JOB-IDX PIC 9(3) VALUE 0.
       01 WS-JOB-ID-EDITED PIC Z(5)9.
       01 WS-JOB-RC-EDITED PIC ZZZ9.
       COPY "journal.cpy".
       COPY "checkpoint.cpy".
       COPY "runmaster.cpy".
       COPY "jobqueue.cpy".
       PROCEDURE DIVISION.
           CALL "get_http_form" USING "deleteid" WS-DELETE-ID.
           IF WS-DELETE-ID NOT = SPACES THEN
               CALL "CBL_DELETE_FILE" USING WS-BACKUP-PATH
           END-IF.
           PERFORM LOAD-RUN-INDEX.
           CALL "get_http_form" USING "owner" WS-OWNER-FILTER.
           MOVE WS-OWNER-FILTER TO WS-RUN-ID.
           PERFORM VALIDATE-RUN-ID.
           IF WS-RUNID-ERROR = 1 THEN
               PERFORM PRINT-OWNER-ERROR
               STOP RUN
           END-IF.
           CALL "get_http_form" USING "cloneid" WS-CLONE-ID.
           CALL "get_http_form" USING "newid" WS-NEW-ID.
           CALL "get_http_form" USING "cloneowner" WS-CLONE-OWNER.
           MOVE WS-CLONE-OWNER TO WS-RUN-ID.
           PERFORM VALIDATE-RUN-ID.
           IF WS-RUNID-ERROR = 1 THEN
               PERFORM PRINT-OWNER-ERROR
               STOP RUN
           END-IF.
           IF WS-CLONE-ID NOT = SPACES AND WS-NEW-ID NOT = SPACES THEN
               MOVE WS-CLONE-ID TO WS-RUN-ID
               PERFORM VALIDATE-RUN-ID
               END-PERFORM
               CLOSE RUN-INDEX-FILE
           END-IF.
           OPEN I-O RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "00" THEN
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                        UNTIL WS-RUN-IDX > WS-DROP-COUNT
                   MOVE WS-DROP-ENTRY(WS-RUN-IDX) TO RMF-RUN-ID
                   DELETE RUN-MASTER-FILE
               END-PERFORM
               CLOSE RUN-MASTER-FILE
           END-IF.
      * Copy a saved run's checkpoint and rewind archive to a new run
      * id and register it, leaving the original untouched. The
      * checkpoint is read through the usual verify/backup logic so a
               WRITE RUN-INDEX-REC
               CLOSE RUN-INDEX-FILE
           END-IF.
           PERFORM WRITE-CLONE-MASTER.
           PERFORM WRITE-CLONE-JOURNAL.
           MOVE 1 TO WS-CLONE-DONE.
      * The clone starts with the source run's description and, unless
      * the clone form names a new owner, its owner; the origin points
      * back at the source run.
       WRITE-CLONE-MASTER.
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
               MOVE WS-CLONE-ID TO RMF-RUN-ID
               READ RUN-MASTER-FILE INTO WS-RUN-MASTER-RECORD
               IF WS-RMF-STATUS NOT = "00" THEN
                   MOVE SPACES TO WS-RUN-MASTER-RECORD
                   MOVE "unknown" TO RMR-OWNER
               END-IF
               MOVE WS-NEW-ID TO RMR-RUN-ID
               IF WS-CLONE-OWNER NOT = SPACES THEN
                   MOVE WS-CLONE-OWNER TO RMR-OWNER
               END-IF
               MOVE WS-CURRENT-DATE TO RMR-CREATED-DATE
               MOVE WS-CURRENT-DATE TO RMR-UPDATED-DATE
               MOVE "CLONE" TO RMR-ORIGIN-TYPE
               MOVE WS-CLONE-ID TO RMR-ORIGIN-SOURCE
               MOVE CKPT-RULE TO RMR-START-RULE
               MOVE CKPT-ROWS TO RMR-START-ROWS
               MOVE CKPT-COLUMNS TO RMR-START-COLS
               MOVE WS-NEW-ID TO RMF-RUN-ID
               READ RUN-MASTER-FILE
               IF WS-RMF-STATUS = "00" THEN
                   REWRITE RUN-MASTER-REC FROM WS-RUN-MASTER-RECORD
               ELSE
                   WRITE RUN-MASTER-REC FROM WS-RUN-MASTER-RECORD
               END-IF
               CLOSE RUN-MASTER-FILE
           END-IF.
      * Fill WS-RUN-MASTER-RECORD for WS-RUN-ID from the master file
      * opened by PRINT-CATALOG-PAGE, or with placeholders when the
      * run has no master record.
       LOOKUP-RUN-MASTER.
           MOVE 0 TO WS-MASTER-FOUND.
           IF WS-MASTER-OPEN = 1 THEN
               MOVE WS-RUN-ID TO RMF-RUN-ID
               READ RUN-MASTER-FILE INTO WS-RUN-MASTER-RECORD
               IF WS-RMF-STATUS = "00" THEN
                   MOVE 1 TO WS-MASTER-FOUND
               END-IF
           END-IF.
           IF WS-MASTER-FOUND = 0 THEN
               MOVE SPACES TO WS-RUN-MASTER-RECORD
               MOVE WS-RUN-ID TO RMR-RUN-ID
               MOVE "unknown" TO RMR-OWNER
               MOVE 0 TO RMR-CREATED-DATE
               MOVE 0 TO RMR-START-ROWS
               MOVE 0 TO RMR-START-COLS
               MOVE 0 TO RMR-UPDATED-DATE
           END-IF.
           MOVE 1 TO WS-ROW-WANTED.
           IF WS-OWNER-FILTER NOT = SPACES
              AND RMR-OWNER NOT = WS-OWNER-FILTER THEN
               MOVE 0 TO WS-ROW-WANTED
           END-IF.
      * Journal the birth of the clone so nightly retention sees
      * activity for it even before anyone opens it.
       WRITE-CLONE-JOURNAL.
           MOVE CKPT-GENERATION TO JRN-GEN-AFTER.
           PERFORM COUNT-CKPT-POPULATION.
           MOVE WS-POPULATION TO JRN-POPULATION.
           MOVE SPACES TO JRN-DETAIL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00" THEN
               OPEN OUTPUT JOURNAL-FILE
                   FUNCTION TRIM(WS-NEW-ID)
               CALL "append_http_body" USING "'.</p>"
           END-IF.
           CALL "append_http_body" USING "<form method=POST>".
           CALL "append_http_body" USING
               "owner <input type=text name=owner size=12 value=".
           CALL "append_http_body" USING
               FUNCTION TRIM(WS-OWNER-FILTER).
           CALL "append_http_body" USING
               "><button type=submit>Filter</button></form>".
           CALL "append_http_body" USING
               "<table border=1 cellpadding=4>".
           CALL "append_http_body" USING
               "<tr><th>Run id</th><th>Owner</th>".
           CALL "append_http_body" USING
               "<th>Description</th><th>Created</th>".
           CALL "append_http_body" USING
               "<th>Origin</th><th>Started as</th>".
           CALL "append_http_body" USING
               "<th>Generation</th>".
           CALL "append_http_body" USING
               "<th>Board</th><th>Rule</th><th>State</th>".
           CALL "append_http_body" USING
               "<th>Population</th><th>Batch job</th>".
           CALL "append_http_body" USING
               "<th></th><th></th><th></th><th></th></tr>".
           MOVE 0 TO WS-ROWS-SHOWN.
           MOVE 0 TO WS-DROP-COUNT.
           MOVE 0 TO WS-MASTER-OPEN.
           PERFORM LOAD-RUN-JOBS.
           OPEN INPUT RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "00" THEN
               MOVE 1 TO WS-MASTER-OPEN
           END-IF.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE WS-RUN-ENTRY(WS-RUN-IDX) TO WS-RUN-ID
                       ".dat" DELIMITED BY SIZE
                       INTO WS-CHECKPOINT-PATH
                   PERFORM TRY-READ-CHECKPOINT
                   PERFORM LOOKUP-RUN-MASTER
                   IF WS-CHECKPOINT-EXISTS = 1 THEN
                       IF WS-ROW-WANTED = 1 THEN
                           ADD 1 TO WS-ROWS-SHOWN
                           PERFORM PRINT-CATALOG-ROW
                       END-IF
                   ELSE
                       IF WS-CKPT-FILE-MISSING = 1 THEN
                           ADD 1 TO WS-DROP-COUNT
                           MOVE WS-RUN-ID
                               TO WS-DROP-ENTRY(WS-DROP-COUNT)
                       ELSE
                           IF WS-ROW-WANTED = 1 THEN
                               ADD 1 TO WS-ROWS-SHOWN
                               PERFORM PRINT-UNREADABLE-ROW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MASTER-OPEN = 1 THEN
               CLOSE RUN-MASTER-FILE
           END-IF.
           CALL "append_http_body" USING "</table>".
           IF WS-ROWS-SHOWN = 0 THEN
               CALL "append_http_body" USING
                   "<p>No saved runs found.</p>"
           END-IF.
           CALL "append_http_body" USING
               "<p><a href=/jobqueue>Batch job queue</a> | ".
           CALL "append_http_body" USING
               "<a href=/>Back to the board</a></p>".
           CALL "append_http_body" USING "</body></html>".
       PRINT-CATALOG-ROW.
           CALL "append_http_body" USING "<tr><td>".
           CALL "append_http_body" USING FUNCTION TRIM(WS-RUN-ID).
           CALL "append_http_body" USING "</td>".
           PERFORM PRINT-MASTER-CELLS.
           CALL "append_http_body" USING "<td>".
           MOVE CKPT-GENERATION TO CKPT-GENERATION-EDITED.
           CALL "append_http_body" USING
               FUNCTION TRIM(CKPT-GENERATION-EDITED).
           CALL "append_http_body" USING
               FUNCTION TRIM(WS-POPULATION-EDITED).
           CALL "append_http_body" USING "</td><td>".
           PERFORM PRINT-RUN-JOB-CELL.
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING
               "<form method=POST action=/>".
           CALL "append_http_body" USING
           CALL "append_http_body" USING FUNCTION TRIM(WS-RUN-ID).
           CALL "append_http_body" USING
               "><input type=text name=newid size=12>".
           CALL "append_http_body" USING
               " owner <input type=text name=cloneowner size=10>".
           CALL "append_http_body" USING
               "<button type=submit>Clone</button></form>".
           CALL "append_http_body" USING "</td><td>".
       PRINT-UNREADABLE-ROW.
           CALL "append_http_body" USING "<tr><td>".
           CALL "append_http_body" USING FUNCTION TRIM(WS-RUN-ID).
           CALL "append_http_body" USING "</td>".
           PERFORM PRINT-MASTER-CELLS.
           CALL "append_http_body" USING "<td colspan=9>".
           CALL "append_http_body" USING
               "checkpoint unreadable</td><td>".
           CALL "append_http_body" USING "<form method=POST>".
           CALL "append_http_body" USING
               "><button type=submit>Delete</button></form>".
           CALL "append_http_body" USING "</td></tr>".
      * Each run's latest batch job from the web job queue; a job still
      * waiting or running is shown in preference to a later one.
       LOAD-RUN-JOBS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE 0 TO WS-RUN-JOB-ID(WS-RUN-IDX)
               MOVE SPACES TO WS-RUN-JOB-STATUS(WS-RUN-IDX)
               MOVE 0 TO WS-RUN-JOB-RC(WS-RUN-IDX)
           END-PERFORM.
           OPEN INPUT JOB-QUEUE-FILE.
           IF WS-JQF-STATUS = "00" THEN
               PERFORM UNTIL WS-JQF-STATUS NOT = "00"
                   READ JOB-QUEUE-FILE NEXT INTO WS-JOB-QUEUE-RECORD
                   IF WS-JQF-STATUS = "00"
                      AND JQR-JOB-TYPE = "RESUME" THEN
                       PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                                UNTIL WS-JOB-IDX > WS-RUN-COUNT
                           IF WS-RUN-ENTRY(WS-JOB-IDX) = JQR-RUN-ID
                              AND WS-RUN-JOB-STATUS(WS-JOB-IDX)
                                  NOT = "QUEUED"
                              AND WS-RUN-JOB-STATUS(WS-JOB-IDX)
                                  NOT = "RUNNING" THEN
                               MOVE JQR-JOB-ID
                                   TO WS-RUN-JOB-ID(WS-JOB-IDX)
                               MOVE JQR-STATUS
                                   TO WS-RUN-JOB-STATUS(WS-JOB-IDX)
                               MOVE JQR-RETURN-CODE
                                   TO WS-RUN-JOB-RC(WS-JOB-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE JOB-QUEUE-FILE
           END-IF.
       PRINT-RUN-JOB-CELL.
           IF WS-RUN-JOB-ID(WS-RUN-IDX) > 0 THEN
               MOVE WS-RUN-JOB-ID(WS-RUN-IDX) TO WS-JOB-ID-EDITED
               CALL "append_http_body" USING "<a href=/jobqueue>job "
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-JOB-ID-EDITED)
               CALL "append_http_body" USING "</a> "
               CALL "append_http_body" USING
                   FUNCTION TRIM(WS-RUN-JOB-STATUS(WS-RUN-IDX))
               IF WS-RUN-JOB-STATUS(WS-RUN-IDX) = "DONE"
                  OR WS-RUN-JOB-STATUS(WS-RUN-IDX) = "FAILED" THEN
                   MOVE WS-RUN-JOB-RC(WS-RUN-IDX) TO WS-JOB-RC-EDITED
                   CALL "append_http_body" USING " rc "
                   CALL "append_http_body" USING
                       FUNCTION TRIM(WS-JOB-RC-EDITED)
               END-IF
           END-IF.
       PRINT-MASTER-CELLS.
           CALL "append_http_body" USING "<td>".
           CALL "append_http_body" USING FUNCTION TRIM(RMR-OWNER).
           CALL "append_http_body" USING "</td><td>".
           CALL "append_http_body" USING
               FUNCTION TRIM(RMR-DESCRIPTION).
           CALL "append_http_body" USING "</td><td>".
           IF RMR-CREATED-DATE > 0 THEN
               MOVE SPACES TO WS-CREATED-TEXT
               STRING RMR-CREATED-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RMR-CREATED-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RMR-CREATED-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-CREATED-TEXT
               CALL "append_http_body" USING WS-CREATED-TEXT
           END-IF.
           CALL "append_http_body" USING "</td><td>".
           EVALUATE RMR-ORIGIN-TYPE
               WHEN "NEWRUN"
                   CALL "append_http_body" USING "new "
                   CALL "append_http_body" USING
                       FUNCTION TRIM(RMR-ORIGIN-SOURCE)
               WHEN "RLEIMPORT"
                   CALL "append_http_body" USING "RLE import"
               WHEN "CLONE"
                   CALL "append_http_body" USING "clone of "
                   CALL "append_http_body" USING
                       FUNCTION TRIM(RMR-ORIGIN-SOURCE)
               WHEN "IMPORT"
                   CALL "append_http_body" USING "transfer import"
               WHEN "LEGACY"
                   CALL "append_http_body" USING "before run master"
               WHEN OTHER
                   CALL "append_http_body" USING "unknown"
           END-EVALUATE.
           CALL "append_http_body" USING "</td><td>".
           IF RMR-START-ROWS > 0 THEN
               CALL "append_http_body" USING
                   FUNCTION TRIM(RMR-START-RULE)
               CALL "append_http_body" USING " "
               CALL "append_http_body" USING RMR-START-ROWS
               CALL "append_http_body" USING " x "
               CALL "append_http_body" USING RMR-START-COLS
           END-IF.
           CALL "append_http_body" USING "</td>".
       PRINT-OWNER-ERROR.
           CALL "set_http_status" USING "400".
           CALL "append_http_body" USING
               "<html><body><h3>Invalid submission</h3>".
           CALL "append_http_body" USING
               "<p>Owner fields must contain only letters and ".
           CALL "append_http_body" USING
               "digits.</p></body></html>".
       VALIDATE-RUN-ID.
           MOVE 0 TO WS-RUNID-ERROR.
           COMPUTE WS-RUNID-TRIMMED-LEN =
