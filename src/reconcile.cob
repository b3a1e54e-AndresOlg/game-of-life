           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO WS-JRNARCH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JAR-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "run-master.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS RMF-RUN-ID
               FILE STATUS IS WS-RMF-STATUS.
           SELECT DIR-LIST-FILE ASSIGN TO "reconcile-dir.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.
       FD CHECKPOINT-BAK-FILE.
       01 CHECKPOINT-BAK-REC PIC X(14524).
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       FD JOURNAL-ARCHIVE-FILE.
       01 JOURNAL-ARCHIVE-REC.
           05 JAR-DATE PIC 9(8).
           05 JAR-ENTRY PIC X(92).
       FD RUN-MASTER-FILE.
       01 RUN-MASTER-REC.
           05 RMF-RUN-ID PIC X(20).
           05 RMF-BODY PIC X(142).
       FD DIR-LIST-FILE.
       01 DIR-LIST-REC PIC X(80).
       FD EXCEPTION-REPORT-FILE.
       01 WS-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-RUN-IDX PIC 9(3) VALUE 0.
       01 WS-RUN-ID PIC X(20).
       01 WS-RMF-STATUS PIC XX.
       01 WS-MASTER-OPEN PIC 9 VALUE 0.
       01 WS-CKPT-RECORD-OK PIC 9 VALUE 0.
       01 WS-CKPT-SAVED-SUM PIC 9(10) VALUE 0.
       01 WS-CKPT-HASH PIC 9(10) VALUE 0.
       01 WS-COUNT-EDITED PIC ZZZ9.
       COPY "checkpoint.cpy".
       COPY "journal.cpy".
       COPY "runmaster.cpy".
       LINKAGE SECTION.
       01 PARM-DATA.
           05 PARM-LENGTH PIC S9(4) COMP.
           PERFORM LOAD-RUN-INDEX.
           PERFORM SCAN-JOURNAL-WINDOW.
           PERFORM SCAN-ARCHIVE-WINDOW.
           MOVE 0 TO WS-MASTER-OPEN.
           OPEN INPUT RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "00" THEN
               MOVE 1 TO WS-MASTER-OPEN
           END-IF.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE WS-RUN-ENTRY(WS-RUN-IDX) TO WS-RUN-ID
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM CHECK-ONE-RUN
           END-PERFORM.
           IF WS-MASTER-OPEN = 1 THEN
               CLOSE RUN-MASTER-FILE
           END-IF.
           PERFORM CHECK-ORPHAN-FILES.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE EXCEPTION-REPORT-FILE.
               " DOES NOT EXIST" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           PERFORM WRITE-OWNER-LINE.
       REPORT-EMPTY-CHECKPOINT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
               " HAS NO RECORD" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           PERFORM WRITE-OWNER-LINE.
       REPORT-CORRUPT-CHECKPOINT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
               " FAILS ITS HASH" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           PERFORM WRITE-OWNER-LINE.
       REPORT-CORRUPT-BACKUP.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
               " FAILS ITS HASH" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           PERFORM WRITE-OWNER-LINE.
       REPORT-GENERATION-MISMATCH.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-MAIN-GENERATION TO WS-GEN-EDITED.
               FUNCTION TRIM(WS-GEN-EDITED2) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           PERFORM WRITE-OWNER-LINE.
      * Under every exception for an indexed run, name the owner and
      * purpose recorded in run-master.dat.
       WRITE-OWNER-LINE.
           MOVE SPACES TO WS-RUN-MASTER-RECORD.
           MOVE "unknown" TO RMR-OWNER.
           MOVE "(no run master record)" TO RMR-DESCRIPTION.
           IF WS-MASTER-OPEN = 1 THEN
               MOVE WS-RUN-ID TO RMF-RUN-ID
               READ RUN-MASTER-FILE INTO WS-RUN-MASTER-RECORD
               IF WS-RMF-STATUS NOT = "00" THEN
                   MOVE "unknown" TO RMR-OWNER
                   MOVE "(no run master record)" TO RMR-DESCRIPTION
               END-IF
           END-IF.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
           STRING "         OWNER " DELIMITED BY SIZE
               FUNCTION TRIM(RMR-OWNER) DELIMITED BY SIZE
               " DESC " DELIMITED BY SIZE
               FUNCTION TRIM(RMR-DESCRIPTION) DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
       REPORT-ORPHAN-FILE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
