           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO WS-JRNARCH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JAR-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "run-master.dat"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RMF-RUN-ID
               FILE STATUS IS WS-RMF-STATUS.
           SELECT RETENTION-REPORT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01 RUN-INDEX-REC.
           05 RIX-RUN-ID PIC X(20).
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
       FD RETENTION-REPORT-FILE.
       01 RETENTION-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-RUN-IDX PIC 9(3) VALUE 0.
       01 WS-RUN-ID PIC X(20).
       01 WS-RMF-STATUS PIC XX.
       01 WS-MASTER-OPEN PIC 9 VALUE 0.
       01 WS-KEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-PURGED-TABLE.
           05 WS-PURGED-ENTRY OCCURS 200 TIMES PIC X(20).
       01 WS-HIST-FILE-PATH PIC X(40).
       01 WS-COUNT-EDITED PIC ZZ9.
       COPY "journal.cpy".
       COPY "runmaster.cpy".
       LINKAGE SECTION.
       01 PARM-DATA.
           05 PARM-LENGTH PIC S9(4) COMP.
           IF WS-ARCHIVE-MODE = 1 THEN
               CALL "CBL_CREATE_DIR" USING "retired"
           END-IF.
           MOVE 0 TO WS-MASTER-OPEN.
           OPEN INPUT RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "00" THEN
               MOVE 1 TO WS-MASTER-OPEN
           END-IF.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE WS-RUN-ENTRY(WS-RUN-IDX) TO WS-RUN-ID
                   PERFORM WRITE-PURGED-LINE
               END-IF
           END-PERFORM.
           IF WS-MASTER-OPEN = 1 THEN
               CLOSE RUN-MASTER-FILE
           END-IF.
           IF WS-PURGED-COUNT > 0 THEN
               PERFORM PURGE-INDEX-ROWS
           END-IF.
               END-PERFORM
               CLOSE RUN-INDEX-FILE
           END-IF.
           OPEN I-O RUN-MASTER-FILE.
           IF WS-RMF-STATUS = "00" THEN
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                        UNTIL WS-RUN-IDX > WS-PURGED-COUNT
                   MOVE WS-PURGED-ENTRY(WS-RUN-IDX) TO RMF-RUN-ID
                   DELETE RUN-MASTER-FILE
               END-PERFORM
               CLOSE RUN-MASTER-FILE
           END-IF.
      * Walk the journal files newest first; the first day a run id
      * appears in is its most recent activity. Dailies that jrnmonth
      * has consolidated away are covered by SCAN-ARCHIVE-WINDOW
               WS-RUN-LAST-DATE(WS-RUN-IDX) DELIMITED BY SIZE
               INTO RETENTION-REPORT-REC.
           WRITE RETENTION-REPORT-REC.
           PERFORM WRITE-OWNER-LINE.
       WRITE-PURGED-LINE.
           MOVE SPACES TO RETENTION-REPORT-REC.
           IF WS-ARCHIVE-MODE = 1 THEN
                   INTO RETENTION-REPORT-REC
           END-IF.
           WRITE RETENTION-REPORT-REC.
           PERFORM WRITE-OWNER-LINE.
      * Under every run line, name the owner and purpose recorded in
      * run-master.dat so a purge decision can go to a person.
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
           MOVE SPACES TO RETENTION-REPORT-REC.
           STRING "       OWNER " DELIMITED BY SIZE
               FUNCTION TRIM(RMR-OWNER) DELIMITED BY SIZE
               " DESC " DELIMITED BY SIZE
               FUNCTION TRIM(RMR-DESCRIPTION) DELIMITED BY SIZE
               INTO RETENTION-REPORT-REC.
           WRITE RETENTION-REPORT-REC.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RETENTION-REPORT-REC.
           WRITE RETENTION-REPORT-REC.
