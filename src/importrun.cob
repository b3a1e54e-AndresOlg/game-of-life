           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO "run-master.dat"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS RMF-RUN-ID
               FILE STATUS IS WS-RMF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHECKPOINT-FILE.
       FD TRANSFER-FILE.
       01 TRANSFER-REC PIC X(14524).
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       FD RUN-MASTER-FILE.
       01 RUN-MASTER-REC.
           05 RMF-RUN-ID PIC X(20).
           05 RMF-BODY PIC X(142).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ARC-STATUS PIC XX.
       01 WS-POPULATION PIC 9(4) VALUE 0.
       01 WS-POP-CELL-COUNT PIC 9(4) VALUE 0.
       01 WS-POP-COUNTER PIC 9(4) VALUE 0.
       01 WS-RMF-STATUS PIC XX.
       01 WS-RUNID-TEXT PIC X(20).
       01 WS-OWNER-TEXT PIC X(20).
       01 WS-XFER-RUN-ID PIC X(20).
       COPY "archring.cpy".
       COPY "journal.cpy".
       COPY "runmaster.cpy".
       COPY "checkpoint.cpy".
       LINKAGE SECTION.
       01 PARM-DATA.
               STOP RUN
           END-IF.
           MOVE WS-XFER-REC(1:20) TO WS-RUN-ID.
           MOVE WS-XFER-REC(1:20) TO WS-XFER-RUN-ID.
      * A PARM of runid,owner overrides the embedded run id so the
      * receiving installation can avoid a clash with one of its own
      * runs, and names who owns the run here.
           MOVE SPACES TO WS-RUNID-TEXT.
           MOVE SPACES TO WS-OWNER-TEXT.
           IF PARM-LENGTH > 0 THEN
               UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ","
                   INTO WS-RUNID-TEXT WS-OWNER-TEXT
               IF WS-RUNID-TEXT NOT = SPACES THEN
                   MOVE WS-RUNID-TEXT TO WS-RUN-ID
               END-IF
           END-IF.
           PERFORM VALIDATE-RUN-ID.
           IF WS-RUNID-ERROR = 1 OR WS-RUN-ID = SPACES THEN
           END-IF.
           CLOSE TRANSFER-FILE.
           PERFORM REGISTER-RUN-ID.
           PERFORM WRITE-RUN-MASTER.
           PERFORM WRITE-IMPORT-JOURNAL.
           DISPLAY "importrun: run '" FUNCTION TRIM(WS-RUN-ID)
               "' imported at generation " CKPT-GENERATION
               END-IF
               CLOSE RUN-INDEX-FILE
           END-IF.
      * The imported run gets a master record of its own; the origin
      * keeps the id the run had at the sending installation.
       WRITE-RUN-MASTER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUN-MASTER-RECORD.
           MOVE WS-RUN-ID TO RMR-RUN-ID.
           IF WS-OWNER-TEXT = SPACES THEN
               MOVE "unknown" TO RMR-OWNER
           ELSE
               MOVE WS-OWNER-TEXT TO RMR-OWNER
           END-IF.
           STRING "Transferred in as run " DELIMITED BY SIZE
               FUNCTION TRIM(WS-XFER-RUN-ID) DELIMITED BY SIZE
               INTO RMR-DESCRIPTION.
           MOVE WS-CURRENT-DATE TO RMR-CREATED-DATE.
           MOVE WS-CURRENT-DATE TO RMR-UPDATED-DATE.
           MOVE "IMPORT" TO RMR-ORIGIN-TYPE.
           MOVE WS-XFER-RUN-ID TO RMR-ORIGIN-SOURCE.
           MOVE CKPT-RULE TO RMR-START-RULE.
           MOVE CKPT-ROWS TO RMR-START-ROWS.
           MOVE CKPT-COLUMNS TO RMR-START-COLS.
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
               READ RUN-MASTER-FILE
               IF WS-RMF-STATUS = "00" THEN
                   REWRITE RUN-MASTER-REC FROM WS-RUN-MASTER-RECORD
               ELSE
                   WRITE RUN-MASTER-REC FROM WS-RUN-MASTER-RECORD
               END-IF
               CLOSE RUN-MASTER-FILE
           ELSE
               DISPLAY "importrun: cannot open run-master.dat, status "
                   WS-RMF-STATUS
           END-IF.
      * Journal the arrival of the run so nightly retention sees
      * activity for it even before anyone opens it.
       WRITE-IMPORT-JOURNAL.
               END-IF
           END-PERFORM.
           MOVE WS-POPULATION TO JRN-POPULATION.
           MOVE SPACES TO JRN-DETAIL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00" THEN
               OPEN OUTPUT JOURNAL-FILE
