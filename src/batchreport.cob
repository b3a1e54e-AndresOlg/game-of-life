       01 WS-POP-SUM PIC 9(12) VALUE 0.
       01 WS-POP-MEAN PIC 9(6)V99 VALUE 0.
       01 WS-PEAK-GENERATION PIC 9(10) VALUE 0.
       01 WS-BIRTHS PIC 9(4) VALUE 0.
       01 WS-DEATHS PIC 9(4) VALUE 0.
       01 WS-TOTAL-BIRTHS PIC 9(8) VALUE 0.
       01 WS-TOTAL-DEATHS PIC 9(8) VALUE 0.
       01 WS-EXTINCT-FLAG PIC 9 VALUE 0.
       01 WS-EXTINCT-GENERATION PIC 9(10) VALUE 0.
       01 WS-FLAT-FLAG PIC 9 VALUE 0.
       01 WS-DEATHS-EDITED PIC ZZZ9.
       01 WS-TOTAL-EDITED PIC Z(7)9.
       01 WS-NET-GROWTH-EDITED PIC +(7)9.
       01 WS-REC-COUNT-EDITED PIC Z(5)9.
       COPY "compact.cpy".
       PROCEDURE DIVISION.
           OPEN INPUT BATCH-OUTPUT-FILE.
           IF WS-FILE-STATUS NOT = "00" THEN
               DISPLAY "batchreport: cannot open OUTFILE, status "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "batchreport: cannot open RPTFILE, status "
                   WS-RPT-STATUS
               CLOSE BATCH-OUTPUT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-REC.
           MOVE "LIFE BATCH RUN ANALYTICS" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO WS-DECODE-HAVE-BOARD.
           MOVE 0 TO WS-DECODE-ERROR.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                    OR WS-DECODE-ERROR = 1
               READ BATCH-OUTPUT-FILE INTO WS-COMPACT-RECORD
               IF WS-FILE-STATUS = "00" THEN
                   PERFORM DECODE-GENERATION-RECORD
                   IF WS-DECODE-ERROR = 0 THEN
                       PERFORM TALLY-GENERATION-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE BATCH-OUTPUT-FILE.
           IF WS-DECODE-ERROR = 1 THEN
               COMPUTE WS-REC-COUNT-EDITED = WS-REC-COUNT + 1
               MOVE SPACES TO REPORT-REC
               STRING "OUTFILE RECORD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REC-COUNT-EDITED) DELIMITED BY SIZE
                   " IS NOT A VALID GENERATION RECORD" DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "batchreport: OUTFILE record "
                   FUNCTION TRIM(WS-REC-COUNT-EDITED)
                   " is not a valid generation record"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REC-COUNT = 0 THEN
               MOVE "NO GENERATION RECORDS FOUND IN OUTFILE"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           PERFORM WRITE-SUMMARY.
           CLOSE REPORT-FILE.
      * GOBACK rather than STOP RUN so jobdispatch can CALL the report
      * after a queued run; as a job step it ends the run unit the
      * same way.
           GOBACK.
       TALLY-GENERATION-RECORD.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-DECODED-GENERATION TO WS-GENERATION.
           MOVE WS-DECODED-POPULATION TO WS-POPULATION.
           IF WS-REC-COUNT = 1 THEN
               MOVE WS-GENERATION TO WS-FIRST-GENERATION
               MOVE WS-POPULATION TO WS-FIRST-POPULATION
                   MOVE WS-GENERATION TO WS-FLAT-GENERATION
               END-IF
           END-IF.
      * Births and deaths come from the decoder: counted against the
      * previous board for a full record, carried in a compact one.
       COUNT-BIRTHS-AND-DEATHS.
           MOVE WS-DECODED-BIRTHS TO WS-BIRTHS.
           MOVE WS-DECODED-DEATHS TO WS-DEATHS.
           ADD WS-BIRTHS TO WS-TOTAL-BIRTHS.
           ADD WS-DEATHS TO WS-TOTAL-DEATHS.
       WRITE-DETAIL-LINE.
               MOVE "RUN DID NOT FLAT-LINE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       COPY "compactrd.cpy".
