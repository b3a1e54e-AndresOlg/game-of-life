       IDENTIFICATION DIVISION.
       PROGRAM-ID. expandout.
      * Expands a compact OUTFILE or sweep-out file (compact.cpy) back
      * to the full format of one "GEN nnnnnnnnnn POP nnnn" label and
      * whole board per generation, for tools that still read only
      * that. The job points CMPFILE at the compact file and EXPFILE
      * at the file to write. Full-format records are copied through
      * unchanged, so a file already in the full format comes out the
      * same. A record that cannot be decoded stops the job with
      * return code 8, leaving EXPFILE holding the generations before
      * it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPACT-FILE ASSIGN TO "CMPFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT EXPANDED-FILE ASSIGN TO "EXPFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMPACT-FILE.
       01 COMPACT-FILE-REC PIC X(3624).
       FD EXPANDED-FILE.
       01 EXPANDED-REC.
           05 EXR-LABEL PIC X(24).
           05 EXR-WORLD PIC X(3600).
       WORKING-STORAGE SECTION.
       01 WS-CMP-STATUS PIC XX.
       01 WS-EXP-STATUS PIC XX.
       01 WS-RECORDS-READ PIC 9(10) VALUE 0.
       01 WS-KEYFRAMES-READ PIC 9(10) VALUE 0.
       01 WS-DELTAS-READ PIC 9(10) VALUE 0.
       01 WS-FULL-READ PIC 9(10) VALUE 0.
       COPY "compact.cpy".
       PROCEDURE DIVISION.
           OPEN INPUT COMPACT-FILE.
           IF WS-CMP-STATUS NOT = "00" THEN
               DISPLAY "expandout: cannot open CMPFILE, status "
                   WS-CMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXPANDED-FILE.
           IF WS-EXP-STATUS NOT = "00" THEN
               DISPLAY "expandout: cannot open EXPFILE, status "
                   WS-EXP-STATUS
               CLOSE COMPACT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-DECODE-HAVE-BOARD.
           MOVE 0 TO WS-DECODE-ERROR.
           PERFORM UNTIL WS-CMP-STATUS NOT = "00"
                    OR WS-DECODE-ERROR = 1
               READ COMPACT-FILE INTO WS-COMPACT-RECORD
               IF WS-CMP-STATUS = "00" THEN
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM DECODE-GENERATION-RECORD
                   IF WS-DECODE-ERROR = 0 THEN
                       PERFORM WRITE-EXPANDED-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE COMPACT-FILE.
           CLOSE EXPANDED-FILE.
           IF WS-DECODE-ERROR = 1 THEN
               DISPLAY "expandout: CMPFILE record " WS-RECORDS-READ
                   " is not a valid generation record"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "expandout: " WS-RECORDS-READ " records read, "
               WS-KEYFRAMES-READ " keyframes, " WS-DELTAS-READ
               " deltas, " WS-FULL-READ " already full".
           STOP RUN.
       WRITE-EXPANDED-RECORD.
           IF WS-DECODED-COMPACT = 0 THEN
               ADD 1 TO WS-FULL-READ
           ELSE
               IF CMR-RECORD-TYPE = "K" THEN
                   ADD 1 TO WS-KEYFRAMES-READ
               ELSE
                   ADD 1 TO WS-DELTAS-READ
               END-IF
           END-IF.
           MOVE SPACES TO EXR-LABEL.
           STRING "GEN " DELIMITED BY SIZE
               WS-DECODED-GENERATION DELIMITED BY SIZE
               " POP " DELIMITED BY SIZE
               WS-DECODED-POPULATION DELIMITED BY SIZE
               INTO EXR-LABEL.
           MOVE WS-DECODED-WORLD TO EXR-WORLD.
           WRITE EXPANDED-REC.
       COPY "compactrd.cpy".
