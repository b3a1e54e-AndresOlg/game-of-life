      * Sweep restart record, one per SWEEPCTL spec batchsweep has
      * finished, appended to the line sequential file SWEEPRST as
      * each spec completes. A rerun with PARM RESTART skips every spec
      * recorded here and rebuilds its SWEEPRPT comparison line from
      * these figures instead of running it again.
      * SRR-SPEC-CARD is the SWEEPCTL line as read, so a restart can
      * refuse a deck that has changed since the first run.
      * SRR-OUTCOME is RUN (SRR-OUTPUT-FILE holds the spec's
      * sweep-out file) or NOTFOUND (unknown pattern, no output).
      * SRR-RULE is the rule as the run normalized it. The figures
      * after it are those printed on the comparison line.
      * SRR-COMPLETE-FLAG is "Y" in the last byte of a fully written
      * record; a record cut short by an abend is ignored.
      * The FD record must be PIC X(220).
       01 WS-SWEEP-RESTART-RECORD.
           05 SRR-SPEC-NUMBER PIC 9(2).
           05 SRR-SPEC-CARD PIC X(80).
           05 SRR-OUTCOME PIC X(8).
           05 SRR-OUTPUT-FILE PIC X(40).
           05 SRR-PATTERN-NAME PIC X(12).
           05 SRR-ROWS PIC 9(2).
           05 SRR-COLS PIC 9(2).
           05 SRR-WRAP PIC 9.
           05 SRR-RULE PIC X(12).
           05 SRR-GENERATIONS PIC 9(6).
           05 SRR-FINAL-POP PIC 9(4).
           05 SRR-STABLE-FLAG PIC 9.
           05 SRR-STABLE-GEN PIC 9(10).
           05 SRR-EXTINCT-FLAG PIC 9.
           05 SRR-EXTINCT-GEN PIC 9(10).
           05 SRR-COMPLETED-DATE PIC 9(8).
           05 SRR-COMPLETED-TIME PIC 9(6).
           05 FILLER PIC X(14).
           05 SRR-COMPLETE-FLAG PIC X(1).
