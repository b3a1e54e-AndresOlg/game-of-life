      * Batch job queue record, one per job submitted from the
      * jobqueue web screen, held in the keyed file job-queue.dat
      * (ORGANIZATION INDEXED, record key the 6-digit job number).
      * jobqueue writes QUEUED records and turns them to CANCELLED on
      * the submitter's request; jobdispatch runs them overnight,
      * marking each RUNNING, then DONE or FAILED.
      * JQR-JOB-TYPE is RESUME (resumebatch continues JQR-RUN-ID for
      * JQR-GENERATIONS generations) or SWEEP (batchsweep runs the
      * JQR-SPEC-COUNT spec lines held in jobdeck-<job>.dat).
      * JQR-RETURN-CODE is the return code of the engine step;
      * JQR-OUTPUT-FILE and JQR-REPORT-FILE name what the job
      * produced: the generation file and its batchreport analysis for
      * a continuation, the sweep-out files (the name ends in -NN.dat,
      * one file per spec) and the SWEEPRPT comparison for a sweep.
      * JQR-MESSAGE explains a failure or a cancellation.
      * The FD record in each program must be 280 bytes with the job
      * number as its leading 6-byte key field.
       01 WS-JOB-QUEUE-RECORD.
           05 JQR-JOB-ID PIC 9(6).
           05 JQR-JOB-TYPE PIC X(6).
           05 JQR-SUBMITTER PIC X(20).
           05 JQR-RUN-ID PIC X(20).
           05 JQR-GENERATIONS PIC 9(6).
           05 JQR-SPEC-COUNT PIC 9(2).
           05 JQR-STATUS PIC X(9).
           05 JQR-SUBMIT-DATE PIC 9(8).
           05 JQR-SUBMIT-TIME PIC 9(6).
           05 JQR-START-DATE PIC 9(8).
           05 JQR-START-TIME PIC 9(6).
           05 JQR-END-DATE PIC 9(8).
           05 JQR-END-TIME PIC 9(6).
           05 JQR-RETURN-CODE PIC 9(4).
           05 JQR-OUTPUT-FILE PIC X(40).
           05 JQR-REPORT-FILE PIC X(40).
           05 JQR-MESSAGE PIC X(40).
           05 FILLER PIC X(45).
