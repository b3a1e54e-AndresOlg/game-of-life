      * Nightly extract control file extract-ctl.dat, rewritten by
      * csvextract at the end of every extract. One "C" record holds
      * the date of the last extract and the last day whose journal
      * and sweep results it took (EXC-THROUGH-DATE, normally the day
      * before the extract). One "R" record per indexed run holds the
      * hash of its checkpoint record and the last history generation
      * extracted, so a run goes out again only when it has changed.
      * The PRIOR fields keep what the extract before that one saw: a
      * rerun on the same day compares against them and so rebuilds
      * that day's rows instead of finding nothing, or adding to them.
      * The FD record in each program must be PIC X(80).
       01 WS-EXTRACT-CONTROL-RECORD.
           05 EXC-RECORD-TYPE PIC X(1).
           05 EXC-BODY PIC X(79).
           05 EXC-CONTROL REDEFINES EXC-BODY.
               10 EXC-EXTRACT-DATE PIC 9(8).
               10 EXC-THROUGH-DATE PIC 9(8).
               10 EXC-PRIOR-EXTRACT-DATE PIC 9(8).
               10 EXC-PRIOR-THROUGH-DATE PIC 9(8).
               10 FILLER PIC X(47).
           05 EXC-RUN REDEFINES EXC-BODY.
               10 EXC-RUN-ID PIC X(20).
               10 EXC-RUN-SIGNATURE PIC 9(10).
               10 EXC-RUN-HIST-GEN PIC 9(10).
               10 EXC-PRIOR-SEEN PIC 9.
               10 EXC-PRIOR-SIGNATURE PIC 9(10).
               10 EXC-PRIOR-HIST-GEN PIC 9(10).
               10 FILLER PIC X(18).
