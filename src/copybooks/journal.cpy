      * Audit journal record shared by worker (writer) and
      * journalview (reader). One record is appended to the per-day
      * file journal-YYYYMMDD.dat for every request worker serves.
      * JRN-DETAIL is blank except for actions that need more than
      * the generations and population: a STAMP records the pattern,
      * the top-left row and column it was stamped at, its rotation in
      * degrees, Y if it was mirrored and OR or OVERWRITE. Records
      * written before JRN-DETAIL existed are 62 bytes and read back
      * with it blank.
      * The FD record in each program must be PIC X(92).
       01 WS-JOURNAL-RECORD.
           05 JRN-TIME PIC X(6).
           05 JRN-RUN-ID PIC X(20).
           05 JRN-GEN-BEFORE PIC 9(10).
           05 JRN-GEN-AFTER PIC 9(10).
           05 JRN-POPULATION PIC 9(4).
           05 JRN-DETAIL PIC X(30).
           05 JRN-STAMP-DETAIL REDEFINES JRN-DETAIL.
               10 JRN-STAMP-PATTERN PIC X(12).
               10 JRN-STAMP-ROW PIC 9(2).
               10 JRN-STAMP-COL PIC 9(2).
               10 JRN-STAMP-ROTATION PIC 9(3).
               10 JRN-STAMP-MIRROR PIC X(1).
               10 JRN-STAMP-MODE PIC X(9).
               10 FILLER PIC X(1).
