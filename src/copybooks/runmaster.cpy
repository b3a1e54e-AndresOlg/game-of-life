      * Run master record, one per saved run, held in the keyed file
      * run-master.dat (ORGANIZATION INDEXED, record key the 20-byte
      * run id, the same key as ckpt-index.dat). It records who owns
      * a run, what it is for and where it came from so catalog and
      * the nightly reports can show more than a bare id.
      * Written by worker when a run is registered, by importrun,
      * by the catalog clone and by resumebatch; removed with the
      * index row by catalog and retention.
      * RMR-ORIGIN-TYPE is NEWRUN (RMR-ORIGIN-SOURCE holds the
      * pattern name), RLEIMPORT, CLONE (source holds the run id it
      * was cloned from), IMPORT (source holds the run id carried in
      * the transfer file) or LEGACY for runs saved before the master
      * file existed. RMR-START-RULE/ROWS/COLS are the rule and board
      * size the run started with; RMR-UPDATED-DATE is the last day a
      * program touched the run.
      * The FD record in each program must be 162 bytes with the run
      * id as its leading 20-byte key field.
       01 WS-RUN-MASTER-RECORD.
           05 RMR-RUN-ID PIC X(20).
           05 RMR-OWNER PIC X(20).
           05 RMR-DESCRIPTION PIC X(60).
           05 RMR-CREATED-DATE PIC 9(8).
           05 RMR-ORIGIN-TYPE PIC X(10).
           05 RMR-ORIGIN-SOURCE PIC X(20).
           05 RMR-START-RULE PIC X(12).
           05 RMR-START-ROWS PIC 9(2).
           05 RMR-START-COLS PIC 9(2).
           05 RMR-UPDATED-DATE PIC 9(8).
