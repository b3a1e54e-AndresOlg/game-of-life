      * Pattern census record, one per built-in or library pattern,
      * held in the keyed file census.dat (ORGANIZATION INDEXED,
      * record key the 12-byte pattern name, the same key as
      * patterns.dat). The nightly census job runs each pattern from
      * its placed starting layout under the default rule until it
      * settles or reaches the generation cap and records the class
      * it settles into.
      * CNR-CLASS is STILL (still life), OSCILLATOR, SPACESHIP,
      * DIESOUT, UNSETTLED (still changing at CNR-GEN-CAP) or PENDING
      * for an entry written by worker or patlib that the census has
      * not computed yet. CNR-PERIOD is the cycle length for
      * oscillators and spaceships; CNR-SHIFT-ROWS/COLS are how far a
      * spaceship moves in one cycle. CNR-SETTLE-GEN is the first
      * generation of the repeating cycle (or the generation the
      * board emptied, or for UNSETTLED the generation the run was
      * stopped at: the cap, or where the pattern reached the edge of
      * the census board) and CNR-PEAK-POP the largest population
      * seen up to that point. CNR-SOURCE is BUILTIN or LIBRARY.
      * CNR-STALE-FLAG is "Y" once the pattern has been saved,
      * renamed or deleted since the entry was computed; the next
      * census run recomputes (or removes) every stale entry.
      * The FD record in each program must be 80 bytes with the name
      * as its leading 12-byte key field.
       01 WS-CENSUS-RECORD.
           05 CNR-NAME PIC X(12).
           05 CNR-SOURCE PIC X(8).
           05 CNR-CLASS PIC X(10).
           05 CNR-PERIOD PIC 9(4).
           05 CNR-SHIFT-ROWS PIC S9(3).
           05 CNR-SHIFT-COLS PIC S9(3).
           05 CNR-PEAK-POP PIC 9(4).
           05 CNR-SETTLE-GEN PIC 9(6).
           05 CNR-GEN-CAP PIC 9(6).
           05 CNR-RULE PIC X(12).
           05 CNR-STALE-FLAG PIC X(1).
           05 CNR-CENSUS-DATE PIC 9(8).
           05 FILLER PIC X(3).
