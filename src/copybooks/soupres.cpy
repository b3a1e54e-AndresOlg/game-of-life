      * Random soup search result, one per trial, written by soupsearch
      * to the line sequential file SOUPRES. Each trial fills the
      * SRS-ROWS x SRS-COLS board at random from SRS-SEED, SRS-DENSITY
      * percent of cells alive, so the same seed, size and density
      * always give the same starting board.
      * SRS-CLASS is EXTINCT (board emptied at SRS-SETTLE-GEN), STABLE
      * (unchanged from SRS-SETTLE-GEN on), OSCILLATING (repeats every
      * SRS-PERIOD generations from SRS-SETTLE-GEN) or UNSETTLED
      * (still changing at the generation cap; SRS-SETTLE-GEN is then
      * the cap). SRS-FINAL-POP is the population when the run
      * stopped and SRS-PEAK-POP the largest seen on the way.
      * The FD record must be PIC X(80).
       01 WS-SOUP-RESULT-RECORD.
           05 SRS-SEED PIC 9(8).
           05 SRS-TRIAL PIC 9(4).
           05 SRS-ROWS PIC 9(2).
           05 SRS-COLS PIC 9(2).
           05 SRS-WRAP PIC 9.
           05 SRS-RULE PIC X(12).
           05 SRS-DENSITY PIC 9(2).
           05 SRS-INITIAL-POP PIC 9(4).
           05 SRS-SETTLE-GEN PIC 9(6).
           05 SRS-FINAL-POP PIC 9(4).
           05 SRS-PEAK-POP PIC 9(4).
           05 SRS-PERIOD PIC 9(3).
           05 SRS-CLASS PIC X(11).
           05 SRS-GEN-CAP PIC 9(6).
           05 SRS-SEARCH-DATE PIC 9(8).
           05 FILLER PIC X(3).
