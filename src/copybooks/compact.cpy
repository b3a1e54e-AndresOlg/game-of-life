      * Compact generation record for OUTFILE and sweep-out-NN.dat,
      * written by workerbatch, resumebatch and batchsweep when a
      * keyframe interval is given in their PARM. It is the same size
      * as the full "GEN nnnnnnnnnn POP nnnn" record, so either kind
      * can sit in the same 3624-byte FD record and be told apart by
      * its first byte: "G" for the full format, "K" or "D" here.
      * A "K" keyframe carries the whole board in CMR-KEYFRAME-WORLD.
      * A "D" delta carries only the cells that changed since the
      * record before it, CMR-BIRTHS + CMR-DEATHS cell positions in
      * CMR-CHANGED-CELL; trailing spaces are not written, so a quiet
      * generation costs a few dozen bytes instead of 3624. The first
      * record of a file, every generation that is a multiple of the
      * keyframe interval and any generation with more than 900
      * changes are keyframes.
      * CMR-BIRTHS and CMR-DEATHS count the change from the previous
      * generation on keyframes as well (zero on the first record).
       01 WS-COMPACT-RECORD.
           05 CMR-RECORD-TYPE PIC X(1).
           05 CMR-GENERATION PIC 9(10).
           05 CMR-POPULATION PIC 9(4).
           05 CMR-BIRTHS PIC 9(4).
           05 CMR-DEATHS PIC 9(4).
           05 FILLER PIC X(1).
           05 CMR-KEYFRAME-WORLD PIC X(3600).
           05 CMR-DELTA-CELLS REDEFINES CMR-KEYFRAME-WORLD.
               10 CMR-CHANGED-CELL PIC 9(4) OCCURS 900 TIMES.
      * Writer controls. WS-CMP-KEYFRAME-INTERVAL of zero keeps the
      * full format; WS-CMP-FORCE-KEYFRAME makes the next record a
      * keyframe whatever its generation.
       01 WS-CMP-KEYFRAME-INTERVAL PIC 9(6) VALUE 0.
       01 WS-CMP-FORCE-KEYFRAME PIC 9 VALUE 1.
       01 WS-CMP-MAX-CHANGES PIC 9(4) VALUE 900.
       01 WS-CMP-CHANGES PIC 9(4) VALUE 0.
       01 WS-CMP-CELL-IDX PIC 9(4) VALUE 0.
       01 WS-CMP-CELL-COUNT PIC 9(4) VALUE 0.
      * Reader state. WS-DECODED-WORLD is the board after the last
      * record decoded; WS-DECODE-ERROR is set by a record that is
      * neither format or a delta with no board before it.
       01 WS-DECODED-WORLD PIC X(3600).
       01 WS-DECODED-GENERATION PIC 9(10) VALUE 0.
       01 WS-DECODED-POPULATION PIC 9(4) VALUE 0.
       01 WS-DECODED-BIRTHS PIC 9(4) VALUE 0.
       01 WS-DECODED-DEATHS PIC 9(4) VALUE 0.
       01 WS-DECODED-COMPACT PIC 9 VALUE 0.
       01 WS-DECODE-HAVE-BOARD PIC 9 VALUE 0.
       01 WS-DECODE-ERROR PIC 9 VALUE 0.
       01 WS-DECODE-IDX PIC 9(4) VALUE 0.
       01 WS-DECODE-CHANGES PIC 9(4) VALUE 0.
       01 WS-DECODE-POS PIC 9(4) VALUE 0.
