      *    Day 2 scoring-rules record, a keyed VSAM cluster (see
      *    JCL/AOCSRLDF.jcl) keyed on the effective date and
      *    maintained by AOCSRLM transaction decks. Each record is
      *    one complete rule set: the points for the shape thrown
      *    (1 rock, 2 paper, 3 scissors) and for the round's
      *    outcome, with a version number AOCSRLM assigns in
      *    ascending order. AOC02A and AOC02B score against the
      *    record with the highest effective date at or before the
      *    business date and stamp its version on their statistics
      *    and answer records. The prime record (effective date
      *    zero, version 0) is the standard rules.
       01  SCORRUL-REC.
           05  SR-EFF-DATE         PIC 9(8).
           05  SR-VERSION          PIC 9(4).
           05  SR-SHAPE-PTS OCCURS 3 TIMES
                                   PIC 9(2).
           05  SR-LOSS-PTS         PIC 9(2).
           05  SR-DRAW-PTS         PIC 9(2).
           05  SR-WIN-PTS          PIC 9(2).
           05  SR-DESC             PIC X(30).
