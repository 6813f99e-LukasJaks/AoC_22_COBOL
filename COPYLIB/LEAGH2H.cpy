      *    Day 2 league head-to-head record, a keyed VSAM cluster
      *    (see JCL/AOCPLYDF.jcl) keyed on player id + opponent id
      *    and carried forward night over night by AOCLEAG. Each
      *    match is posted from both sides, so one player's whole
      *    head-to-head record is one key range. The record keyed
      *    on spaces is the setup prime record.
       01  LEAGH2H-REC.
           05  LH-KEY.
               10  LH-PLAYER-ID    PIC X(8).
               10  LH-OPP-ID       PIC X(8).
           05  LH-PLAYED           PIC 9(5).
           05  LH-WON              PIC 9(5).
           05  LH-DRAWN            PIC 9(5).
           05  LH-LOST             PIC 9(5).
           05  LH-SCORE-FOR        PIC 9(9).
           05  LH-SCORE-AGST       PIC 9(9).
