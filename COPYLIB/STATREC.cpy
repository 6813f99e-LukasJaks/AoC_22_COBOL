      *    2 paper, 3 scissors), and the longest win/loss streaks.
      *    Retained night over night as a GDG so AOCSTRD can trend
      *    the win rate instead of the committee digging old
      *    SYSOUT out of the spool. The scoring-rules version the
      *    run scored under (COPYLIB/SCORRUL.cpy) rides at the end,
      *    so a trend never runs across a rules change unseen.
       01  STAT-REC.
           05  ST-RUN-DATE        PIC 9(8).
           05  ST-PROGRAM         PIC X(8).
                                  PIC 9(9).
           05  ST-MAX-WIN-STREAK  PIC 9(4).
           05  ST-MAX-LOSS-STREAK PIC 9(4).
           05  ST-RULES-VER       PIC 9(4).
