      *    Day 2 league standings, a keyed VSAM cluster (see
      *    JCL/AOCPLYDF.jcl) keyed on player id and carried forward
      *    night over night by AOCLEAG: matches played, won, drawn
      *    and lost, league points, the round points scored for and
      *    against across all matches, the business date of the
      *    player's last match, and the league position after the
      *    latest and the previous posting. The record keyed on
      *    spaces is the control record: LS-LAST-DATE there is the
      *    last business date posted, so the same night can never
      *    be posted twice.
       01  LEAGSTD-REC.
           05  LS-PLAYER-ID        PIC X(8).
           05  LS-PLAYED           PIC 9(5).
           05  LS-WON              PIC 9(5).
           05  LS-DRAWN            PIC 9(5).
           05  LS-LOST             PIC 9(5).
           05  LS-POINTS           PIC 9(6).
           05  LS-SCORE-FOR        PIC 9(9).
           05  LS-SCORE-AGST       PIC 9(9).
           05  LS-LAST-DATE        PIC 9(8).
           05  LS-POSITION         PIC 9(4).
           05  LS-PREV-POS         PIC 9(4).
