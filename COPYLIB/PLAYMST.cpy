      *    Day 2 tournament player master, a keyed VSAM cluster (see
      *    JCL/AOCPLYDF.jcl) keyed on the player id the committee
      *    issues. The id is what the optional match fields on an
      *    AOCIN round name; AOCLEAG takes the display name from
      *    here and only posts matches between active ('A')
      *    players - a withdrawn ('W') player's record stays for
      *    the history but takes no new results.
       01  PLAYMST-REC.
           05  PM-PLAYER-ID        PIC X(8).
           05  PM-NAME             PIC X(20).
           05  PM-STATUS           PIC X(1).
