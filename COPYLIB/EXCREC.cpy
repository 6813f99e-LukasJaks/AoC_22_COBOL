      *            limit, dropped rather than folded into another
      *            channel's stream
      *      PARM  control-deck line unknown or out of range
      *      UNKP  player id not on the player master, or not
      *            an active player
      *      NSUP  badge letter short with no supplier on the
      *            badge supplier master, so no PO was raised
      *    EXC-CAMP is the camp whose input the line came from.
       01  EXC-REC.
           05  EXC-PROGRAM         PIC X(8).
           05  EXC-REASON          PIC X(4).
           05  EXC-LINE-NUM        PIC 9(9).
           05  EXC-CONTENT         PIC X(500).
           05  EXC-CAMP            PIC X(4).
