      *    which rerun of that business date it was (run 1 is the
      *    first processing of a given date's input). RL-NOTE echoes
      *    the control-deck cards the run accepted, so the settings
      *    a run actually used are on record afterwards. RL-CAMP,
      *    the note's last four bytes, is the camp a day program
      *    ran for; programs that don't run per camp leave it blank
      *    with the rest of the note.
       01  RUNLOG-REC.
           05  RL-PROGRAM        PIC X(8).
           05  RL-RUN-DATE       PIC 9(8).
           05  RL-WARN-COUNT     PIC 9(9).
           05  RL-RUN-SEQ        PIC 9(4).
           05  RL-NOTE           PIC X(60).
           05  RL-NOTE-CAMP REDEFINES RL-NOTE.
               10  FILLER        PIC X(56).
               10  RL-CAMP       PIC X(4).
