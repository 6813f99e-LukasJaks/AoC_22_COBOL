      *    digest and reconciliation read one concatenated file of
      *    these instead of carrying a hand-maintained FD per
      *    program, so adding a new day is a DD card, not a record
      *    layout change in two downstream programs. Answers that
      *    depend on a scoring-rules master carry the version they
      *    were scored under (COPYLIB/SCORRUL.cpy); every other
      *    answer carries zero. AR-CAMP names the camp whose input
      *    the answer came from, so one night's concatenation can
      *    hold every camp's answers and still be digested and
      *    reconciled camp by camp.
       01  ANSWER-REC.
           05  AR-RUN-DATE       PIC 9(8).
           05  AR-PROGRAM        PIC X(8).
           05  AR-LABEL          PIC X(20).
           05  AR-VALUE          PIC 9(18).
           05  AR-ALPHA          PIC X(20).
           05  AR-RULES-VER      PIC 9(4).
           05  AR-CAMP           PIC X(4).
