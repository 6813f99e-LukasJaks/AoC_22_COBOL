      *    program with the win/draw/loss percentages, the shape
      *    mix, the streak records, and a FLAG on any run whose
      *    win rate moved more than the tolerance against the
      *    prior run of the same program. The scoring-rules
      *    version each run scored under is shown, and a run
      *    whose rules differ from the prior run's is marked
      *    RULES CHANGED, so a move caused by a rules change is
      *    never read as a change in play.
       FD  TRNDOUT RECORDING MODE F.
       01  TRND-LINE              PIC X(132).
      *
         05 J                 PIC 9(3)  VALUE 0.
         05 P                 PIC 9(3)  VALUE 0.
         05 FLAG-COUNT        PIC 9(9)  VALUE 0.
         05 RULE-CHG-COUNT    PIC 9(9)  VALUE 0.
         05 WIN-PCT           PIC 9(3)V9 VALUE 0.
         05 PRIOR-PCT         PIC 9(3)V9 VALUE 0.
         05 PCT-MOVE          PIC 9(3)V9 VALUE 0.
                                  PIC 9(9) VALUE 0.
             10  RT-MAX-WIN       PIC 9(4) VALUE 0.
             10  RT-MAX-LOSS      PIC 9(4) VALUE 0.
             10  RT-RULES-VER     PIC 9(4) VALUE 0.

       COPY RPTPARM.
      *------------------
       CLOSE-STOP.
           DISPLAY 'AOCSTRD RUNS TRENDED  = ' RUN-COUNT
           DISPLAY 'AOCSTRD MOVES FLAGGED = ' FLAG-COUNT
           DISPLAY 'AOCSTRD RULES CHANGES = ' RULE-CHG-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE STATIN.
           CLOSE TRNDOUT.
           MOVE ST-THROWN(2) TO RT-THROWN(J, 2)
           MOVE ST-THROWN(3) TO RT-THROWN(J, 3)
           MOVE ST-MAX-WIN-STREAK TO RT-MAX-WIN(J)
           MOVE ST-MAX-LOSS-STREAK TO RT-MAX-LOSS(J)
           MOVE ST-RULES-VER TO RT-RULES-VER(J).
      *
       WRITE-REPORT.
           MOVE SPACES TO TRND-LINE
                   DELIMITED BY SIZE
                  'WIN%  DRAW% LOSS% ROCK%  PAPR%  SCIS%'
                   DELIMITED BY SIZE
                  '  WSTK LSTK FLAG RULE' DELIMITED BY SIZE
               INTO TRND-LINE
           END-STRING
           WRITE TRND-LINE
           MOVE RT-MAX-WIN(R) TO TRND-LINE(79:4)
           MOVE RT-MAX-LOSS(R) TO TRND-LINE(84:4)
           PERFORM FLAG-WIN-RATE-MOVE
           MOVE RT-RULES-VER(R) TO TRND-LINE(94:4)
           PERFORM FLAG-RULES-CHANGE
           WRITE TRND-LINE
           IF RT-MAX-WIN(R) > BEST-WIN-STREAK
               MOVE RT-MAX-WIN(R) TO BEST-WIN-STREAK
                   MOVE 'FLAG' TO TRND-LINE(89:4)
               END-IF
           END-IF.
      *
      *    A run scored under different rules from the same
      *    program's prior run: its rates are not comparable with
      *    the line above, whatever the FLAG column says.
       FLAG-RULES-CHANGE.
           IF R > 1 AND RT-PROGRAM(R - 1) = RT-PROGRAM(R)
               AND RT-RULES-VER(R - 1) NOT = RT-RULES-VER(R)
               ADD 1 TO RULE-CHG-COUNT
               MOVE 'RULES CHANGED' TO TRND-LINE(99:13)
           END-IF.
      *
       WRITE-STREAK-RECORDS.
           MOVE SPACES TO TRND-LINE
                  FUNCTION TRIM(RPT-CNT-ED) DELIMITED BY SIZE
               INTO TRND-LINE
           END-STRING
           WRITE TRND-LINE
           MOVE SPACES TO TRND-LINE
           MOVE RULE-CHG-COUNT TO RPT-CNT-ED
           STRING 'SCORING RULES CHANGES IN RANGE: '
                   DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-CNT-ED) DELIMITED BY SIZE
               INTO TRND-LINE
           END-STRING
           WRITE TRND-LINE.
      *
       WRITE-RUNLOG.
