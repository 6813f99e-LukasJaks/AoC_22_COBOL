               FILE STATUS IS RLOG-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT RULMAST ASSIGN TO SCORRUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-EFF-DATE
               FILE STATUS IS RULE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *    per line (see COPYLIB/PARMPROC.cpy for the keywords).
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    Effective-dated scoring rules (see COPYLIB/SCORRUL.cpy):
      *    the shape and outcome points in force on the business
      *    date, read once at start.
       FD  RULMAST.
           COPY SCORRUL.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
                               PIC 9(9) VALUE 0.

       COPY PARMDEF.
       COPY CAMPDEF.
       COPY SCORDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE 'A' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE 16 TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           IF CTL-WARNMAX > 0
               MOVE CTL-WARNMAX TO WARN-LIMIT
           END-IF
           PERFORM LOAD-SCORING-RULES
           OPEN EXTEND RUNLOG.
           ACCEPT RL-START-TIME FROM TIME.
           PERFORM REPORT-PARM-ERRORS.
       SCORE-RECORD.
           MOVE GAME(1:1) TO OP
           MOVE GAME(3:1) TO ME
      *    outcome points from the rule set in force (SCORDEF.cpy)
           EVALUATE TRUE
               WHEN ME = 'Y'
                   ADD DRAW-POINTS TO SUMUP
                   MOVE 'D' TO ROUND-OUTCOME
               WHEN ME = 'Z'
                   ADD WIN-POINTS TO SUMUP
                   MOVE 'W' TO ROUND-OUTCOME
               WHEN OTHER
                   ADD LOSS-POINTS TO SUMUP
                   MOVE 'L' TO ROUND-OUTCOME
           END-EVALUATE

           MOVE 0 TO SHAPE-IX
           EVALUATE TRUE
               WHEN ME = 'Y' AND OP = 'A'
                   ADD SHAPE-POINTS(1) TO SUMUP
                   MOVE 1 TO SHAPE-IX
               WHEN ME = 'Y' AND OP = 'B'
                   ADD SHAPE-POINTS(2) TO SUMUP
                   MOVE 2 TO SHAPE-IX
               WHEN ME = 'Y' AND OP = 'C'
                   ADD SHAPE-POINTS(3) TO SUMUP
                   MOVE 3 TO SHAPE-IX
               WHEN ME = 'X' AND OP = 'A'
                   ADD SHAPE-POINTS(3) TO SUMUP
                   MOVE 3 TO SHAPE-IX
               WHEN ME = 'X' AND OP = 'B'
                   ADD SHAPE-POINTS(1) TO SUMUP
                   MOVE 1 TO SHAPE-IX
               WHEN ME = 'X' AND OP = 'C'
                   ADD SHAPE-POINTS(2) TO SUMUP
                   MOVE 2 TO SHAPE-IX
               WHEN ME = 'Z' AND OP = 'A'
                   ADD SHAPE-POINTS(2) TO SUMUP
                   MOVE 2 TO SHAPE-IX
               WHEN ME = 'Z' AND OP = 'B'
                   ADD SHAPE-POINTS(3) TO SUMUP
                   MOVE 3 TO SHAPE-IX
               WHEN ME = 'Z' AND OP = 'C'
                   ADD SHAPE-POINTS(1) TO SUMUP
                   MOVE 1 TO SHAPE-IX
           END-EVALUATE
           PERFORM TALLY-ROUND.
           MOVE WIN-SHAPE-TALLY(3) TO ST-WIN-SHAPE(3)
           MOVE MAX-WIN-STREAK TO ST-MAX-WIN-STREAK
           MOVE MAX-LOSS-STREAK TO ST-MAX-LOSS-STREAK
           MOVE RULE-VERSION TO ST-RULES-VER
           WRITE STAT-REC
           MOVE WIN-COUNT TO STAT-COUNT
           MOVE WIN-COUNT TO RPT-CNT-ED
           PERFORM WRITE-STAT-COUNT
           MOVE MAX-LOSS-STREAK TO RPT-CNT-ED
           MOVE 'LONGEST LOSS STREAK' TO STAT-LINE
           PERFORM WRITE-STAT-COUNT
           MOVE RULE-VERSION TO RPT-CNT-ED
           MOVE 'SCORING RULES VERSION' TO STAT-LINE
           PERFORM WRITE-STAT-COUNT.
      *
      *    Count plus percentage of all rounds, one line.
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
           MOVE RL-RUN-DATE TO AR-RUN-DATE
           MOVE 'AOC02B' TO AR-PROGRAM
           MOVE CTL-RUN-SEQ TO AR-RUN-SEQ
           MOVE CTL-CAMP TO AR-CAMP
           MOVE 'OUTCOME-SCORE' TO AR-LABEL
           MOVE SUMUP TO AR-VALUE
           MOVE SPACES TO AR-ALPHA
           MOVE RULE-VERSION TO AR-RULES-VER
           WRITE ANSWER-REC.
      *
       WRITE-EXCEPTION.
           ADD 1 TO WARN-COUNT
           MOVE 'AOC02B' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE 'OVSZ' TO EXC-REASON
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE GAME TO EXC-CONTENT
      *

       COPY PARMPROC.
       COPY SCORPROC.
