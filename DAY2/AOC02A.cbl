           SELECT ANSOUT  ASSIGN TO AOCANS.
           SELECT STATOUT ASSIGN TO AOCSTA.
           SELECT STATRPT ASSIGN TO AOCSTR.
           SELECT RULMAST ASSIGN TO SCORRUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-EFF-DATE
               FILE STATUS IS RULE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *    The same statistics as a readable report.
       FD  STATRPT RECORDING MODE F.
       01  STAT-LINE              PIC X(80).
      *
      *    Effective-dated scoring rules (see COPYLIB/SCORRUL.cpy):
      *    the shape and outcome points in force on the business
      *    date, read once at start.
       FD  RULMAST.
           COPY SCORRUL.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05  CSV-VALUE-ED      PIC Z(17)9.

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
           IF CTL-CKPTINT > 0
               MOVE CTL-CKPTINT TO CKPT-INTERVAL
           END-IF
           PERFORM LOAD-SCORING-RULES
           OPEN EXTEND RUNLOG.
           ACCEPT RL-START-TIME FROM TIME.
           PERFORM LOAD-CHECKPOINT.
               PERFORM SAVE-CHECKPOINT
           END-IF.
      *
      *    Points come from the rule set in force (SCORDEF.cpy).
      *    A loss is the starting value: the win and draw tests
      *    below replace it when they match.
       SCORE-RECORD.
           MOVE GAME(1:1) TO OP
           MOVE GAME(3:1) TO ME
           MOVE LOSS-POINTS TO ROUND-SCORE
           MOVE 'L' TO ROUND-OUTCOME
           EVALUATE TRUE
               WHEN ME = 'X' AND OP = 'C'
                   MOVE WIN-POINTS TO ROUND-SCORE
                   MOVE 'W' TO ROUND-OUTCOME
               WHEN ME = 'Y' AND OP = 'A'
                   MOVE WIN-POINTS TO ROUND-SCORE
                   MOVE 'W' TO ROUND-OUTCOME
               WHEN ME = 'Z' AND OP = 'B'
                   MOVE WIN-POINTS TO ROUND-SCORE
                   MOVE 'W' TO ROUND-OUTCOME
           END-EVALUATE

           EVALUATE TRUE
               WHEN ME = 'X' AND OP = 'A'
                   MOVE DRAW-POINTS TO ROUND-SCORE
                   MOVE 'D' TO ROUND-OUTCOME
               WHEN ME = 'Y' AND OP = 'B'
                   MOVE DRAW-POINTS TO ROUND-SCORE
                   MOVE 'D' TO ROUND-OUTCOME
               WHEN ME = 'Z' AND OP = 'C'
                   MOVE DRAW-POINTS TO ROUND-SCORE
                   MOVE 'D' TO ROUND-OUTCOME
           END-EVALUATE

           EVALUATE TRUE
               WHEN ME = 'X'
                   ADD SHAPE-POINTS(1) TO ROUND-SCORE
                   MOVE 1 TO SHAPE-IX
               WHEN ME = 'Y'
                   ADD SHAPE-POINTS(2) TO ROUND-SCORE
                   MOVE 2 TO SHAPE-IX
               WHEN ME = 'Z'
                   ADD SHAPE-POINTS(3) TO ROUND-SCORE
                   MOVE 3 TO SHAPE-IX
               WHEN OTHER
                   MOVE 0 TO SHAPE-IX
       WRITE-EXCEPTION.
           ADD 1 TO WARN-COUNT
           MOVE 'AOC02A' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE 'OVSZ' TO EXC-REASON
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE GAME TO EXC-CONTENT
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN DATA-OUT
           MOVE 'AOC02A' TO RH-PROGRAM IN DATA-OUT
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN DATA-OUT
           MOVE CTL-CAMP TO RH-CAMP IN DATA-OUT
           MOVE 'D' TO REC-TYPE
           MOVE SUMUP TO MAX
           MOVE ROUND-SCORE TO ROUND-PTS
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN TRAILER-OUT
           MOVE 'AOC02A' TO RH-PROGRAM IN TRAILER-OUT
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN TRAILER-OUT
           MOVE CTL-CAMP TO RH-CAMP IN TRAILER-OUT
           MOVE 'T' TO TR-REC-TYPE
           MOVE LINE-NUM TO TR-REC-COUNT
           MOVE SUMUP TO TR-CHECKSUM
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
           MOVE 'AOC02A' TO AR-PROGRAM
           MOVE CTL-RUN-SEQ TO AR-RUN-SEQ
           MOVE CTL-CAMP TO AR-CAMP
           MOVE 'SHAPE-SCORE' TO AR-LABEL
           MOVE SUMUP TO AR-VALUE
           MOVE SPACES TO AR-ALPHA
           MOVE RULE-VERSION TO AR-RULES-VER
           WRITE ANSWER-REC.
      *
       WRITE-CSV-REPORT.
      *

       COPY PARMPROC.
       COPY SCORPROC.
