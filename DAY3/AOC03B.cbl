         05  R2-LINE-NUM          PIC 9(9) VALUE 0.

       COPY PARMDEF.
       COPY CAMPDEF.
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
           IF GRPCNT >= 1
               ADD 1 TO WARN-COUNT
               MOVE 'AOC03B' TO EXC-PROGRAM
               MOVE CTL-CAMP TO EXC-CAMP
               MOVE 'GRPI' TO EXC-REASON
               MOVE R1-LINE-NUM TO EXC-LINE-NUM
               MOVE R1 TO EXC-CONTENT
           IF GRPCNT >= 2
               ADD 1 TO WARN-COUNT
               MOVE 'AOC03B' TO EXC-PROGRAM
               MOVE CTL-CAMP TO EXC-CAMP
               MOVE 'GRPI' TO EXC-REASON
               MOVE R2-LINE-NUM TO EXC-LINE-NUM
               MOVE R2 TO EXC-CONTENT
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
           MOVE RL-RUN-DATE TO AR-RUN-DATE
           MOVE 'AOC03B' TO AR-PROGRAM
           MOVE CTL-RUN-SEQ TO AR-RUN-SEQ
           MOVE CTL-CAMP TO AR-CAMP
           MOVE 'BADGE-SUM' TO AR-LABEL
           MOVE SUMUP TO AR-VALUE
           MOVE SPACES TO AR-ALPHA
           MOVE 0 TO AR-RULES-VER
           WRITE ANSWER-REC.
      *
       WRITE-EXCEPTION.
           ADD 1 TO WARN-COUNT
           MOVE 'AOC03B' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE RUCKSACK TO EXC-CONTENT
           WRITE EXC-REC.
