                       PIC 9(9) VALUE 0.

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
       WRITE-EXCEPTION.
           ADD 1 TO WARN-COUNT
           MOVE 'AOC03A' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE RUCKSACK TO EXC-CONTENT
           WRITE EXC-REC.
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN DTL-REC
           MOVE 'AOC03A' TO RH-PROGRAM IN DTL-REC
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN DTL-REC
           MOVE CTL-CAMP TO RH-CAMP IN DTL-REC
           MOVE LINE-NUM TO DT-LINE-NUM
           MOVE ALPHA(II:1) TO DT-ITEM
           MOVE II TO DT-PRIORITY
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN DATA-OUT
           MOVE 'AOC03A' TO RH-PROGRAM IN DATA-OUT
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN DATA-OUT
           MOVE CTL-CAMP TO RH-CAMP IN DATA-OUT
           MOVE 'D' TO REC-TYPE
           WRITE DATA-OUT
      *    OSUM and TR-CHECKSUM share the same FD storage below this
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN TRAILER-OUT
           MOVE 'AOC03A' TO RH-PROGRAM IN TRAILER-OUT
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN TRAILER-OUT
           MOVE CTL-CAMP TO RH-CAMP IN TRAILER-OUT
           MOVE 'T' TO TR-REC-TYPE
      *    TR-CHECKSUM must be set from OSUM before TR-REC-COUNT is
      *    moved in, since OSUM and TR-REC-COUNT share the same FD
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
           MOVE RL-RUN-DATE TO AR-RUN-DATE
           MOVE 'AOC03A' TO AR-PROGRAM
           MOVE CTL-RUN-SEQ TO AR-RUN-SEQ
           MOVE CTL-CAMP TO AR-CAMP
           MOVE 'PRIORITY-SUM' TO AR-LABEL
           MOVE SUMUP TO AR-VALUE
           MOVE SPACES TO AR-ALPHA
           MOVE 0 TO AR-RULES-VER
           WRITE ANSWER-REC.
      *
       WRITE-CSV-REPORT.
