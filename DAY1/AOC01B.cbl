           SELECT ELFROST ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ELF-KEY
               FILE STATUS IS ROST-STATUS.
           SELECT RUNLOG  ASSIGN TO RUNLOG
               FILE STATUS IS RLOG-STATUS.
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
           MOVE 'AOC01B' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE CALORIES TO EXC-CONTENT
           WRITE EXC-REC.
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN DATA-OUT
           MOVE 'AOC01B' TO RH-PROGRAM IN DATA-OUT
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN DATA-OUT
           MOVE CTL-CAMP TO RH-CAMP IN DATA-OUT
           MOVE 'D' TO REC-TYPE
           WRITE DATA-OUT
      *    MAX and TR-CHECKSUM share the same FD storage below this
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN TRAILER-OUT
           MOVE 'AOC01B' TO RH-PROGRAM IN TRAILER-OUT
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN TRAILER-OUT
           MOVE CTL-CAMP TO RH-CAMP IN TRAILER-OUT
           MOVE 'T' TO TR-REC-TYPE
      *    TR-CHECKSUM must be set from MAX before TR-REC-COUNT is
      *    moved in, since MAX and TR-REC-COUNT share the same FD
      *    to a name with one keyed read, for the DATA-OUT record.
       ELF-LOOKUP.
           MOVE 'UNKNOWN' TO TOP-ELF-NAME
           MOVE CTL-CAMP TO ELF-CAMP
           MOVE TOP-ID-ENTRY(1) TO ELF-ID
           READ ELFROST
               INVALID KEY CONTINUE
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
           MOVE RL-RUN-DATE TO AR-RUN-DATE
           MOVE 'AOC01B' TO AR-PROGRAM
           MOVE CTL-RUN-SEQ TO AR-RUN-SEQ
           MOVE CTL-CAMP TO AR-CAMP
           MOVE 'TOP-N-CALORIES' TO AR-LABEL
           MOVE ANSWER-VALUE TO AR-VALUE
           MOVE SPACES TO AR-ALPHA
           MOVE 0 TO AR-RULES-VER
           WRITE ANSWER-REC.
      *
       WRITE-CSV-REPORT.
