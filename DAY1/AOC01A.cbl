           SELECT ELFROST ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ELF-KEY
               FILE STATUS IS ROST-STATUS.
           SELECT RUNLOG  ASSIGN TO RUNLOG
               FILE STATUS IS RLOG-STATUS.
         05 CSV-VALUE-ED      PIC Z(17)9.

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
           MOVE 'AOC01A' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE CALORIES TO EXC-CONTENT
           WRITE EXC-REC.
           IF SUMUP > TMAX
               MOVE SUMUP TO TMAX
           END-IF
           MOVE CTL-CAMP TO ELF-CAMP
           MOVE ELF-COUNT TO ELF-ID
           PERFORM READ-ELFROST-RECORD
           IF ROST-STATUS = '00'
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN DATA-OUT
           MOVE 'AOC01A' TO RH-PROGRAM IN DATA-OUT
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN DATA-OUT
           MOVE CTL-CAMP TO RH-CAMP IN DATA-OUT
           MOVE 'D' TO REC-TYPE
           MOVE ELF-COUNT TO ELF-NUM
           MOVE SUMUP TO CALTOTAL
           WRITE CHKPT-REC.
      *

      *    Keyed roster lookup: the caller sets ELF-KEY first; a miss
      *    leaves ROST-STATUS nonzero for the caller to handle.
       READ-ELFROST-RECORD.
           READ ELFROST
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN TRAILER-OUT
           MOVE 'AOC01A' TO RH-PROGRAM IN TRAILER-OUT
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN TRAILER-OUT
           MOVE CTL-CAMP TO RH-CAMP IN TRAILER-OUT
           MOVE 'T' TO TR-REC-TYPE
           MOVE LINE-NUM TO TR-REC-COUNT
           MOVE CKSUM TO TR-CHECKSUM
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
           MOVE RL-RUN-DATE TO AR-RUN-DATE
           MOVE 'AOC01A' TO AR-PROGRAM
           MOVE CTL-RUN-SEQ TO AR-RUN-SEQ
           MOVE CTL-CAMP TO AR-CAMP
           MOVE 'MAX-CALORIES' TO AR-LABEL
           MOVE TMAX TO AR-VALUE
           MOVE SPACES TO AR-ALPHA
           MOVE 0 TO AR-RULES-VER
           WRITE ANSWER-REC.
      *
       WRITE-CSV-REPORT.
