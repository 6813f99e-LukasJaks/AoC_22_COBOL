      *    Shared run-control bootstrap, copied into the procedure
      *    division of every day program (data side in PARMDEF.cpy
      *    and CAMPDEF.cpy; each program declares the PARMDECK FD
      *    itself). The caller accepts the system date into
      *    RL-RUN-DATE, sets CTL-PROGRAM, then performs
      *    GET-RUN-CONTROL BEFORE opening RUNLOG extend - the rerun
      *    counter scans RUNLOG input first. After the exception
      *    file is open, the caller performs REPORT-PARM-ERRORS to
      *    flush any bad deck lines.
       GET-RUN-CONTROL.
           MOVE RL-RUN-DATE TO CTL-BUS-DATE
           MOVE HOME-CAMP TO CTL-CAMP
           PERFORM READ-PARM-DECK
           MOVE CTL-BUS-DATE TO RL-RUN-DATE
           PERFORM GET-RUN-SEQ.
                   ELSE
                       PERFORM NOTE-PARM-ERROR
                   END-IF
      *        A camp code is one to four characters, no embedded
      *        blank; the camp's own deck carries it.
               WHEN 'CAMP'
                   IF PARM-VALUE(1:1) NOT = SPACE
                       AND PARM-VALUE(5:56) = SPACES
                       MOVE PARM-VALUE(1:4) TO CTL-CAMP
                       PERFORM ECHO-PARM
                   ELSE
                       PERFORM NOTE-PARM-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM NOTE-PARM-ERROR
           END-EVALUATE.
               MOVE 'PARM' TO EXC-REASON
               MOVE 0 TO EXC-LINE-NUM
               MOVE PARM-ERR-TEXT(PE) TO EXC-CONTENT
               MOVE CTL-CAMP TO EXC-CAMP
               WRITE EXC-REC
           END-PERFORM.
      *
      *    True rerun counter: one more than the number of RUNLOG
      *    records this program already wrote for this business
      *    date and camp, so the second processing of a given
      *    day's input is visibly run 2 everywhere downstream.
      *    Scans RUNLOG input before the caller reopens it extend;
      *    the scan trashes the record area, so RL-RUN-DATE is
      *    restored after.
       GET-RUN-SEQ.
           MOVE 1 TO CTL-RUN-SEQ
           MOVE 'N' TO PDECK-EOF
               PERFORM UNTIL PDECK-EOF = 'Y'
                   IF RL-PROGRAM = CTL-PROGRAM
                       AND RL-RUN-DATE = CTL-BUS-DATE
                       AND RL-CAMP = CTL-CAMP
                       ADD 1 TO CTL-RUN-SEQ
                   END-IF
                   PERFORM READ-RUNLOG-SCAN
