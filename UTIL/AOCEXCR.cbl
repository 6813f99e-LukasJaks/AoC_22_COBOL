           05  SRT-REASON         PIC X(4).
           05  SRT-LINE-NUM       PIC 9(9).
           05  SRT-CONTENT        PIC X(500).
           05  SRT-CAMP           PIC X(4).
      *
      *    Data-quality report: the merged exceptions sorted by
      *    camp, program and line, then counts by camp, program and
      *    reason, so input quality is one report instead of seven
      *    datasets and a SYSOUT browse.
       FD  EXCRPT RECORDING MODE F.
       01  RPT-LINE               PIC X(132).
      *
         05 SX                PIC 9(3) VALUE 0.
         05 RPT-NUM-ED        PIC Z(8)9.

      *    Tally per camp/program/reason seen in the merged file.
       01 SUMMARY-TABLE.
         05 SUM-ENTRY OCCURS 100 TIMES.
             10  SUM-CAMP         PIC X(4) VALUE SPACES.
             10  SUM-PROGRAM      PIC X(8) VALUE SPACES.
             10  SUM-REASON       PIC X(4) VALUE SPACES.
             10  SUM-TALLY        PIC 9(9) VALUE 0.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN OUTPUT EXCRPT.
           MOVE 'PROGRAM   RSN   LINE NUM  CAMP CONTENT' TO RPT-LINE
           WRITE RPT-LINE
           SORT SORTFILE
               ON ASCENDING KEY SRT-CAMP SRT-PROGRAM SRT-LINE-NUM
               USING EXCIN
               OUTPUT PROCEDURE IS REPORT-EXCEPTIONS
           PERFORM WRITE-SUMMARY
           MOVE SRT-REASON TO RPT-LINE(11:4)
           MOVE SRT-LINE-NUM TO RPT-NUM-ED
           MOVE RPT-NUM-ED TO RPT-LINE(17:9)
           MOVE SRT-CAMP TO RPT-LINE(28:4)
           MOVE SRT-CONTENT(1:99) TO RPT-LINE(33:99)
           WRITE RPT-LINE.
      *
       TALLY-EXCEPTION.
           MOVE 0 TO SX
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUM-COUNT
               OR (SUM-CAMP(SX) = SRT-CAMP
                   AND SUM-PROGRAM(SX) = SRT-PROGRAM
                   AND SUM-REASON(SX) = SRT-REASON)
               CONTINUE
           END-PERFORM
               IF SUM-COUNT < 100
                   ADD 1 TO SUM-COUNT
                   MOVE SUM-COUNT TO SX
                   MOVE SRT-CAMP TO SUM-CAMP(SX)
                   MOVE SRT-PROGRAM TO SUM-PROGRAM(SX)
                   MOVE SRT-REASON TO SUM-REASON(SX)
               ELSE
       WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COUNTS BY PROGRAM AND REASON WITHIN CAMP' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-SUMMARY-LINE VARYING SX FROM 1 BY 1
               UNTIL SX > SUM-COUNT
           MOVE SUM-REASON(SX) TO RPT-LINE(11:4)
           MOVE SUM-TALLY(SX) TO RPT-NUM-ED
           MOVE RPT-NUM-ED TO RPT-LINE(17:9)
           MOVE SUM-CAMP(SX) TO RPT-LINE(28:4)
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
