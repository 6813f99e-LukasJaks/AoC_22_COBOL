       FD  ANSIN RECORDING MODE F.
           COPY ANSREC.
      *
      *    AOCRECA's reconciliation lines; only the program, label,
      *    verdict and camp columns matter here.
       FD  RECIN RECORDING MODE F.
           COPY RECLINE.
      *
         05 RUNONLY-COUNT     PIC 9(4) VALUE 0.
         05 RECORD-COUNT      PIC 9(9) VALUE 0.
         05 VERDICT-COUNT     PIC 9(3) VALUE 0.
         05 LOG-CAMP          PIC X(4) VALUE SPACES.
         05 LOG-COUNT         PIC 9(3) VALUE 0.
         05 VX                PIC 9(3) VALUE 0.
         05 LX                PIC 9(3) VALUE 0.

      *    Reconciliation verdicts keyed by camp, program and
      *    label.
       01 VERDICT-TABLE.
         05 VERDICT-ENTRY OCCURS 100 TIMES.
             10  VT-PROGRAM       PIC X(8)  VALUE SPACES.
             10  VT-LABEL         PIC X(20) VALUE SPACES.
             10  VT-STATUS        PIC X(5)  VALUE SPACES.
             10  VT-CAMP          PIC X(4)  VALUE SPACES.

      *    The latest run-log record per program, run date and
      *    camp (the file is appended in run order, so the last one
      *    seen for a key is the latest rerun). A run-log record
      *    with no camp is the home camp's.
       01 LOG-TABLE.
         05 LOG-ENTRY OCCURS 200 TIMES.
             10  LT-PROGRAM       PIC X(8) VALUE SPACES.
             10  LT-RUN-DATE      PIC 9(8) VALUE 0.
             10  LT-CAMP          PIC X(4) VALUE SPACES.
             10  LT-RUN-SEQ       PIC 9(4) VALUE 0.
             10  LT-START-TIME    PIC 9(8) VALUE 0.
             10  LT-END-TIME      PIC 9(8) VALUE 0.
             10  LT-WARN-COUNT    PIC 9(9) VALUE 0.
             10  LT-STATUS        PIC X(1) VALUE SPACE.
             10  LT-MATCHED       PIC X(1) VALUE 'N'.

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           IF REC-STATUS = '00'
               PERFORM READ-RECON-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF VERDICT-COUNT < 100
                       ADD 1 TO VERDICT-COUNT
                       MOVE RC-PROGRAM
                           TO VT-PROGRAM(VERDICT-COUNT)
                       MOVE RC-LABEL TO VT-LABEL(VERDICT-COUNT)
                       MOVE RC-STATUS TO VT-STATUS(VERDICT-COUNT)
                       MOVE RC-CAMP TO VT-CAMP(VERDICT-COUNT)
                   END-IF
                   PERFORM READ-RECON-RECORD
               END-PERFORM
           END-READ.
      *
       POST-RUNLOG-RECORD.
           MOVE RI-CAMP TO LOG-CAMP
           IF LOG-CAMP = SPACES
               MOVE HOME-CAMP TO LOG-CAMP
           END-IF
           MOVE 0 TO LX
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOG-COUNT
               OR (LT-PROGRAM(LX) = RI-PROGRAM
                   AND LT-RUN-DATE(LX) = RI-RUN-DATE
                   AND LT-CAMP(LX) = LOG-CAMP)
               CONTINUE
           END-PERFORM
           IF LX > LOG-COUNT
               IF LOG-COUNT < 200
                   ADD 1 TO LOG-COUNT
                   MOVE LOG-COUNT TO LX
                   MOVE RI-PROGRAM TO LT-PROGRAM(LX)
                   MOVE RI-RUN-DATE TO LT-RUN-DATE(LX)
                   MOVE LOG-CAMP TO LT-CAMP(LX)
               ELSE
                   MOVE 0 TO LX
               END-IF
           END-READ.
      *
      *    One interchange record per answer: the verdict joined by
      *    camp, program and label ('NOREC' when reconciliation has
      *    no line for it), the run metrics joined by camp, program
      *    and run date (zeros when the run log has no record).
       WRITE-EXTRACT-RECORD.
           ADD 1 TO ANSWER-COUNT
           MOVE AR-RUN-DATE TO WX-RUN-DATE
           MOVE AR-LABEL TO WX-LABEL
           MOVE AR-VALUE TO WX-VALUE
           MOVE AR-ALPHA TO WX-ALPHA
           MOVE AR-CAMP TO WX-CAMP
           MOVE 'NOREC' TO WX-VERDICT
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VERDICT-COUNT
               IF VT-PROGRAM(VX) = AR-PROGRAM
                   AND VT-LABEL(VX) = AR-LABEL
                   AND VT-CAMP(VX) = AR-CAMP
                   MOVE VT-STATUS(VX) TO WX-VERDICT
               END-IF
           END-PERFORM
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOG-COUNT
               IF LT-PROGRAM(LX) = AR-PROGRAM
                   AND LT-RUN-DATE(LX) = AR-RUN-DATE
                   AND LT-CAMP(LX) = AR-CAMP
                   MOVE 'Y' TO LT-MATCHED(LX)
                   MOVE LT-START-TIME(LX) TO WX-START-TIME
                   MOVE LT-END-TIME(LX) TO WX-END-TIME
               MOVE LT-RUN-DATE(LX) TO WX-RUN-DATE
               MOVE LT-PROGRAM(LX) TO WX-PROGRAM
               MOVE LT-RUN-SEQ(LX) TO WX-RUN-SEQ
               MOVE LT-CAMP(LX) TO WX-CAMP
               MOVE 'RUN-STATUS' TO WX-LABEL
               MOVE 0 TO WX-VALUE
               MOVE SPACES TO WX-ALPHA
