      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCPNDA.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECDECK  ASSIGN TO DECDECK.
           SELECT PENDFILE ASSIGN TO PNDCHG.
           SELECT RPTOUT   ASSIGN TO AOCRPT.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Approver's decision deck: R to release a pending card, X
      *    to reject it, followed by the pending key exactly as the
      *    submission listing (or this program's own pending
      *    listing) printed it. An empty deck just lists the queue.
       FD  DECDECK RECORDING MODE F.
       01  DEC-CARD.
           05  DEC-ACTION          PIC X(1).
           05  DEC-KEY             PIC X(28).
           05  FILLER              PIC X(51).
      *
      *    Approval queue (see COPYLIB/PNDCHG.cpy), read front to
      *    back and rewritten in place as each decision lands.
       FD  PENDFILE RECORDING MODE F.
           COPY PNDCHG.
      *
      *    Decision report: each decision taken or refused, every
      *    card still waiting for a decision with its image, and the
      *    totals.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE                PIC X(80).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 DEC-FOUND         PIC X VALUE 'N'.

       01 TEMP.
         05 DEC-COUNT         PIC 9(9) VALUE 0.
         05 PEND-COUNT        PIC 9(9) VALUE 0.
         05 RELEASE-COUNT     PIC 9(9) VALUE 0.
         05 REJECT-COUNT      PIC 9(9) VALUE 0.
         05 WAIT-COUNT        PIC 9(9) VALUE 0.
         05 REFUSE-COUNT      PIC 9(9) VALUE 0.
         05 DX                PIC 9(4) VALUE 0.
         05 DEC-TOTAL         PIC 9(4) VALUE 0.
         05 APPROVER          PIC X(8) VALUE SPACES.
         05 JOB-USER          PIC X(8) VALUE SPACES.
         05 RPT-RESULT        PIC X(12) VALUE SPACES.
         05 RPT-COUNT-ED      PIC Z(8)9.

      *    Decisions loaded up front, so the queue is read once.
      *    DT-RESULT stays blank until the decision meets its
      *    pending card; anything still blank at the end named a key
      *    that isn't on the queue.
       01 DEC-TABLE.
         05 DEC-ENTRY OCCURS 500 TIMES.
             10 DT-ACTION     PIC X(1).
             10 DT-KEY        PIC X(28).
             10 DT-RESULT     PIC X(12).

       LINKAGE SECTION.
      *    The approver is the user the job was submitted under,
      *    not anything keyed on the JCL, so a card can't be decided
      *    by the user who submitted it under another name.
           COPY USERDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DECDECK PENDFILE
               RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCPNDA I/O ERROR - ABNORMAL END AT RECORD '
               PEND-COUNT
           MOVE 'AOCPNDA' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE PEND-COUNT TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE REFUSE-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           PERFORM GET-JOB-USER
           MOVE JOB-USER TO APPROVER
           IF APPROVER = SPACES
               DISPLAY 'AOCPNDA NO USER ID FOR THIS JOB'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  DECDECK.
           OPEN I-O    PENDFILE.
           OPEN OUTPUT RPTOUT.
      *
       LOAD-DECISIONS.
           PERFORM READ-DEC-CARD
           PERFORM UNTIL LASTREC = 'Y'
               IF DEC-CARD NOT = SPACES
                   IF DEC-TOTAL < 500
                       ADD 1 TO DEC-TOTAL
                       MOVE DEC-ACTION TO DT-ACTION(DEC-TOTAL)
                       MOVE DEC-KEY TO DT-KEY(DEC-TOTAL)
                       MOVE SPACES TO DT-RESULT(DEC-TOTAL)
                   ELSE
                       DISPLAY 'AOCPNDA DECISION TABLE FULL - CARD '
                           DEC-COUNT ' IGNORED'
                       ADD 1 TO REFUSE-COUNT
                   END-IF
               END-IF
               PERFORM READ-DEC-CARD
           END-PERFORM
           MOVE SPACE TO LASTREC
           .
      *
       READ-NEXT-RECORD.
           PERFORM READ-PEND-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM PROCESS-PENDING
               PERFORM READ-PEND-RECORD
           END-PERFORM
           PERFORM REPORT-UNMATCHED
               VARYING DX FROM 1 BY 1 UNTIL DX > DEC-TOTAL
           PERFORM WRITE-SUMMARY
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCPNDA DECISIONS READ      = ' DEC-COUNT
           DISPLAY 'AOCPNDA CARDS RELEASED      = ' RELEASE-COUNT
           DISPLAY 'AOCPNDA CARDS REJECTED      = ' REJECT-COUNT
           DISPLAY 'AOCPNDA DECISIONS REFUSED   = ' REFUSE-COUNT
           DISPLAY 'AOCPNDA CARDS STILL PENDING = ' WAIT-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE DECDECK.
           CLOSE PENDFILE.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF REFUSE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *
       READ-DEC-CARD.
           READ DECDECK
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO DEC-COUNT
           END-IF.
      *
       READ-PEND-RECORD.
           READ PENDFILE
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO PEND-COUNT
           END-IF.
      *
      *    A decision for a card that has already been decided (or
      *    applied) is refused rather than flipping it back.
       PROCESS-PENDING.
           PERFORM FIND-DECISION
           EVALUATE TRUE
               WHEN DEC-FOUND = 'Y' AND PC-STATUS NOT = 'P'
                   MOVE 'NOT PENDING' TO DT-RESULT(DX)
                   PERFORM WRITE-REFUSED
               WHEN DEC-FOUND = 'Y'
                   PERFORM APPLY-DECISION
               WHEN PC-STATUS = 'P'
                   PERFORM WRITE-STILL-PENDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    Leaves DX at the first undecided table entry for the
      *    pending card's key.
       FIND-DECISION.
           MOVE 'N' TO DEC-FOUND
           MOVE 0 TO DX
           PERFORM UNTIL DEC-FOUND = 'Y' OR DX >= DEC-TOTAL
               ADD 1 TO DX
               IF DT-KEY(DX) = PC-KEY AND DT-RESULT(DX) = SPACES
                   MOVE 'Y' TO DEC-FOUND
               END-IF
           END-PERFORM.
      *
       APPLY-DECISION.
           EVALUATE TRUE
               WHEN DT-ACTION(DX) NOT = 'R' AND DT-ACTION(DX) NOT = 'X'
                   MOVE 'BAD ACTION' TO DT-RESULT(DX)
                   PERFORM WRITE-REFUSED
                   PERFORM WRITE-STILL-PENDING
               WHEN PC-SUBMITTER = APPROVER
                   MOVE 'SAME USER' TO DT-RESULT(DX)
                   PERFORM WRITE-REFUSED
                   PERFORM WRITE-STILL-PENDING
               WHEN OTHER
                   MOVE DT-ACTION(DX) TO PC-STATUS
                   MOVE APPROVER TO PC-APPROVER
                   MOVE RL-RUN-DATE TO PC-DECIDE-DATE
                   REWRITE PNDCHG-REC
                   IF PC-STATUS = 'R'
                       ADD 1 TO RELEASE-COUNT
                       MOVE 'RELEASED' TO DT-RESULT(DX)
                   ELSE
                       ADD 1 TO REJECT-COUNT
                       MOVE 'REJECTED' TO DT-RESULT(DX)
                   END-IF
                   MOVE DT-RESULT(DX) TO RPT-RESULT
                   PERFORM WRITE-DECISION-LINE
           END-EVALUATE.
      *
       WRITE-REFUSED.
           ADD 1 TO REFUSE-COUNT
           MOVE DT-RESULT(DX) TO RPT-RESULT
           PERFORM WRITE-DECISION-LINE.
      *
       WRITE-STILL-PENDING.
           ADD 1 TO WAIT-COUNT
           MOVE 'PENDING' TO RPT-RESULT
           PERFORM WRITE-DECISION-LINE
           MOVE SPACES TO RPT-LINE
           STRING '        BY ' DELIMITED BY SIZE
                  PC-SUBMITTER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PC-TRAN-IMAGE(1:58) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-DECISION-LINE.
           MOVE SPACES TO RPT-LINE
           STRING RPT-RESULT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PC-KEY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       REPORT-UNMATCHED.
           IF DT-RESULT(DX) = SPACES
               ADD 1 TO REFUSE-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'UNKNOWN KEY  ' DELIMITED BY SIZE
                      DT-KEY(DX) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           MOVE RELEASE-COUNT TO RPT-COUNT-ED
           STRING 'AOCPNDA RELEASED BY ' DELIMITED BY SIZE
                  APPROVER DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE REJECT-COUNT TO RPT-COUNT-ED
           STRING 'AOCPNDA REJECTED BY ' DELIMITED BY SIZE
                  APPROVER DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE REFUSE-COUNT TO RPT-COUNT-ED
           STRING 'AOCPNDA DECISIONS REFUSED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WAIT-COUNT TO RPT-COUNT-ED
           STRING 'AOCPNDA CARDS STILL PENDING: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCPNDA' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE DEC-COUNT TO RL-REC-IN
           COMPUTE RL-REC-OUT = RELEASE-COUNT + REJECT-COUNT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE APPROVER TO RL-NOTE
           MOVE 0 TO RL-RC
           IF REFUSE-COUNT > 0
               MOVE 4 TO RL-RC
           END-IF
           MOVE REFUSE-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY USERPROC.
