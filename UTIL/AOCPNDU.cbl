      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCPNDU.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKIN   ASSIGN TO PNDMARK.
           SELECT PENDFILE ASSIGN TO PNDCHG.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Outcomes a maintenance run held back until its master
      *    was safely in place (AOCREFM's PNDMARK): each card as it
      *    was read off the queue, status set to A or F.
       FD  MARKIN RECORDING MODE F.
       01  MARK-REC.
           05  MK-KEY              PIC X(28).
           05  MK-STATUS           PIC X(1).
           05  FILLER              PIC X(104).
      *
      *    Approval queue (see COPYLIB/PNDCHG.cpy), read front to
      *    back and rewritten in place as each outcome lands.
       FD  PENDFILE RECORDING MODE F.
           COPY PNDCHG.
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 MARK-FOUND        PIC X VALUE 'N'.

       01 TEMP.
         05 MARK-COUNT        PIC 9(9) VALUE 0.
         05 PEND-COUNT        PIC 9(9) VALUE 0.
         05 POST-COUNT        PIC 9(9) VALUE 0.
         05 REFUSE-COUNT      PIC 9(9) VALUE 0.
         05 MX                PIC 9(4) VALUE 0.
         05 MARK-TOTAL        PIC 9(4) VALUE 0.

      *    Outcomes loaded up front, so the queue is read once.
      *    MT-DONE stays 'N' until the outcome meets its card;
      *    anything still 'N' at the end named a key that isn't on
      *    the queue.
       01 MARK-TABLE.
         05 MARK-ENTRY OCCURS 500 TIMES.
             10 MT-KEY        PIC X(28).
             10 MT-STATUS     PIC X(1).
             10 MT-DONE       PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MARKIN PENDFILE.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCPNDU I/O ERROR - ABNORMAL END AT RECORD '
               PEND-COUNT
           MOVE 'AOCPNDU' TO RL-PROGRAM
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
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  MARKIN.
           OPEN I-O    PENDFILE.
      *
       LOAD-MARKS.
           PERFORM READ-MARK-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF MARK-TOTAL < 500
                   ADD 1 TO MARK-TOTAL
                   MOVE MK-KEY TO MT-KEY(MARK-TOTAL)
                   MOVE MK-STATUS TO MT-STATUS(MARK-TOTAL)
                   MOVE 'N' TO MT-DONE(MARK-TOTAL)
               ELSE
                   DISPLAY 'AOCPNDU OUTCOME TABLE FULL - RECORD '
                       MARK-COUNT ' NOT POSTED'
                   ADD 1 TO REFUSE-COUNT
               END-IF
               PERFORM READ-MARK-RECORD
           END-PERFORM
           MOVE SPACE TO LASTREC
           .
      *
       READ-NEXT-RECORD.
           PERFORM READ-PEND-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM POST-OUTCOME
               PERFORM READ-PEND-RECORD
           END-PERFORM
           PERFORM REPORT-UNMATCHED
               VARYING MX FROM 1 BY 1 UNTIL MX > MARK-TOTAL
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCPNDU OUTCOMES READ       = ' MARK-COUNT
           DISPLAY 'AOCPNDU CARDS MARKED        = ' POST-COUNT
           DISPLAY 'AOCPNDU OUTCOMES REFUSED    = ' REFUSE-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE MARKIN.
           CLOSE PENDFILE.
           CLOSE RUNLOG.
           IF REFUSE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *
       READ-MARK-RECORD.
           READ MARKIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO MARK-COUNT
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
      *    Only a card still released takes its outcome; one that
      *    has been marked since is left as it is and the outcome
      *    refused, so nothing is ever flipped back.
       POST-OUTCOME.
           MOVE 'N' TO MARK-FOUND
           MOVE 0 TO MX
           PERFORM UNTIL MARK-FOUND = 'Y' OR MX >= MARK-TOTAL
               ADD 1 TO MX
               IF MT-KEY(MX) = PC-KEY AND MT-DONE(MX) = 'N'
                   MOVE 'Y' TO MARK-FOUND
               END-IF
           END-PERFORM
           IF MARK-FOUND = 'Y'
               MOVE 'Y' TO MT-DONE(MX)
               IF PC-STATUS = 'R'
                   MOVE MT-STATUS(MX) TO PC-STATUS
                   REWRITE PNDCHG-REC
                   ADD 1 TO POST-COUNT
               ELSE
                   DISPLAY 'AOCPNDU NOT RELEASED, LEFT AS '
                       PC-STATUS ': ' PC-KEY
                   ADD 1 TO REFUSE-COUNT
               END-IF
           END-IF.
      *
       REPORT-UNMATCHED.
           IF MT-DONE(MX) = 'N'
               DISPLAY 'AOCPNDU UNKNOWN KEY: ' MT-KEY(MX)
               ADD 1 TO REFUSE-COUNT
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCPNDU' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE MARK-COUNT TO RL-REC-IN
           MOVE POST-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 0 TO RL-RC
           IF REFUSE-COUNT > 0
               MOVE 4 TO RL-RC
           END-IF
           MOVE REFUSE-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
