      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCPNDS.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBDECK  ASSIGN TO SUBDECK.
           SELECT PENDFILE ASSIGN TO PNDCHG.
           SELECT RPTOUT   ASSIGN TO AOCRPT.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The maintenance deck as keyed, in the card layout of the
      *    program named on the PARM. Nothing is edited here - the
      *    maintenance program's own edits still apply once the
      *    cards are released.
       FD  SUBDECK RECORDING MODE F.
       01  SUB-CARD                PIC X(80).
      *
      *    Approval queue (see COPYLIB/PNDCHG.cpy), extended with
      *    one pending record per card.
       FD  PENDFILE RECORDING MODE F.
           COPY PNDCHG.
      *
      *    Submission listing, one line per queued card with the
      *    key the approver releases or rejects it by, followed by
      *    the count queued.
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

       01 TEMP.
         05 CARD-COUNT        PIC 9(9) VALUE 0.
         05 QUEUE-COUNT       PIC 9(9) VALUE 0.
         05 SUB-PROGRAM       PIC X(8) VALUE SPACES.
         05 SUBMITTER         PIC X(8) VALUE SPACES.
         05 JOB-USER          PIC X(8) VALUE SPACES.
         05 SUB-TIME          PIC 9(8) VALUE 0.
         05 RPT-COUNT-ED      PIC Z(8)9.

       LINKAGE SECTION.
      *    JCL PARM: 'program' - the maintenance program the deck
      *    is for. The submitter is not taken from the PARM, which
      *    anyone can key as someone else's, but from the user the
      *    job was submitted under (COPYLIB/USERDEF.cpy).
       01 PARM-AREA.
         05  PARM-LEN            PIC S9(4) COMP.
         05  PARM-TEXT           PIC X(20).
           COPY USERDEF.
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SUBDECK PENDFILE
               RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCPNDS I/O ERROR - ABNORMAL END AT RECORD '
               CARD-COUNT
           MOVE 'AOCPNDS' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE CARD-COUNT TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           IF PARM-LEN = 0
               DISPLAY 'AOCPNDS NO PARM - EXPECT PROGRAM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-TEXT(1:PARM-LEN) TO SUB-PROGRAM
           PERFORM GET-JOB-USER
           MOVE JOB-USER TO SUBMITTER
           IF SUB-PROGRAM NOT = 'AOCELFM'
               AND SUB-PROGRAM NOT = 'AOCTRGM'
               AND SUB-PROGRAM NOT = 'AOCREFM'
               DISPLAY 'AOCPNDS NOT A QUEUED DECK: ' SUB-PROGRAM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF SUBMITTER = SPACES
               DISPLAY 'AOCPNDS NO USER ID FOR THIS JOB'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE RL-START-TIME TO SUB-TIME.
           OPEN INPUT  SUBDECK.
           OPEN EXTEND PENDFILE.
           OPEN OUTPUT RPTOUT.
      *
       READ-NEXT-RECORD.
           PERFORM READ-SUB-CARD
           PERFORM UNTIL LASTREC = 'Y'
               IF SUB-CARD NOT = SPACES
                   PERFORM QUEUE-CARD
               END-IF
               PERFORM READ-SUB-CARD
           END-PERFORM
           PERFORM WRITE-SUMMARY
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCPNDS CARDS READ   = ' CARD-COUNT
           DISPLAY 'AOCPNDS CARDS QUEUED = ' QUEUE-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE SUBDECK.
           CLOSE PENDFILE.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           GOBACK.
      *
       READ-SUB-CARD.
           READ SUBDECK
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO CARD-COUNT
           END-IF.
      *
      *    Submission date and time plus a running card number make
      *    the key; the time is taken once per run, so one deck's
      *    cards stay together and in keyed order on the queue.
       QUEUE-CARD.
           ADD 1 TO QUEUE-COUNT
           MOVE SUB-PROGRAM TO PC-PROGRAM
           MOVE RL-RUN-DATE TO PC-SUB-DATE
           MOVE SUB-TIME TO PC-SUB-TIME
           MOVE QUEUE-COUNT TO PC-SUB-SEQ
           MOVE 'P' TO PC-STATUS
           MOVE SUBMITTER TO PC-SUBMITTER
           MOVE SPACES TO PC-APPROVER
           MOVE 0 TO PC-DECIDE-DATE
           MOVE SUB-CARD TO PC-TRAN-IMAGE
           WRITE PNDCHG-REC
           MOVE SPACES TO RPT-LINE
           STRING 'QUEUED  ' DELIMITED BY SIZE
                  PC-KEY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PC-TRAN-IMAGE(1:44) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           MOVE QUEUE-COUNT TO RPT-COUNT-ED
           STRING 'AOCPNDS ' DELIMITED BY SIZE
                  SUB-PROGRAM DELIMITED BY SPACE
                  ' CARDS QUEUED BY ' DELIMITED BY SIZE
                  SUBMITTER DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCPNDS' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE CARD-COUNT TO RL-REC-IN
           MOVE QUEUE-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           STRING SUB-PROGRAM DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  SUBMITTER DELIMITED BY SPACE
               INTO RL-NOTE
           END-STRING
           MOVE 0 TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY USERPROC.
