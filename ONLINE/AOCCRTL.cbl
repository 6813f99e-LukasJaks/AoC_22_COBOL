      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCCRTL.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNIN   ASSIGN TO JRNIN.
           SELECT CRATLOC ASSIGN TO CRATLOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CRT-STATUS.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    AOC05A's movement journal: the starting diagram as model
      *    '0' records, then one record per crate either machine
      *    model relocated, with the landing position and remaining
      *    source depth on each record (the layout AOCRPLY reads).
       FD  JRNIN RECORDING MODE F.
       01  JRN-REC.
           05  JM-MODEL           PIC X(1).
           05  JM-INSTR           PIC 9(9).
           05  JM-FROM            PIC 9(2).
           05  JM-TO              PIC 9(2).
           05  JM-CRATE           PIC X(1).
           05  JM-FROM-DEPTH-B    PIC 9(3).
           05  JM-FROM-DEPTH-A    PIC 9(3).
           05  JM-TO-DEPTH-B      PIC 9(3).
           05  JM-TO-DEPTH-A      PIC 9(3).
      *
      *    The keyed crate-location store behind the CRTQ screen
      *    (see COPYLIB/CRATLOC.cpy and JCL/AOCCRTDF.jcl), one
      *    record per standing crate position per model.
       FD  CRATLOC.
           COPY CRATLOC.
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 CRT-STATUS        PIC X(2) VALUE '00'.

       01 TEMP.
         05 TONIGHT           PIC 9(8) VALUE 0.
         05 JRN-COUNT         PIC 9(9) VALUE 0.
         05 STORE-COUNT       PIC 9(9) VALUE 0.
         05 DROP-COUNT        PIC 9(9) VALUE 0.
         05 SKIP-COUNT        PIC 9(9) VALUE 0.
         05 MX                PIC 9(1) VALUE 0.
         05 SX                PIC 9(3) VALUE 0.
         05 DX                PIC 9(3) VALUE 0.

      *    Final stacks per model as the journal is replayed, the
      *    same shape AOC05A and AOCRPLY hold them in, with the
      *    last move that landed each crate where it sits.
       01 MODEL-TABLE.
         05 MODEL-ENTRY OCCURS 2 TIMES.
           10 STACK OCCURS 20 TIMES.
             15 STACK-DEPTH        PIC 9(3) VALUE 0.
             15 STACK-SLOT OCCURS 100 TIMES.
               20 SL-CRATE         PIC X(1).
               20 SL-INSTR         PIC 9(9).
               20 SL-FROM          PIC 9(2).
               20 SL-TO            PIC 9(2).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON JRNIN.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCCRTL I/O ERROR - ABNORMAL END AT RECORD '
               JRN-COUNT
           MOVE 'AOCCRTL' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE JRN-COUNT TO RL-REC-IN
           MOVE STORE-COUNT TO RL-REC-OUT
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
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE RL-RUN-DATE TO TONIGHT.
           OPEN INPUT  JRNIN.
           OPEN I-O    CRATLOC.
           IF CRT-STATUS NOT = '00'
               DISPLAY 'AOCCRTL CRATLOC OPEN FAILED, STATUS = '
                   CRT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       LOAD-LOCATIONS.
           PERFORM DROP-PRIME-RECORD
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM REPLAY-RECORD
               PERFORM READ-RECORD
           END-PERFORM
           PERFORM STORE-ALL-POSITIONS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCCRTL JOURNAL RECORDS READ = ' JRN-COUNT
           DISPLAY 'AOCCRTL POSITIONS STORED     = ' STORE-COUNT
           DISPLAY 'AOCCRTL POSITIONS CLEARED    = ' DROP-COUNT
           DISPLAY 'AOCCRTL RECORDS OUT OF RANGE = ' SKIP-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE JRNIN.
           CLOSE CRATLOC.
           CLOSE RUNLOG.
           GOBACK.
      *
      *    The AOCCRTDF setup job primes the cluster with a dummy
      *    record (model 0, which no real position uses) so the
      *    first CICS open finds a non-empty KSDS.
       DROP-PRIME-RECORD.
           MOVE '0' TO CL-MODEL
           MOVE 0 TO CL-STACK
           MOVE 0 TO CL-DEPTH
           DELETE CRATLOC
               INVALID KEY CONTINUE
           END-DELETE.
      *
       READ-RECORD.
           READ JRNIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO JRN-COUNT
           END-IF.
      *
      *    Model '0' lays down the starting diagram in both models;
      *    a model 1 or 2 record moves one crate in that model only.
      *    As in AOCRPLY, the crate goes to its landing position,
      *    the target stack to its after-depth and the source stack
      *    to its after-depth.
       REPLAY-RECORD.
           IF JM-TO < 1 OR JM-TO > 20
               OR JM-TO-DEPTH-A < 1 OR JM-TO-DEPTH-A > 100
               OR JM-FROM > 20
               ADD 1 TO SKIP-COUNT
           ELSE
               EVALUATE JM-MODEL
                   WHEN '0'
                       MOVE 1 TO MX
                       PERFORM PLACE-CRATE
                       MOVE 2 TO MX
                       PERFORM PLACE-CRATE
                   WHEN '1'
                       MOVE 1 TO MX
                       PERFORM PLACE-CRATE
                   WHEN '2'
                       MOVE 2 TO MX
                       PERFORM PLACE-CRATE
                   WHEN OTHER
                       ADD 1 TO SKIP-COUNT
               END-EVALUATE
           END-IF.
      *
       PLACE-CRATE.
           MOVE JM-CRATE TO SL-CRATE(MX, JM-TO, JM-TO-DEPTH-A)
           MOVE JM-INSTR TO SL-INSTR(MX, JM-TO, JM-TO-DEPTH-A)
           MOVE JM-FROM TO SL-FROM(MX, JM-TO, JM-TO-DEPTH-A)
           MOVE JM-TO TO SL-TO(MX, JM-TO, JM-TO-DEPTH-A)
           MOVE JM-TO-DEPTH-A TO STACK-DEPTH(MX, JM-TO)
           IF JM-FROM >= 1
               MOVE JM-FROM-DEPTH-A TO STACK-DEPTH(MX, JM-FROM)
           END-IF.
      *
      *    Every position on every stack is visited: a standing
      *    crate is written (or rewritten over last night's), and
      *    a position above the stack's height tonight is deleted,
      *    so no crate that has since moved is left behind on the
      *    screen.
       STORE-ALL-POSITIONS.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 2
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 20
                   PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 100
                       PERFORM STORE-ONE-POSITION
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
      *
       STORE-ONE-POSITION.
           MOVE MX TO CL-MODEL
           MOVE SX TO CL-STACK
           MOVE DX TO CL-DEPTH
           IF DX <= STACK-DEPTH(MX, SX)
               MOVE SL-CRATE(MX, SX, DX) TO CL-CRATE
               MOVE STACK-DEPTH(MX, SX) TO CL-STACK-HEIGHT
               MOVE SL-INSTR(MX, SX, DX) TO CL-LAST-INSTR
               MOVE SL-FROM(MX, SX, DX) TO CL-LAST-FROM
               MOVE SL-TO(MX, SX, DX) TO CL-LAST-TO
               MOVE TONIGHT TO CL-RUN-DATE
               WRITE CRATLOC-REC
                   INVALID KEY
                       REWRITE CRATLOC-REC
               END-WRITE
               ADD 1 TO STORE-COUNT
           ELSE
               DELETE CRATLOC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO DROP-COUNT
               END-DELETE
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCCRTL' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE JRN-COUNT TO RL-REC-IN
           MOVE STORE-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 0 TO RL-RC
           IF SKIP-COUNT > 0
               MOVE 4 TO RL-RC
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SKIP-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
