      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCLIFT.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNIN   ASSIGN TO JRNIN.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
           SELECT LIFTRATE ASSIGN TO LIFTRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-MODEL
               FILE STATUS IS RATE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    AOC05A's movement journal: the starting diagram as model
      *    '0' records, then one record per crate either machine
      *    model relocated, with the landing position and remaining
      *    source depth on each record. A CrateMover 9000 lifts one
      *    crate at a time; a 9001 lifts every crate of one
      *    instruction together, so its records share JM-INSTR.
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
      *    Side-by-side comparison of the two models: the work
      *    each did on the deck, what the rates master says it
      *    took and cost, and the 9001's saving over the 9000.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE               PIC X(80).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
      *    CrateMover rates master (see COPYLIB/LIFTRATE.cpy), read
      *    by model.
       FD  LIFTRATE.
           COPY LIFTRATE.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 RATE-STATUS       PIC X(2) VALUE '00'.

       01 TEMP.
         05 JRN-COUNT         PIC 9(9) VALUE 0.
         05 APPLIED-COUNT     PIC 9(9) VALUE 0.
         05 SKIP-COUNT        PIC 9(9) VALUE 0.
         05 NORATE-COUNT      PIC 9(1) VALUE 0.
         05 MX                PIC 9(1) VALUE 0.
         05 DISTANCE          PIC 9(2) VALUE 0.
         05 START-PEAK        PIC 9(3) VALUE 0.
         05 START-PEAK-STACK  PIC 9(2) VALUE 0.
         05 SAVE-TIME         PIC S9(9)V99 VALUE 0.
         05 SAVE-COST         PIC S9(11)V99 VALUE 0.
         05 SAVE-PCT          PIC S9(3)V9 VALUE 0.
         05 STAT-LABEL        PIC X(30) VALUE SPACES.
         05 STAT-KIND         PIC X(1) VALUE SPACE.
         05 STAT-VAL-1        PIC 9(13)V99 VALUE 0.
         05 STAT-VAL-2        PIC 9(13)V99 VALUE 0.
         05 RPT-CNT-ED        PIC Z(15)9.
         05 RPT-DEC-ED        PIC Z(12)9.99.
         05 RPT-SAVE-ED       PIC -(12)9.99.
         05 RPT-PCT-ED        PIC -(3)9.9.

      *    What each model did on the deck, and what it came to
      *    at the rates master's times and hourly rate. Entry 1 is
      *    the CrateMover 9000, entry 2 the 9001.
       01 MODEL-TABLE.
         05 MODEL-ENTRY OCCURS 2 TIMES.
           10 MD-DESC            PIC X(20).
           10 MD-ON-FILE         PIC X(1).
           10 MD-LIFT-SECS       PIC 9(3)V99.
           10 MD-TRAVEL-SECS     PIC 9(3)V99.
           10 MD-HOUR-RATE       PIC 9(5)V99.
           10 MD-INSTRS          PIC 9(9).
           10 MD-LIFTS           PIC 9(9).
           10 MD-CRATES          PIC 9(9).
           10 MD-STACKS          PIC 9(9).
           10 MD-LAST-INSTR      PIC 9(9).
           10 MD-PEAK            PIC 9(3).
           10 MD-PEAK-STACK      PIC 9(2).
           10 MD-PEAK-INSTR      PIC 9(9).
           10 MD-LIFT-TIME       PIC 9(11)V99.
           10 MD-TRAVEL-TIME     PIC 9(11)V99.
           10 MD-TOTAL-TIME      PIC 9(11)V99.
           10 MD-HOURS           PIC 9(9)V99.
           10 MD-COST            PIC 9(11)V99.
           10 MD-PER-LIFT        PIC 9(7)V99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON JRNIN RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCLIFT I/O ERROR - ABNORMAL END AT RECORD '
               JRN-COUNT
           MOVE 'AOCLIFT' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE JRN-COUNT TO RL-REC-IN
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
           OPEN INPUT  LIFTRATE.
           IF RATE-STATUS NOT = '00'
               DISPLAY 'AOCLIFT LIFTRATE OPEN FAILED, STATUS = '
                   RATE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  JRNIN.
           OPEN OUTPUT RPTOUT.
           PERFORM LOAD-RATES.
      *
       READ-NEXT-RECORD.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM TALLY-RECORD
               PERFORM READ-RECORD
           END-PERFORM
           PERFORM PRICE-MODELS
           PERFORM WRITE-REPORT
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCLIFT JOURNAL RECORDS READ = ' JRN-COUNT
           DISPLAY 'AOCLIFT MOVES TALLIED        = ' APPLIED-COUNT
           DISPLAY 'AOCLIFT RECORDS OUT OF RANGE = ' SKIP-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE LIFTRATE.
           CLOSE JRNIN.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF SKIP-COUNT > 0 OR NORATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *
      *    Two models, so both rates are read once up front. A
      *    model the master does not carry is still tallied but
      *    priced at zero and flagged on the report.
       LOAD-RATES.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 2
               INITIALIZE MODEL-ENTRY(MX)
               MOVE MX TO LR-MODEL
               READ LIFTRATE
                   INVALID KEY
                       MOVE '(NO RATE ON FILE)' TO MD-DESC(MX)
                       MOVE 'N' TO MD-ON-FILE(MX)
                       ADD 1 TO NORATE-COUNT
                   NOT INVALID KEY
                       MOVE LR-DESC TO MD-DESC(MX)
                       MOVE LR-LIFT-SECS TO MD-LIFT-SECS(MX)
                       MOVE LR-TRAVEL-SECS TO MD-TRAVEL-SECS(MX)
                       MOVE LR-HOUR-RATE TO MD-HOUR-RATE(MX)
                       MOVE 'Y' TO MD-ON-FILE(MX)
               END-READ
           END-PERFORM.
      *
       READ-RECORD.
           READ JRNIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO JRN-COUNT
           END-IF.
      *
      *    The starting diagram is no work for either machine; it
      *    only sets the depth both models start from. Every other
      *    record is one crate moved, and a lift is one crate for
      *    the 9000 but one whole instruction for the 9001.
       TALLY-RECORD.
           EVALUATE TRUE
               WHEN JM-TO < 1 OR JM-TO > 20
                   ADD 1 TO SKIP-COUNT
               WHEN JM-MODEL = '0'
                   IF JM-TO-DEPTH-A > START-PEAK
                       MOVE JM-TO-DEPTH-A TO START-PEAK
                       MOVE JM-TO TO START-PEAK-STACK
                   END-IF
               WHEN JM-FROM < 1 OR JM-FROM > 20
                   ADD 1 TO SKIP-COUNT
               WHEN JM-MODEL = '1'
                   MOVE 1 TO MX
                   PERFORM TALLY-MOVE
               WHEN JM-MODEL = '2'
                   MOVE 2 TO MX
                   PERFORM TALLY-MOVE
               WHEN OTHER
                   ADD 1 TO SKIP-COUNT
           END-EVALUATE.
      *
       TALLY-MOVE.
           ADD 1 TO APPLIED-COUNT
           ADD 1 TO MD-CRATES(MX)
           IF JM-TO > JM-FROM
               COMPUTE DISTANCE = JM-TO - JM-FROM
           ELSE
               COMPUTE DISTANCE = JM-FROM - JM-TO
           END-IF
           IF JM-INSTR NOT = MD-LAST-INSTR(MX)
               ADD 1 TO MD-INSTRS(MX)
               MOVE JM-INSTR TO MD-LAST-INSTR(MX)
               IF MX = 2
                   ADD 1 TO MD-LIFTS(MX)
                   ADD DISTANCE TO MD-STACKS(MX)
               END-IF
           END-IF
           IF MX = 1
               ADD 1 TO MD-LIFTS(MX)
               ADD DISTANCE TO MD-STACKS(MX)
           END-IF
           IF JM-TO-DEPTH-A > MD-PEAK(MX)
               MOVE JM-TO-DEPTH-A TO MD-PEAK(MX)
               MOVE JM-TO TO MD-PEAK-STACK(MX)
               MOVE JM-INSTR TO MD-PEAK-INSTR(MX)
           END-IF.
      *
      *    Time is lifts at the lift time plus stacks travelled at
      *    the travel time; cost is that time at the hourly rate.
      *    A model whose stacks never grew past the starting
      *    diagram peaks where the diagram did.
       PRICE-MODELS.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 2
               IF START-PEAK >= MD-PEAK(MX)
                   MOVE START-PEAK TO MD-PEAK(MX)
                   MOVE START-PEAK-STACK TO MD-PEAK-STACK(MX)
                   MOVE 0 TO MD-PEAK-INSTR(MX)
               END-IF
               COMPUTE MD-LIFT-TIME(MX) =
                   MD-LIFTS(MX) * MD-LIFT-SECS(MX)
               COMPUTE MD-TRAVEL-TIME(MX) =
                   MD-STACKS(MX) * MD-TRAVEL-SECS(MX)
               COMPUTE MD-TOTAL-TIME(MX) =
                   MD-LIFT-TIME(MX) + MD-TRAVEL-TIME(MX)
               COMPUTE MD-HOURS(MX) ROUNDED =
                   MD-TOTAL-TIME(MX) / 3600
               COMPUTE MD-COST(MX) ROUNDED =
                   MD-TOTAL-TIME(MX) * MD-HOUR-RATE(MX) / 3600
               IF MD-CRATES(MX) > 0
                   COMPUTE MD-PER-LIFT(MX) ROUNDED =
                       MD-CRATES(MX) / MD-LIFTS(MX)
               END-IF
           END-PERFORM
           COMPUTE SAVE-TIME = MD-HOURS(1) - MD-HOURS(2)
           COMPUTE SAVE-COST = MD-COST(1) - MD-COST(2)
           IF MD-COST(1) > 0
               COMPUTE SAVE-PCT ROUNDED =
                   SAVE-COST * 100 / MD-COST(1)
           END-IF.
      *
       WRITE-REPORT.
           MOVE SPACES TO RPT-LINE
           MOVE 'DAY 5 CRATEMOVER 9000 VS 9001 - LIFT COST COMPARISON'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'MODEL 1' TO RPT-LINE(42:7)
           MOVE 'MODEL 2' TO RPT-LINE(62:7)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE MD-DESC(1) TO RPT-LINE(29:20)
           MOVE MD-DESC(2) TO RPT-LINE(49:20)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'WORK ON THE DECK' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'C' TO STAT-KIND
           MOVE 'INSTRUCTIONS CARRIED OUT' TO STAT-LABEL
           MOVE MD-INSTRS(1) TO STAT-VAL-1
           MOVE MD-INSTRS(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'LIFTS' TO STAT-LABEL
           MOVE MD-LIFTS(1) TO STAT-VAL-1
           MOVE MD-LIFTS(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'CRATES MOVED' TO STAT-LABEL
           MOVE MD-CRATES(1) TO STAT-VAL-1
           MOVE MD-CRATES(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'STACKS TRAVELLED' TO STAT-LABEL
           MOVE MD-STACKS(1) TO STAT-VAL-1
           MOVE MD-STACKS(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'PEAK STACK DEPTH' TO STAT-LABEL
           MOVE MD-PEAK(1) TO STAT-VAL-1
           MOVE MD-PEAK(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE '  ON STACK' TO STAT-LABEL
           MOVE MD-PEAK-STACK(1) TO STAT-VAL-1
           MOVE MD-PEAK-STACK(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE '  AT INSTRUCTION (0 = START)' TO STAT-LABEL
           MOVE MD-PEAK-INSTR(1) TO STAT-VAL-1
           MOVE MD-PEAK-INSTR(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'D' TO STAT-KIND
           MOVE 'CRATES PER LIFT' TO STAT-LABEL
           MOVE MD-PER-LIFT(1) TO STAT-VAL-1
           MOVE MD-PER-LIFT(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PRICED AT THE RATES MASTER' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SECONDS PER LIFT' TO STAT-LABEL
           MOVE MD-LIFT-SECS(1) TO STAT-VAL-1
           MOVE MD-LIFT-SECS(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'SECONDS PER STACK TRAVELLED' TO STAT-LABEL
           MOVE MD-TRAVEL-SECS(1) TO STAT-VAL-1
           MOVE MD-TRAVEL-SECS(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'LIFT TIME (SECONDS)' TO STAT-LABEL
           MOVE MD-LIFT-TIME(1) TO STAT-VAL-1
           MOVE MD-LIFT-TIME(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'TRAVEL TIME (SECONDS)' TO STAT-LABEL
           MOVE MD-TRAVEL-TIME(1) TO STAT-VAL-1
           MOVE MD-TRAVEL-TIME(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'TOTAL TIME (HOURS)' TO STAT-LABEL
           MOVE MD-HOURS(1) TO STAT-VAL-1
           MOVE MD-HOURS(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'RATE PER HOUR' TO STAT-LABEL
           MOVE MD-HOUR-RATE(1) TO STAT-VAL-1
           MOVE MD-HOUR-RATE(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           MOVE 'COST OF THE DECK' TO STAT-LABEL
           MOVE MD-COST(1) TO STAT-VAL-1
           MOVE MD-COST(2) TO STAT-VAL-2
           PERFORM WRITE-STAT-LINE
           PERFORM WRITE-SAVING.
      *
      *    One label and the two models' figures in fixed columns,
      *    as whole counts (C) or to two decimals (D).
       WRITE-STAT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE STAT-LABEL TO RPT-LINE(1:30)
           IF STAT-KIND = 'C'
               MOVE STAT-VAL-1 TO RPT-CNT-ED
               MOVE RPT-CNT-ED TO RPT-LINE(33:16)
               MOVE STAT-VAL-2 TO RPT-CNT-ED
               MOVE RPT-CNT-ED TO RPT-LINE(53:16)
           ELSE
               MOVE STAT-VAL-1 TO RPT-DEC-ED
               MOVE RPT-DEC-ED TO RPT-LINE(33:16)
               MOVE STAT-VAL-2 TO RPT-DEC-ED
               MOVE RPT-DEC-ED TO RPT-LINE(53:16)
           END-IF
           WRITE RPT-LINE.
      *
      *    Negative figures mean the 9001 costs more than the 9000
      *    on this deck.
       WRITE-SAVING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'MODEL 2 SAVING OVER MODEL 1' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'HOURS SAVED' TO RPT-LINE(1:11)
           MOVE SAVE-TIME TO RPT-SAVE-ED
           MOVE RPT-SAVE-ED TO RPT-LINE(53:16)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'COST SAVED' TO RPT-LINE(1:10)
           MOVE SAVE-COST TO RPT-SAVE-ED
           MOVE RPT-SAVE-ED TO RPT-LINE(53:16)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'PERCENT OF MODEL 1 COST' TO RPT-LINE(1:23)
           MOVE SAVE-PCT TO RPT-PCT-ED
           MOVE RPT-PCT-ED TO RPT-LINE(63:6)
           WRITE RPT-LINE
           IF NORATE-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE '*** A MODEL HAS NO RATE ON FILE - PRICED AT ZERO'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF SKIP-COUNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE SKIP-COUNT TO RPT-CNT-ED
               STRING '*** JOURNAL RECORDS OUT OF RANGE, NOT TALLIED: '
                      DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-CNT-ED) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCLIFT' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE JRN-COUNT TO RL-REC-IN
           MOVE APPLIED-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 0 TO RL-RC
           IF SKIP-COUNT > 0 OR NORATE-COUNT > 0
               MOVE 4 TO RL-RC
           END-IF
           COMPUTE RL-WARN-COUNT = SKIP-COUNT + NORATE-COUNT
           WRITE RUNLOG-REC.
      *
