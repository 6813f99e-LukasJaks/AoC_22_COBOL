               FILE STATUS IS CTL-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT STREAMS ASSIGN TO STREAMS
               FILE STATUS IS STRM-STATUS.
           SELECT REGIN   ASSIGN TO REGIN
               FILE STATUS IS REG-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FD  NITECTL.
           COPY NITECTL.
      *
      *    The suite-wide control deck, read here only for the
      *    BDATE and CAMP cards so a reprocessing run checks and
      *    marks steps under the same business date and camp the
      *    day programs stamp their outputs with; everything else
      *    on the deck is theirs.
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    The night's job streams, read only by GATE: one card per
      *    stream the tail job waits on - the stream's job name
      *    (the name its START/MARK/END calls record under) and
      *    the guarded step programs it runs, so a stream that did
      *    not complete can be reported down to the step. '*' in
      *    column 1 is a comment.
       FD  STREAMS RECORDING MODE F.
       01  STREAM-CARD.
           05  SM-STREAM          PIC X(8).
           05  SM-STEP-AREA OCCURS 8 TIMES.
               10  FILLER         PIC X(1).
               10  SM-STEP        PIC X(8).
      *
      *    The input registry (see AOCGATE), read only by GATE for
      *    the camps registered tonight: every stream on the deck
      *    runs once per camp, so each must be complete for each.
       FD  REGIN RECORDING MODE F.
       01  REG-REC.
           05  RG-INPUT           PIC X(8).
           05  RG-SLOT            PIC 9(2).
           05  RG-REQUIRED        PIC X(1).
           05  RG-SHAPE           PIC X(4).
           05  RG-CAMP            PIC X(4).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X(1) VALUE SPACE.
         05 CTL-STATUS        PIC X(2) VALUE '00'.
         05 PDECK-STATUS      PIC X(2) VALUE '00'.
         05 STRM-STATUS       PIC X(2) VALUE '00'.
         05 REG-STATUS        PIC X(2) VALUE '00'.

       01 TEMP.
         05 BUS-DATE          PIC 9(8)  VALUE 0.
         05 STEP-NAME         PIC X(8)  VALUE SPACES.
         05 RUN-CAMP          PIC X(4)  VALUE SPACES.
         05 FUNC-NAME         PIC X(8)  VALUE SPACES.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 PARM-KEYWORD      PIC X(20) VALUE SPACES.
         05 PARM-VALUE        PIC X(60) VALUE SPACES.
         05 STREAM-COUNT      PIC 9(2)  VALUE 0.
         05 SHORT-COUNT       PIC 9(2)  VALUE 0.
         05 SX                PIC 9(2)  VALUE 0.
         05 CX                PIC 9(2)  VALUE 0.
         05 CAMP-COUNT        PIC 9(2)  VALUE 0.
         05 STREAM-STATE      PIC X(1)  VALUE SPACE.
         05 OPEN-TRIES        PIC 9(2)  VALUE 0.
         05 DELAY-SECONDS     PIC S9(9) BINARY VALUE 1.
         05 DELAY-FC          PIC X(12) VALUE SPACES.

      *    Camps the gate checks each stream for.
       01 CAMP-TABLE.
         05 CAMP-ENTRY OCCURS 20 TIMES PIC X(4) VALUE SPACES.

       COPY CAMPDEF.

       LINKAGE SECTION.
      *    JCL PARM: 'program,CHECK' or 'program,MARK' around a
      *    guarded step; 'stream,START', 'stream,MARK' and
      *    'stream,END' around a nightly job stream; 'name,REQUIRE'
      *    where a stream needs a step or stream already complete;
      *    'tail,GATE' where the tail job waits on every stream.
       01 PARM-AREA.
         05  PARM-LEN            PIC S9(4) COMP.
         05  PARM-TEXT           PIC X(20).
       MAIN-LINE SECTION.
       OPEN-FILES.
           ACCEPT BUS-DATE FROM DATE YYYYMMDD.
           MOVE HOME-CAMP TO RUN-CAMP.
           PERFORM GET-BUSINESS-DATE.
           IF PARM-LEN = 0
               DISPLAY 'AOCNCTL NO PARM - EXPECT PROGRAM,FUNCTION'
               INTO STEP-NAME FUNC-NAME
           END-UNSTRING
           OPEN I-O NITECTL.
           PERFORM WAIT-AND-REOPEN
               UNTIL CTL-STATUS NOT = '93' OR OPEN-TRIES >= 60.
           IF CTL-STATUS NOT = '00'
               DISPLAY 'AOCNCTL NITECTL OPEN FAILED, STATUS = '
                   CTL-STATUS
                   PERFORM CHECK-STEP
               WHEN 'MARK'
                   PERFORM MARK-STEP
               WHEN 'START'
                   PERFORM START-STREAM
               WHEN 'END'
                   PERFORM END-STREAM
               WHEN 'REQUIRE'
                   PERFORM REQUIRE-STEP
               WHEN 'GATE'
                   PERFORM GATE-STREAMS
               WHEN OTHER
                   DISPLAY 'AOCNCTL BAD FUNCTION: ' FUNC-NAME
                   MOVE 16 TO RUN-RC
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
      *    The day streams run side by side, so another stream's
      *    guard step can hold the cluster open for update for the
      *    moment it takes to mark or check a step. Wait a second
      *    (the Language Environment delay service, which gives the
      *    processor up rather than spinning on the clock) and try
      *    again, for up to a minute, before giving up.
       WAIT-AND-REOPEN.
           ADD 1 TO OPEN-TRIES
           CALL 'CEE3DLY' USING DELAY-SECONDS DELAY-FC
           OPEN I-O NITECTL.
      *
      *    RC=1 when the step is already complete for the business
      *    date - the step's COND skips it on a resubmission.
       CHECK-STEP.
           MOVE BUS-DATE TO NC-BUS-DATE
           MOVE STEP-NAME TO NC-STEP
           MOVE RUN-CAMP TO NC-CAMP
           READ NITECTL
               INVALID KEY CONTINUE
           END-READ
           IF CTL-STATUS = '00' AND NC-STATUS = 'C'
               DISPLAY 'AOCNCTL ' STEP-NAME ' ALREADY COMPLETE FOR '
                   RUN-CAMP ' ' BUS-DATE ' - STEP WILL BE SKIPPED'
               MOVE 1 TO RUN-RC
           END-IF.
      *
       MARK-STEP.
           MOVE BUS-DATE TO NC-BUS-DATE
           MOVE STEP-NAME TO NC-STEP
           MOVE RUN-CAMP TO NC-CAMP
           MOVE 'C' TO NC-STATUS
           ACCEPT NC-END-TIME FROM TIME
           WRITE NITECTL-REC
                   REWRITE NITECTL-REC
           END-WRITE
           DISPLAY 'AOCNCTL ' STEP-NAME ' MARKED COMPLETE FOR '
               RUN-CAMP ' ' BUS-DATE.
      *
      *    A stream job's first step: 'S' says it has started for
      *    the business date. A stream already complete for the
      *    date (a resubmission) keeps its 'C'.
       START-STREAM.
           MOVE BUS-DATE TO NC-BUS-DATE
           MOVE STEP-NAME TO NC-STEP
           MOVE RUN-CAMP TO NC-CAMP
           READ NITECTL
               INVALID KEY CONTINUE
           END-READ
           IF CTL-STATUS = '00' AND NC-STATUS = 'C'
               DISPLAY 'AOCNCTL STREAM ' STEP-NAME
                   ' ALREADY COMPLETE FOR ' BUS-DATE
           ELSE
               MOVE BUS-DATE TO NC-BUS-DATE
               MOVE STEP-NAME TO NC-STEP
               MOVE RUN-CAMP TO NC-CAMP
               MOVE 'S' TO NC-STATUS
               ACCEPT NC-END-TIME FROM TIME
               WRITE NITECTL-REC
                   INVALID KEY
                       REWRITE NITECTL-REC
               END-WRITE
               DISPLAY 'AOCNCTL STREAM ' STEP-NAME
                   ' STARTED FOR ' BUS-DATE
           END-IF.
      *
      *    A stream job's last step, run even after an abend: a
      *    stream whose MARK was bypassed is left 'F', so the tail
      *    gate can tell a failed stream from one still running.
       END-STREAM.
           MOVE BUS-DATE TO NC-BUS-DATE
           MOVE STEP-NAME TO NC-STEP
           MOVE RUN-CAMP TO NC-CAMP
           READ NITECTL
               INVALID KEY CONTINUE
           END-READ
           IF CTL-STATUS = '00' AND NC-STATUS = 'C'
               DISPLAY 'AOCNCTL STREAM ' STEP-NAME
                   ' ENDED COMPLETE FOR ' BUS-DATE
           ELSE
               MOVE BUS-DATE TO NC-BUS-DATE
               MOVE STEP-NAME TO NC-STEP
               MOVE RUN-CAMP TO NC-CAMP
               MOVE 'F' TO NC-STATUS
               ACCEPT NC-END-TIME FROM TIME
               WRITE NITECTL-REC
                   INVALID KEY
                       REWRITE NITECTL-REC
               END-WRITE
               DISPLAY 'AOCNCTL STREAM ' STEP-NAME
                   ' ENDED WITHOUT COMPLETING FOR ' BUS-DATE
               MOVE 8 TO RUN-RC
           END-IF.
      *
      *    RC=8 unless the named step or stream is complete for the
      *    business date - the steps after it are held by COND.
       REQUIRE-STEP.
           MOVE BUS-DATE TO NC-BUS-DATE
           MOVE STEP-NAME TO NC-STEP
           MOVE RUN-CAMP TO NC-CAMP
           READ NITECTL
               INVALID KEY CONTINUE
           END-READ
           IF CTL-STATUS = '00' AND NC-STATUS = 'C'
               DISPLAY 'AOCNCTL ' STEP-NAME ' COMPLETE FOR '
                   BUS-DATE
           ELSE
               DISPLAY 'AOCNCTL ' STEP-NAME ' NOT COMPLETE FOR '
                   BUS-DATE ' - STREAM HELD'
               MOVE 8 TO RUN-RC
           END-IF.
      *
      *    The tail job's gate: every stream on the STREAMS deck
      *    must be complete for the business date, for every camp
      *    in the input registry. Any that is not is named with its
      *    camp and state - never run, still running (or
      *    cancelled), or failed - and each of its steps not yet
      *    complete; RC=8 then holds the whole tail, so the digest
      *    and everything after it never run on a partial night.
       GATE-STREAMS.
           PERFORM LOAD-CAMPS
           OPEN INPUT STREAMS
           IF STRM-STATUS NOT = '00'
               DISPLAY 'AOCNCTL STREAMS DECK NOT AVAILABLE, STATUS = '
                   STRM-STATUS
               MOVE 16 TO RUN-RC
           ELSE
               PERFORM READ-STREAM-CARD
               PERFORM UNTIL LASTREC = 'Y'
                   IF STREAM-CARD NOT = SPACES
                       AND STREAM-CARD(1:1) NOT = '*'
                       PERFORM VARYING CX FROM 1 BY 1
                           UNTIL CX > CAMP-COUNT
                           ADD 1 TO STREAM-COUNT
                           PERFORM CHECK-STREAM
                       END-PERFORM
                   END-IF
                   PERFORM READ-STREAM-CARD
               END-PERFORM
               CLOSE STREAMS
               MOVE SPACE TO LASTREC
               EVALUATE TRUE
                   WHEN STREAM-COUNT = 0
                       DISPLAY 'AOCNCTL STREAMS DECK IS EMPTY'
                       MOVE 16 TO RUN-RC
                   WHEN SHORT-COUNT > 0
                       DISPLAY 'AOCNCTL ' STEP-NAME ' HELD - '
                           SHORT-COUNT ' OF ' STREAM-COUNT
                           ' STREAMS NOT COMPLETE FOR ' BUS-DATE
                       MOVE 8 TO RUN-RC
                   WHEN OTHER
                       DISPLAY 'AOCNCTL ' STEP-NAME ' RELEASED - ALL '
                           STREAM-COUNT ' STREAMS COMPLETE FOR '
                           BUS-DATE
               END-EVALUATE
           END-IF.
      *
       READ-STREAM-CARD.
           READ STREAMS
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       CHECK-STREAM.
           MOVE BUS-DATE TO NC-BUS-DATE
           MOVE SM-STREAM TO NC-STEP
           MOVE CAMP-ENTRY(CX) TO NC-CAMP
           READ NITECTL
               INVALID KEY CONTINUE
           END-READ
           IF CTL-STATUS = '00'
               MOVE NC-STATUS TO STREAM-STATE
           ELSE
               MOVE SPACE TO STREAM-STATE
           END-IF
           EVALUATE STREAM-STATE
               WHEN 'C'
                   DISPLAY 'AOCNCTL   STREAM ' SM-STREAM ' '
                       CAMP-ENTRY(CX) ' COMPLETE'
               WHEN 'F'
                   DISPLAY 'AOCNCTL   STREAM ' SM-STREAM ' '
                       CAMP-ENTRY(CX) ' FAILED'
               WHEN 'S'
                   DISPLAY 'AOCNCTL   STREAM ' SM-STREAM ' '
                       CAMP-ENTRY(CX)
                       ' STARTED, NOT ENDED - RUNNING OR CANCELLED'
               WHEN OTHER
                   DISPLAY 'AOCNCTL   STREAM ' SM-STREAM ' '
                       CAMP-ENTRY(CX) ' MISSING - NOT RUN FOR '
                       BUS-DATE
           END-EVALUATE
           IF STREAM-STATE NOT = 'C'
               ADD 1 TO SHORT-COUNT
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 8
                   IF SM-STEP(SX) NOT = SPACES
                       PERFORM CHECK-STREAM-STEP
                   END-IF
               END-PERFORM
           END-IF
           MOVE '00' TO CTL-STATUS.
      *
       CHECK-STREAM-STEP.
           MOVE BUS-DATE TO NC-BUS-DATE
           MOVE SM-STEP(SX) TO NC-STEP
           MOVE CAMP-ENTRY(CX) TO NC-CAMP
           READ NITECTL
               INVALID KEY CONTINUE
           END-READ
           IF CTL-STATUS NOT = '00' OR NC-STATUS NOT = 'C'
               DISPLAY 'AOCNCTL     STEP ' SM-STEP(SX)
                   ' NOT COMPLETE'
           END-IF.
      *
      *    Distinct camps on the input registry, blank read as the
      *    home camp. With no registry to read the gate checks the
      *    home camp alone, as it did before there was a second.
       LOAD-CAMPS.
           MOVE 1 TO CAMP-COUNT
           MOVE HOME-CAMP TO CAMP-ENTRY(1)
           OPEN INPUT REGIN
           IF REG-STATUS = '00'
               PERFORM READ-REGISTRY-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM POST-CAMP
                   PERFORM READ-REGISTRY-RECORD
               END-PERFORM
               CLOSE REGIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-REGISTRY-RECORD.
           READ REGIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-CAMP.
           IF RG-CAMP = SPACES
               MOVE HOME-CAMP TO RG-CAMP
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAMP-COUNT
               OR CAMP-ENTRY(CX) = RG-CAMP
               CONTINUE
           END-PERFORM
           IF CX > CAMP-COUNT AND CAMP-COUNT < 20
               ADD 1 TO CAMP-COUNT
               MOVE RG-CAMP TO CAMP-ENTRY(CAMP-COUNT)
           END-IF.
      *
      *    Only the BDATE and CAMP cards matter here; blank and
      *    comment lines pass through, every other card is left for
      *    the programs that own it.
       GET-BUSINESS-DATE.
           OPEN INPUT PARMDECK
           IF PDECK-STATUS = '00'
                   AND FUNCTION NUMVAL(PARM-VALUE) > 19000000
                   COMPUTE BUS-DATE = FUNCTION NUMVAL(PARM-VALUE)
               END-IF
               IF PARM-KEYWORD = 'CAMP' AND PARM-VALUE(1:1) NOT = SPACE
                   MOVE PARM-VALUE(1:4) TO RUN-CAMP
               END-IF
           END-IF.
      *
