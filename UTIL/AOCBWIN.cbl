      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCBWIN.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOGI ASSIGN TO RUNLOGI
               FILE STATUS IS RLI-STATUS.
           SELECT NITECTL ASSIGN TO NITECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NC-KEY
               FILE STATUS IS CTL-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT REGIN    ASSIGN TO REGIN
               FILE STATUS IS REG-STATUS.
           SELECT CALFILE ASSIGN TO AOCCAL
               FILE STATUS IS CAL-STATUS.
           SELECT PARMFILE ASSIGN TO AOCPARM
               FILE STATUS IS RP-STATUS.
           SELECT BWRPT   ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The shared run log: every completed run's start and end
      *    stamps are the elapsed-time history per step, and the
      *    records since tonight's AOCGATE run are the steps that
      *    have already finished tonight.
       FD  RUNLOGI RECORDING MODE F.
           COPY RUNLOG REPLACING LEADING ==RL-== BY ==RI-==
               ==RUNLOG-REC== BY ==RUNLOGI-REC==.
      *
      *    The keyed night-control file (see COPYLIB/NITECTL.cpy):
      *    a guarded step marked complete for the business date is
      *    finished even when a resubmission skipped it and so left
      *    no run-log record behind tonight. A day stream's steps
      *    are looked up under each camp they run for, AOCNITE's
      *    and the tail's under the home camp.
       FD  NITECTL.
           COPY NITECTL.
      *
      *    The suite-wide control deck, read only for a BDATE card
      *    so the night-control lookups use the same business date
      *    AOCNCTL marks under.
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    The input registry (see AOCGATE), read only for the
      *    camps registered tonight: every day stream runs its
      *    steps once per camp, one camp after another.
       FD  REGIN RECORDING MODE F.
       01  REG-REC.
           05  RG-INPUT           PIC X(8).
           05  RG-SLOT            PIC 9(2).
           05  RG-REQUIRED        PIC X(1).
           05  RG-SHAPE           PIC X(4).
           05  RG-CAMP            PIC X(4).
      *
      *    Processing calendar (see COPYLIB/CALREC.cpy): the batch-
      *    window deadline for the business date, or the standing
      *    one on the 00000000 record.
       FD  CALFILE RECORDING MODE F.
           COPY CALREC.
      *
      *    Keyword control cards (see COPYLIB/RPTPPROC.cpy):
      *    RUNS=n is how many of each step's most recent completed
      *    runs are averaged for its expected elapsed time (1-14,
      *    default 7); MARGIN=n flags the night AT RISK when the
      *    projected finish is inside n minutes of the deadline
      *    (default 30).
       FD  PARMFILE RECORDING MODE F.
       01  PARM-REC               PIC X(80).
      *
      *    The forecast report: every nightly step with its state
      *    and expected time, then the projected finish against the
      *    deadline and the steps driving any overrun.
       FD  BWRPT RECORDING MODE F.
       01  RPT-LINE               PIC X(132).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 RLI-STATUS        PIC X(2) VALUE '00'.
         05 CTL-STATUS        PIC X(2) VALUE '00'.
         05 PDECK-STATUS      PIC X(2) VALUE '00'.
         05 CAL-STATUS        PIC X(2) VALUE '00'.
         05 REG-STATUS        PIC X(2) VALUE '00'.
         05 BDATE-CARD        PIC X(1) VALUE 'N'.
         05 NIGHT-FOUND       PIC X(1) VALUE 'N'.
         05 NO-RUN-DAY        PIC X(1) VALUE 'N'.

       01 TEMP.
         05 TODAY             PIC 9(8)  VALUE 0.
         05 BUS-DATE          PIC 9(8)  VALUE 0.
         05 NEXT-DATE         PIC 9(8)  VALUE 0.
         05 NIGHT-DATE        PIC 9(8)  VALUE 0.
         05 NIGHT-START       PIC 9(8)  VALUE 0.
         05 NOW-TIME          PIC 9(8)  VALUE 0.
         05 REC-COUNT         PIC 9(9)  VALUE 0.
         05 HIST-RUNS         PIC 9(2)  VALUE 7.
         05 MARGIN-MINS       PIC 9(4)  VALUE 30.
         05 DEADLINE          PIC 9(4)  VALUE 0.
         05 STANDING-DEADLINE PIC 9(4)  VALUE 0.
         05 DEADLINE-SOURCE   PIC X(10) VALUE SPACES.
         05 SX                PIC 9(3)  VALUE 0.
         05 DX                PIC 9(2)  VALUE 0.
         05 HX                PIC 9(2)  VALUE 0.
         05 CX                PIC 9(2)  VALUE 0.
         05 PICK              PIC 9(3)  VALUE 0.
         05 JX                PIC 9(1)  VALUE 0.
         05 CRITICAL-JOB      PIC 9(1)  VALUE 0.
         05 CAMP-COUNT        PIC 9(2)  VALUE 0.
         05 STEP-COUNT        PIC 9(3)  VALUE 0.
         05 DAY-OPEN-COUNT    PIC 9(3)  VALUE 0.
         05 DONE-COUNT        PIC 9(3)  VALUE 0.
         05 DRIVER-COUNT      PIC 9(3)  VALUE 0.
         05 MATCH-CAMP        PIC X(4)  VALUE SPACES.
         05 DAY-GAP           PIC S9(9) VALUE 0.
         05 START-HS          PIC 9(9)  VALUE 0.
         05 END-HS            PIC 9(9)  VALUE 0.
         05 ELAPSED-HS        PIC S9(9) VALUE 0.
         05 NIGHT-START-HS    PIC 9(9)  VALUE 0.
         05 NOW-REL           PIC S9(9) VALUE 0.
         05 JOB-START-REL     PIC S9(9) VALUE 0.
         05 LONGEST-HS        PIC S9(9) VALUE 0.
         05 DEADLINE-REL      PIC S9(9) VALUE 0.
         05 REMAINING-HS      PIC S9(9) VALUE 0.
         05 FINISH-REL        PIC S9(9) VALUE 0.
         05 MARGIN-HS         PIC S9(9) VALUE 0.
         05 OVERRUN-HS        PIC S9(9) VALUE 0.
         05 COVERED-HS        PIC S9(9) VALUE 0.
         05 BEST-HS           PIC S9(9) VALUE 0.
         05 CLOCK-HS          PIC 9(9)  VALUE 0.
         05 VERDICT           PIC X(8)  VALUE SPACES.
         05 CARD-KEYWORD      PIC X(20) VALUE SPACES.
         05 CARD-VALUE        PIC X(60) VALUE SPACES.
         05 RPT-NUM-ED        PIC Z(8)9.
         05 RPT-SEC-ED        PIC Z(6)9.
         05 RPT-MARGIN-ED     PIC -(6)9.

       01 TIME-WORK           PIC 9(8) VALUE 0.
       01 TIME-WORK-R REDEFINES TIME-WORK.
         05 TW-HH             PIC 9(2).
         05 TW-MM             PIC 9(2).
         05 TW-SS             PIC 9(2).
         05 TW-HS             PIC 9(2).

       01 DEADLINE-WORK       PIC 9(4) VALUE 0.
       01 DEADLINE-WORK-R REDEFINES DEADLINE-WORK.
         05 DW-HH             PIC 9(2).
         05 DW-MM             PIC 9(2).

      *    A clock time of day for the report, HH:MM:SS.
       01 CLOCK-ED.
         05 CK-HH             PIC 9(2).
         05 FILLER            PIC X(1) VALUE ':'.
         05 CK-MM             PIC 9(2).
         05 FILLER            PIC X(1) VALUE ':'.
         05 CK-SS             PIC 9(2).

      *    The night's jobs: AOCNITE opens it, the four day
      *    streams run side by side after it, and AOCNITT's tail
      *    runs once all four are complete.
       01 NIGHT-JOBS.
         05 FILLER              PIC X(8) VALUE 'AOCNITE'.
         05 FILLER              PIC X(8) VALUE 'AOCNIT1'.
         05 FILLER              PIC X(8) VALUE 'AOCNIT2'.
         05 FILLER              PIC X(8) VALUE 'AOCNIT3'.
         05 FILLER              PIC X(8) VALUE 'AOCNIT4'.
         05 FILLER              PIC X(8) VALUE 'AOCNITT'.
       01 NIGHT-JOBS-R REDEFINES NIGHT-JOBS.
         05 NJ-JOB OCCURS 6 TIMES PIC X(8).

      *    The night's steps in job order, by step name, the
      *    program each runs (the name both RUNLOG and NITECTL
      *    carry) and the NIGHT-JOBS entry it runs in.
       01 NIGHT-STEPS.
         05 FILLER              PIC X(17) VALUE 'STEP005 AOCGATE 1'.
         05 FILLER              PIC X(17) VALUE 'STEP008 AOCROSTV2'.
         05 FILLER              PIC X(17) VALUE 'STEP010 AOC01A  2'.
         05 FILLER              PIC X(17) VALUE 'STEP020 AOC01B  2'.
         05 FILLER              PIC X(17) VALUE 'STEP015 AOCHSTA 2'.
         05 FILLER              PIC X(17) VALUE 'STEP030 AOC02A  3'.
         05 FILLER              PIC X(17) VALUE 'STEP035 AOCLEAG 3'.
         05 FILLER              PIC X(17) VALUE 'STEP040 AOC03A  4'.
         05 FILLER              PIC X(17) VALUE 'STEP050 AOC04A  5'.
         05 FILLER              PIC X(17) VALUE 'STEP060 AOCDIGA 6'.
         05 FILLER              PIC X(17) VALUE 'STEP065 AOCDIGT 6'.
         05 FILLER              PIC X(17) VALUE 'STEP070 AOCEXCR 6'.
         05 FILLER              PIC X(17) VALUE 'STEP075 AOCRECA 6'.
         05 FILLER              PIC X(17) VALUE 'STEP080 AOCWEXT 6'.
         05 FILLER              PIC X(17) VALUE 'STEP085 AOCINTG 6'.
         05 FILLER              PIC X(17) VALUE 'STEP086 AOCHDRM 6'.
         05 FILLER              PIC X(17) VALUE 'STEP088 AOCBKUP 6'.
         05 FILLER              PIC X(17) VALUE 'STEP090 AOCNOTE 6'.
         05 FILLER              PIC X(17) VALUE 'STEP095 AOCTKTF 6'.
       01 NIGHT-STEPS-R REDEFINES NIGHT-STEPS.
         05 STEP-DEF OCCURS 19 TIMES.
             10  SD-STEP          PIC X(8).
             10  SD-PROGRAM       PIC X(8).
             10  SD-JOB           PIC 9(1).

      *    Camps the day streams run for, the home camp first.
       01 CAMP-TABLE.
         05 CAMP-ENTRY OCCURS 20 TIMES PIC X(4) VALUE SPACES.

      *    Per job: how many of its steps are still to finish, the
      *    latest of its step completions tonight (the running
      *    step's start), the time its steps still need, and
      *    whether one of them has been taken as running.
       01 JOB-STATE.
         05 JOB-ENTRY OCCURS 6 TIMES.
             10  JS-OPEN-COUNT    PIC 9(3)  VALUE 0.
             10  JS-LAST-END      PIC S9(9) VALUE 0.
             10  JS-REMAIN-HS     PIC S9(9) VALUE 0.
             10  JS-RUNNING       PIC X(1)  VALUE 'N'.

      *    Per step and camp, in the order the night runs them
      *    (BUILD-STEP-TABLE): the last fourteen completed elapsed
      *    times (a ring, oldest overwritten), the expected time
      *    they give, and tonight's state - D done, R running, P
      *    pending.
       01 STEP-STATE.
         05 STEP-ENTRY OCCURS 190 TIMES.
             10  SS-STEP          PIC X(8)  VALUE SPACES.
             10  SS-PROGRAM       PIC X(8)  VALUE SPACES.
             10  SS-JOB           PIC 9(1)  VALUE 0.
             10  SS-CAMP          PIC X(4)  VALUE SPACES.
             10  SS-HIST-COUNT    PIC 9(2)  VALUE 0.
             10  SS-HIST-NEXT     PIC 9(2)  VALUE 1.
             10  SS-HIST-HS OCCURS 14 TIMES
                                  PIC 9(9)  VALUE 0.
             10  SS-EXPECT-HS     PIC 9(9)  VALUE 0.
             10  SS-REMAIN-HS     PIC 9(9)  VALUE 0.
             10  SS-TONIGHT-HS    PIC 9(9)  VALUE 0.
             10  SS-END-REL       PIC S9(9) VALUE 0.
             10  SS-RL-DONE       PIC X(1)  VALUE 'N'.
             10  SS-STATE         PIC X(1)  VALUE 'P'.
             10  SS-DRIVER        PIC X(1)  VALUE 'N'.
             10  SS-OVER-NORM     PIC X(1)  VALUE 'N'.

       COPY RPTPARM.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BWRPT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCBWIN I/O ERROR - ABNORMAL END AT RECORD '
               REC-COUNT
           MOVE 'AOCBWIN' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE DRIVER-COUNT TO RL-WARN-COUNT
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
           MOVE RL-RUN-DATE TO TODAY.
           MOVE RL-START-TIME TO NOW-TIME.
           OPEN OUTPUT BWRPT.
           PERFORM READ-PARM.
      *
       FORECAST-WINDOW.
           PERFORM LOAD-CAMPS
           PERFORM BUILD-STEP-TABLE
           PERFORM SCAN-RUN-LOG
           PERFORM SET-BUSINESS-DATE
           PERFORM CHECK-NIGHT-CONTROL
           PERFORM GET-DEADLINE
           PERFORM PROJECT-FINISH
           PERFORM FIND-DRIVERS
           PERFORM WRITE-REPORT
           PERFORM ALERT-OPERATOR
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCBWIN SETTINGS USED: ' RP-ECHO
           DISPLAY 'AOCBWIN RUN-LOG RECORDS READ = ' REC-COUNT
           DISPLAY 'AOCBWIN STEPS DONE TONIGHT   = ' DONE-COUNT
           DISPLAY 'AOCBWIN FORECAST VERDICT     = ' VERDICT
           PERFORM WRITE-RUNLOG
           CLOSE BWRPT.
           CLOSE RUNLOG.
           GOBACK.
      *
       READ-PARM.
           PERFORM READ-RPT-PARMS
           MOVE 'RUNS' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE >= 1 AND RP-NUM-VALUE <= 14
                   MOVE RP-NUM-VALUE TO HIST-RUNS
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           MOVE 'MARGIN' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE <= 600
                   MOVE RP-NUM-VALUE TO MARGIN-MINS
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           PERFORM REPORT-UNUSED-PARMS.
      *
      *    Distinct camps on the input registry, blank read as the
      *    home camp, as AOCNCTL's gate reads them. With no registry
      *    to read the forecast covers the home camp alone.
       LOAD-CAMPS.
           MOVE 1 TO CAMP-COUNT
           MOVE HOME-CAMP TO CAMP-ENTRY(1)
           MOVE SPACE TO LASTREC
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
      *    The steps the night runs, job by job: AOCNITE's and the
      *    tail's once, under the home camp; each day stream's once
      *    per camp, all of one camp's before the next camp's, as
      *    the stream's job runs them.
       BUILD-STEP-TABLE.
           MOVE 0 TO STEP-COUNT
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > 6
               IF JX > 1 AND JX < 6
                   PERFORM VARYING CX FROM 1 BY 1
                       UNTIL CX > CAMP-COUNT
                       PERFORM ADD-JOB-STEPS
                   END-PERFORM
               ELSE
                   MOVE 1 TO CX
                   PERFORM ADD-JOB-STEPS
               END-IF
           END-PERFORM.
      *
       ADD-JOB-STEPS.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 19
               IF SD-JOB(DX) = JX
                   ADD 1 TO STEP-COUNT
                   MOVE SD-STEP(DX) TO SS-STEP(STEP-COUNT)
                   MOVE SD-PROGRAM(DX) TO SS-PROGRAM(STEP-COUNT)
                   MOVE SD-JOB(DX) TO SS-JOB(STEP-COUNT)
                   MOVE CAMP-ENTRY(CX) TO SS-CAMP(STEP-COUNT)
               END-IF
           END-PERFORM.
      *
      *    One pass over the run log. Every completed run of a
      *    nightly program goes into that step's history ring; an
      *    AOCGATE record opens a new night (AOCNITE's first step),
      *    so only the records after the latest one count as done
      *    tonight. A day program's run is its camp's (RI-CAMP,
      *    blank for the home camp); AOCNITE's and the tail's steps
      *    run once and are matched on the program alone.
       SCAN-RUN-LOG.
           MOVE SPACE TO LASTREC
           OPEN INPUT RUNLOGI
           IF RLI-STATUS = '00'
               PERFORM READ-RUNLOGI-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   ADD 1 TO REC-COUNT
                   PERFORM POST-RUN-RECORD
                   PERFORM READ-RUNLOGI-RECORD
               END-PERFORM
               CLOSE RUNLOGI
           END-IF
           MOVE SPACE TO LASTREC
           PERFORM CHECK-NIGHT-CURRENT.
      *
       READ-RUNLOGI-RECORD.
           READ RUNLOGI
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-RUN-RECORD.
           IF RI-PROGRAM = 'AOCGATE'
               MOVE 'Y' TO NIGHT-FOUND
               MOVE RI-RUN-DATE TO NIGHT-DATE
               MOVE RI-START-TIME TO NIGHT-START
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
                   MOVE 'N' TO SS-RL-DONE(SX)
                   MOVE 0 TO SS-TONIGHT-HS(SX)
               END-PERFORM
           END-IF
           IF RI-STATUS NOT = 'A'
               MOVE RI-CAMP TO MATCH-CAMP
               IF MATCH-CAMP = SPACES
                   MOVE HOME-CAMP TO MATCH-CAMP
               END-IF
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
                   IF SS-PROGRAM(SX) = RI-PROGRAM
                       AND (SS-JOB(SX) = 1 OR SS-JOB(SX) = 6
                            OR SS-CAMP(SX) = MATCH-CAMP)
                       PERFORM POST-STEP-RUN
                   END-IF
               END-PERFORM
           END-IF.
      *
       POST-STEP-RUN.
           PERFORM COMPUTE-ELAPSED
           MOVE ELAPSED-HS TO SS-HIST-HS(SX, SS-HIST-NEXT(SX))
           IF SS-HIST-COUNT(SX) < 14
               ADD 1 TO SS-HIST-COUNT(SX)
           END-IF
           IF SS-HIST-NEXT(SX) = 14
               MOVE 1 TO SS-HIST-NEXT(SX)
           ELSE
               ADD 1 TO SS-HIST-NEXT(SX)
           END-IF
           IF NIGHT-FOUND = 'Y'
               MOVE 'Y' TO SS-RL-DONE(SX)
               MOVE ELAPSED-HS TO SS-TONIGHT-HS(SX)
               MOVE RI-END-TIME TO TIME-WORK
               PERFORM TIME-TO-HS
               MOVE CLOCK-HS TO SS-END-REL(SX)
           END-IF.
      *
      *    Elapsed hundredths from the HHMMSSss start/end stamps,
      *    rolling over midnight when the end reads earlier.
       COMPUTE-ELAPSED.
           MOVE RI-START-TIME TO TIME-WORK
           PERFORM TIME-TO-HS
           MOVE CLOCK-HS TO START-HS
           MOVE RI-END-TIME TO TIME-WORK
           PERFORM TIME-TO-HS
           MOVE CLOCK-HS TO END-HS
           COMPUTE ELAPSED-HS = END-HS - START-HS
           IF ELAPSED-HS < 0
               ADD 8640000 TO ELAPSED-HS
           END-IF.
      *
       TIME-TO-HS.
           COMPUTE CLOCK-HS =
               ((TW-HH * 3600) + (TW-MM * 60) + TW-SS) * 100 + TW-HS.
      *
      *    The latest AOCGATE run is tonight's only if it started
      *    within the last day: earlier today, or yesterday at a
      *    clock time still ahead of now (the night crossed
      *    midnight). Otherwise tonight's batch has not started and
      *    every step is still to run, from now.
       CHECK-NIGHT-CURRENT.
           IF NIGHT-FOUND = 'Y'
               COMPUTE DAY-GAP = FUNCTION INTEGER-OF-DATE(TODAY)
                   - FUNCTION INTEGER-OF-DATE(NIGHT-DATE)
               IF NOT ((DAY-GAP = 0 AND NIGHT-START <= NOW-TIME)
                   OR (DAY-GAP = 1 AND NIGHT-START > NOW-TIME))
                   MOVE 'N' TO NIGHT-FOUND
               END-IF
           END-IF
           IF NIGHT-FOUND NOT = 'Y'
               MOVE TODAY TO NIGHT-DATE
               MOVE NOW-TIME TO NIGHT-START
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
                   MOVE 'N' TO SS-RL-DONE(SX)
                   MOVE 0 TO SS-TONIGHT-HS(SX)
               END-PERFORM
           END-IF
           MOVE NIGHT-START TO TIME-WORK
           PERFORM TIME-TO-HS
           MOVE CLOCK-HS TO NIGHT-START-HS
           MOVE NOW-TIME TO TIME-WORK
           PERFORM TIME-TO-HS
           COMPUTE NOW-REL = CLOCK-HS - NIGHT-START-HS
           IF NOW-REL < 0
               ADD 8640000 TO NOW-REL
           END-IF
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
               IF SS-RL-DONE(SX) = 'Y'
                   COMPUTE SS-END-REL(SX) =
                       SS-END-REL(SX) - NIGHT-START-HS
                   IF SS-END-REL(SX) < 0
                       ADD 8640000 TO SS-END-REL(SX)
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    A BDATE card on the deck is the business date, as in
      *    AOCNCTL; without one it is the date tonight's batch
      *    started on. A step marked after midnight carries the
      *    next day's date, so that is checked as well.
       SET-BUSINESS-DATE.
           MOVE NIGHT-DATE TO BUS-DATE
           MOVE SPACE TO LASTREC
           OPEN INPUT PARMDECK
           IF PDECK-STATUS = '00'
               PERFORM READ-PDECK-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM SCAN-PARM-LINE
                   PERFORM READ-PDECK-RECORD
               END-PERFORM
               CLOSE PARMDECK
           END-IF
           MOVE SPACE TO LASTREC
           COMPUTE NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BUS-DATE) + 1).
      *
       READ-PDECK-RECORD.
           READ PARMDECK
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       SCAN-PARM-LINE.
           IF PDECK-REC NOT = SPACES AND PDECK-REC(1:1) NOT = '*'
               MOVE SPACES TO CARD-KEYWORD
               MOVE SPACES TO CARD-VALUE
               UNSTRING PDECK-REC DELIMITED BY '='
                   INTO CARD-KEYWORD CARD-VALUE
               END-UNSTRING
               IF CARD-KEYWORD = 'BDATE'
                   AND FUNCTION TEST-NUMVAL(CARD-VALUE) = 0
                   AND FUNCTION NUMVAL(CARD-VALUE) > 19000000
                   COMPUTE BUS-DATE = FUNCTION NUMVAL(CARD-VALUE)
                   MOVE 'Y' TO BDATE-CARD
               END-IF
           END-IF.
      *
      *    A step is done when tonight's run log shows it finished
      *    or night control has it complete for the business date.
      *    The day streams log to their own run logs until the tail
      *    folds them in, so an unguarded step in a stream shows
      *    nowhere yet: it is done if a later step of the same job
      *    is, since a job's steps run one after another - camp
      *    after camp in a day stream.
       CHECK-NIGHT-CONTROL.
           OPEN INPUT NITECTL
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
               IF SS-RL-DONE(SX) = 'Y'
                   MOVE 'D' TO SS-STATE(SX)
               ELSE
                   IF CTL-STATUS = '00' OR CTL-STATUS = '23'
                       PERFORM READ-STEP-CONTROL
                   END-IF
               END-IF
           END-PERFORM
           IF CTL-STATUS NOT = '35'
               CLOSE NITECTL
           END-IF
           PERFORM VARYING SX FROM STEP-COUNT BY -1 UNTIL SX < 2
               IF SS-STATE(SX) = 'D'
                   AND SS-JOB(SX - 1) = SS-JOB(SX)
                   MOVE 'D' TO SS-STATE(SX - 1)
               END-IF
           END-PERFORM
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
               IF SS-STATE(SX) = 'D'
                   ADD 1 TO DONE-COUNT
               END-IF
           END-PERFORM.
      *
       READ-STEP-CONTROL.
           MOVE BUS-DATE TO NC-BUS-DATE
           MOVE SS-PROGRAM(SX) TO NC-STEP
           MOVE SS-CAMP(SX) TO NC-CAMP
           READ NITECTL
               INVALID KEY CONTINUE
           END-READ
           IF CTL-STATUS NOT = '00' AND BDATE-CARD = 'N'
               MOVE NEXT-DATE TO NC-BUS-DATE
               MOVE SS-PROGRAM(SX) TO NC-STEP
               MOVE SS-CAMP(SX) TO NC-CAMP
               READ NITECTL
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF CTL-STATUS = '00' AND NC-STATUS = 'C'
               MOVE 'D' TO SS-STATE(SX)
               MOVE NC-END-TIME TO TIME-WORK
               PERFORM TIME-TO-HS
               COMPUTE SS-END-REL(SX) = CLOCK-HS - NIGHT-START-HS
               IF SS-END-REL(SX) < 0
                   ADD 8640000 TO SS-END-REL(SX)
               END-IF
           END-IF
           IF CTL-STATUS = '23'
               MOVE '00' TO CTL-STATUS
           END-IF.
      *
      *    The business date's own deadline, else the standing one,
      *    else 06:00. An H or M calendar date is reported, since no
      *    batch is expected to be running at all.
       GET-DEADLINE.
           MOVE SPACE TO LASTREC
           OPEN INPUT CALFILE
           IF CAL-STATUS = '00'
               PERFORM READ-CAL-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF CA-DATE = BUS-DATE
                       IF CA-DEADLINE > 0
                           MOVE CA-DEADLINE TO DEADLINE
                       END-IF
                       IF CA-TYPE = 'H' OR CA-TYPE = 'M'
                           MOVE 'Y' TO NO-RUN-DAY
                       END-IF
                   END-IF
                   IF CA-DATE = 0 AND CA-DEADLINE > 0
                       MOVE CA-DEADLINE TO STANDING-DEADLINE
                   END-IF
                   PERFORM READ-CAL-RECORD
               END-PERFORM
               CLOSE CALFILE
           END-IF
           MOVE SPACE TO LASTREC
           EVALUATE TRUE
               WHEN DEADLINE > 0
                   MOVE 'CALENDAR' TO DEADLINE-SOURCE
               WHEN STANDING-DEADLINE > 0
                   MOVE STANDING-DEADLINE TO DEADLINE
                   MOVE 'STANDING' TO DEADLINE-SOURCE
               WHEN OTHER
                   MOVE 0600 TO DEADLINE
                   MOVE 'DEFAULT' TO DEADLINE-SOURCE
           END-EVALUATE
           MOVE DEADLINE TO DEADLINE-WORK
           COMPUTE DEADLINE-REL =
               ((DW-HH * 3600) + (DW-MM * 60)) * 100 - NIGHT-START-HS
           IF DEADLINE-REL < 0
               ADD 8640000 TO DEADLINE-REL
           END-IF.
      *
       READ-CAL-RECORD.
           READ CALFILE
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    Expected time per step is the mean of its last RUNS
      *    completed runs. Within each job the first step not done
      *    is taken as running since the job's latest completion
      *    tonight - or, with none yet, since the jobs before it
      *    finished - once those jobs are through; it is owed only
      *    what is left of its expected time (nothing, and flagged,
      *    once it has run past it). Every later step not done is
      *    owed its full expected time, back to back within its
      *    job. The day streams run side by side, so the night
      *    finishes after AOCNITE, the longest of them (the
      *    critical one) and AOCNITT's tail, in that order.
       PROJECT-FINISH.
           MOVE 0 TO REMAINING-HS
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
               PERFORM SET-EXPECTED-TIME
               MOVE SS-JOB(SX) TO JX
               IF SS-STATE(SX) = 'D'
                   IF SS-END-REL(SX) > JS-LAST-END(JX)
                       MOVE SS-END-REL(SX) TO JS-LAST-END(JX)
                   END-IF
               ELSE
                   ADD 1 TO JS-OPEN-COUNT(JX)
               END-IF
           END-PERFORM
           MOVE 0 TO DAY-OPEN-COUNT
           MOVE 0 TO JOB-START-REL
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > 6
               IF JS-LAST-END(JX) > NOW-REL
                   MOVE NOW-REL TO JS-LAST-END(JX)
               END-IF
               IF JX > 1 AND JX < 6
                   ADD JS-OPEN-COUNT(JX) TO DAY-OPEN-COUNT
                   IF JS-LAST-END(JX) > JOB-START-REL
                       MOVE JS-LAST-END(JX) TO JOB-START-REL
                   END-IF
               END-IF
           END-PERFORM
      *    A job with nothing done yet starts where the jobs before
      *    it ended: a day stream after AOCNITE, the tail after the
      *    last day stream.
           IF JS-LAST-END(6) = 0
               MOVE JOB-START-REL TO JS-LAST-END(6)
           END-IF
           PERFORM VARYING JX FROM 2 BY 1 UNTIL JX > 5
               IF JS-LAST-END(JX) = 0
                   MOVE JS-LAST-END(1) TO JS-LAST-END(JX)
               END-IF
           END-PERFORM
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
               IF SS-STATE(SX) NOT = 'D'
                   MOVE SS-JOB(SX) TO JX
                   PERFORM SET-STEP-REMAINING
                   ADD SS-REMAIN-HS(SX) TO JS-REMAIN-HS(JX)
               END-IF
           END-PERFORM
           MOVE 0 TO CRITICAL-JOB
           MOVE 0 TO LONGEST-HS
           PERFORM VARYING JX FROM 2 BY 1 UNTIL JX > 5
               IF JS-OPEN-COUNT(JX) > 0
                   AND JS-REMAIN-HS(JX) >= LONGEST-HS
                   MOVE JX TO CRITICAL-JOB
                   MOVE JS-REMAIN-HS(JX) TO LONGEST-HS
               END-IF
           END-PERFORM
           COMPUTE REMAINING-HS =
               JS-REMAIN-HS(1) + LONGEST-HS + JS-REMAIN-HS(6)
           COMPUTE FINISH-REL = NOW-REL + REMAINING-HS
           COMPUTE MARGIN-HS = DEADLINE-REL - FINISH-REL
           EVALUATE TRUE
               WHEN DONE-COUNT = STEP-COUNT
                   MOVE 'COMPLETE' TO VERDICT
               WHEN MARGIN-HS < 0
                   MOVE 'BREACH' TO VERDICT
               WHEN MARGIN-HS < MARGIN-MINS * 6000
                   MOVE 'AT RISK' TO VERDICT
               WHEN OTHER
                   MOVE 'ON TIME' TO VERDICT
           END-EVALUATE.
      *
      *    A job's first open step is running when the night has
      *    begun and the jobs it waits for are through: AOCNITE
      *    straight away, a day stream once AOCNITE is, the tail
      *    once every day stream is.
       SET-STEP-REMAINING.
           IF NIGHT-FOUND = 'Y' AND JS-RUNNING(JX) = 'N'
               AND (JX = 1
                 OR (JX < 6 AND JS-OPEN-COUNT(1) = 0)
                 OR (JX = 6 AND JS-OPEN-COUNT(1) = 0
                     AND DAY-OPEN-COUNT = 0))
               MOVE 'Y' TO JS-RUNNING(JX)
               MOVE 'R' TO SS-STATE(SX)
               COMPUTE ELAPSED-HS = NOW-REL - JS-LAST-END(JX)
               MOVE ELAPSED-HS TO SS-TONIGHT-HS(SX)
               IF ELAPSED-HS >= SS-EXPECT-HS(SX)
                   MOVE 0 TO SS-REMAIN-HS(SX)
                   IF SS-HIST-COUNT(SX) > 0
                       MOVE 'Y' TO SS-OVER-NORM(SX)
                   END-IF
               ELSE
                   COMPUTE SS-REMAIN-HS(SX) =
                       SS-EXPECT-HS(SX) - ELAPSED-HS
               END-IF
           ELSE
               MOVE SS-EXPECT-HS(SX) TO SS-REMAIN-HS(SX)
           END-IF.
      *
       SET-EXPECTED-TIME.
           MOVE 0 TO SS-EXPECT-HS(SX)
           MOVE 0 TO ELAPSED-HS
           MOVE SS-HIST-NEXT(SX) TO HX
           MOVE 0 TO PICK
           PERFORM UNTIL PICK >= HIST-RUNS
                   OR PICK >= SS-HIST-COUNT(SX)
               IF HX = 1
                   MOVE 14 TO HX
               ELSE
                   SUBTRACT 1 FROM HX
               END-IF
               ADD SS-HIST-HS(SX, HX) TO ELAPSED-HS
               ADD 1 TO PICK
           END-PERFORM
           IF PICK > 0
               COMPUTE SS-EXPECT-HS(SX) ROUNDED = ELAPSED-HS / PICK
           END-IF.
      *
      *    On a breach, the steps behind it, all on the critical
      *    path (AOCNITE, the critical day stream, the tail): any
      *    running step already past its norm, then the outstanding
      *    steps longest first until their time covers the overrun
      *    - the ones worth starting early, splitting or speeding
      *    up. A shorter day stream cannot drive the night.
       FIND-DRIVERS.
           IF VERDICT = 'BREACH'
               COMPUTE OVERRUN-HS = 0 - MARGIN-HS
               MOVE 0 TO COVERED-HS
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
                   IF SS-OVER-NORM(SX) = 'Y'
                       AND (SS-JOB(SX) = 1 OR SS-JOB(SX) = 6
                            OR SS-JOB(SX) = CRITICAL-JOB)
                       MOVE 'Y' TO SS-DRIVER(SX)
                       ADD 1 TO DRIVER-COUNT
                   END-IF
               END-PERFORM
               MOVE 1 TO PICK
               PERFORM UNTIL COVERED-HS >= OVERRUN-HS OR PICK = 0
                   PERFORM PICK-LONGEST-STEP
                   IF PICK > 0
                       MOVE 'Y' TO SS-DRIVER(PICK)
                       ADD 1 TO DRIVER-COUNT
                       ADD SS-REMAIN-HS(PICK) TO COVERED-HS
                   END-IF
               END-PERFORM
           END-IF.
      *
       PICK-LONGEST-STEP.
           MOVE 0 TO PICK
           MOVE 0 TO BEST-HS
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
               IF SS-STATE(SX) NOT = 'D' AND SS-DRIVER(SX) = 'N'
                   AND SS-REMAIN-HS(SX) > BEST-HS
                   AND (SS-JOB(SX) = 1 OR SS-JOB(SX) = 6
                        OR SS-JOB(SX) = CRITICAL-JOB)
                   MOVE SX TO PICK
                   MOVE SS-REMAIN-HS(SX) TO BEST-HS
               END-IF
           END-PERFORM.
      *
       WRITE-REPORT.
           MOVE SPACES TO RPT-LINE
           MOVE NOW-TIME TO TIME-WORK
           PERFORM EDIT-CLOCK-TIME
           STRING 'BATCH WINDOW FORECAST FOR BUSINESS DATE '
                   DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  CLOCK-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE NIGHT-START TO TIME-WORK
           PERFORM EDIT-CLOCK-TIME
           IF NIGHT-FOUND = 'Y'
               STRING 'NIGHT STARTED ' DELIMITED BY SIZE
                      CLOCK-ED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE 'NIGHT NOT STARTED - WHOLE SUITE PROJECTED FROM NOW'
                   TO RPT-LINE
           END-IF
           MOVE DEADLINE TO DEADLINE-WORK
           STRING '   DEADLINE ' DELIMITED BY SIZE
                  DW-HH DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  DW-MM DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(DEADLINE-SOURCE) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO RPT-LINE(53:60)
           END-STRING
           WRITE RPT-LINE
           IF NO-RUN-DAY = 'Y'
               MOVE SPACES TO RPT-LINE
               MOVE 'CALENDAR SHOWS NO RUN EXPECTED FOR THIS DATE'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'STEP     PROGRAM  CAMP STATE' TO RPT-LINE(1:28)
           MOVE 'EXPECTED-S   TONIGHT-S   REMAIN-S' TO RPT-LINE(33:33)
           MOVE 'RUNS   NOTE' TO RPT-LINE(67:11)
           WRITE RPT-LINE
           PERFORM WRITE-STEP-LINE VARYING SX FROM 1 BY 1
               UNTIL SX > STEP-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'JOB      OPEN STEPS' TO RPT-LINE(1:19)
           MOVE 'REMAIN-S' TO RPT-LINE(58:8)
           WRITE RPT-LINE
           PERFORM WRITE-JOB-LINE VARYING JX FROM 1 BY 1
               UNTIL JX > 6
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           COMPUTE RPT-SEC-ED = REMAINING-HS / 100
           STRING 'REMAINING WORK      ' DELIMITED BY SIZE
                  RPT-SEC-ED DELIMITED BY SIZE
                  ' S' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           COMPUTE CLOCK-HS = NIGHT-START-HS + FINISH-REL
           PERFORM EDIT-CLOCK-HS
           STRING 'PROJECTED FINISH    ' DELIMITED BY SIZE
                  CLOCK-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           COMPUTE RPT-MARGIN-ED = MARGIN-HS / 100
           STRING 'MARGIN TO DEADLINE  ' DELIMITED BY SIZE
                  RPT-MARGIN-ED DELIMITED BY SIZE
                  ' S' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'VERDICT             ' DELIMITED BY SIZE
                  VERDICT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-STEP-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE SS-STEP(SX) TO RPT-LINE(1:8)
           MOVE SS-PROGRAM(SX) TO RPT-LINE(10:8)
           MOVE SS-CAMP(SX) TO RPT-LINE(19:4)
           EVALUATE SS-STATE(SX)
               WHEN 'D'
                   MOVE 'DONE' TO RPT-LINE(24:7)
               WHEN 'R'
                   MOVE 'RUNNING' TO RPT-LINE(24:7)
               WHEN OTHER
                   MOVE 'PENDING' TO RPT-LINE(24:7)
           END-EVALUATE
           COMPUTE RPT-SEC-ED = SS-EXPECT-HS(SX) / 100
           MOVE RPT-SEC-ED TO RPT-LINE(36:7)
           IF SS-STATE(SX) NOT = 'P' AND SS-TONIGHT-HS(SX) > 0
               COMPUTE RPT-SEC-ED = SS-TONIGHT-HS(SX) / 100
               MOVE RPT-SEC-ED TO RPT-LINE(48:7)
           END-IF
           IF SS-STATE(SX) NOT = 'D'
               COMPUTE RPT-SEC-ED = SS-REMAIN-HS(SX) / 100
               MOVE RPT-SEC-ED TO RPT-LINE(59:7)
           END-IF
           MOVE SS-HIST-COUNT(SX) TO RPT-LINE(69:2)
           EVALUATE TRUE
               WHEN SS-DRIVER(SX) = 'Y' AND SS-OVER-NORM(SX) = 'Y'
                   MOVE 'DRIVER - RUNNING PAST ITS NORM'
                       TO RPT-LINE(73:40)
               WHEN SS-DRIVER(SX) = 'Y'
                   MOVE 'DRIVER' TO RPT-LINE(73:40)
               WHEN SS-OVER-NORM(SX) = 'Y'
                   MOVE 'RUNNING PAST ITS NORM' TO RPT-LINE(73:40)
               WHEN SS-HIST-COUNT(SX) = 0
                   MOVE 'NO HISTORY - NOT COUNTED'
                       TO RPT-LINE(73:40)
           END-EVALUATE
           WRITE RPT-LINE.
      *
       WRITE-JOB-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE NJ-JOB(JX) TO RPT-LINE(1:8)
           MOVE JS-OPEN-COUNT(JX) TO RPT-LINE(10:3)
           COMPUTE RPT-SEC-ED = JS-REMAIN-HS(JX) / 100
           MOVE RPT-SEC-ED TO RPT-LINE(59:7)
           IF JX = CRITICAL-JOB
               MOVE 'CRITICAL - LONGEST DAY STREAM' TO RPT-LINE(73:40)
           END-IF
           WRITE RPT-LINE.
      *
       EDIT-CLOCK-TIME.
           MOVE TW-HH TO CK-HH
           MOVE TW-MM TO CK-MM
           MOVE TW-SS TO CK-SS.
      *
      *    A night-relative hundredths count back to a clock time.
       EDIT-CLOCK-HS.
           COMPUTE CLOCK-HS = FUNCTION MOD(CLOCK-HS, 8640000) / 100
           COMPUTE CK-HH = CLOCK-HS / 3600
           COMPUTE CK-MM = FUNCTION MOD(CLOCK-HS, 3600) / 60
           COMPUTE CK-SS = FUNCTION MOD(CLOCK-HS, 60).
      *
      *    A projected breach goes to the console, with the steps
      *    driving it, while there is still time to act on it.
       ALERT-OPERATOR.
           EVALUATE VERDICT
               WHEN 'BREACH'
                   COMPUTE CLOCK-HS = NIGHT-START-HS + FINISH-REL
                   PERFORM EDIT-CLOCK-HS
                   MOVE DEADLINE TO DEADLINE-WORK
                   DISPLAY 'AOCBWIN BATCH WINDOW BREACH PROJECTED - '
                       'FINISH ' CLOCK-ED ', DEADLINE ' DW-HH ':'
                       DW-MM
                   PERFORM VARYING SX FROM 1 BY 1
                       UNTIL SX > STEP-COUNT
                       IF SS-DRIVER(SX) = 'Y'
                           PERFORM ALERT-DRIVER
                       END-IF
                   END-PERFORM
               WHEN 'AT RISK'
                   COMPUTE RPT-MARGIN-ED = MARGIN-HS / 100
                   DISPLAY 'AOCBWIN BATCH WINDOW AT RISK - ONLY '
                       FUNCTION TRIM(RPT-MARGIN-ED)
                       ' S TO SPARE'
           END-EVALUATE.
      *
       ALERT-DRIVER.
           IF SS-OVER-NORM(SX) = 'Y'
               COMPUTE RPT-SEC-ED = SS-TONIGHT-HS(SX) / 100
               DISPLAY 'AOCBWIN   DRIVER ' SS-STEP(SX) ' '
                   SS-PROGRAM(SX) ' ' SS-CAMP(SX) ' RUNNING '
                   RPT-SEC-ED
                   ' S, PAST ITS NORM'
           ELSE
               COMPUTE RPT-SEC-ED = SS-REMAIN-HS(SX) / 100
               DISPLAY 'AOCBWIN   DRIVER ' SS-STEP(SX) ' '
                   SS-PROGRAM(SX) ' ' SS-CAMP(SX) ' STILL TO RUN '
                   RPT-SEC-ED ' S'
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCBWIN' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE STEP-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE RP-ECHO TO RL-NOTE
           MOVE 0 TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
           IF VERDICT = 'BREACH' OR VERDICT = 'AT RISK'
               MOVE 4 TO RL-RC
               MOVE 4 TO RETURN-CODE
               MOVE 1 TO RL-WARN-COUNT
           END-IF
           WRITE RUNLOG-REC.
      *

       COPY RPTPPROC.
