      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCFCST.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTIN  ASSIGN TO ELFHIST
               FILE STATUS IS HIST-STATUS.
           SELECT SUMIN   ASSIGN TO ELFHSUM
               FILE STATUS IS SUM-STATUS.
           SELECT TARGMAST ASSIGN TO ELFTARG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ET-KEY
               FILE STATUS IS TARG-STATUS.
           SELECT TEAMMAST ASSIGN TO TEAMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS TEAM-STATUS.
           SELECT PARMFILE ASSIGN TO AOCPARM
               FILE STATUS IS RP-STATUS.
           SELECT REQOUT  ASSIGN TO PROVREQ.
           SELECT FCSTOUT ASSIGN TO FCSTOUT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Rolling per-elf calorie history: each elf's recent runs
      *    for the moving average, and the retained months' totals
      *    for the seasonal profile. The elves on the latest run
      *    are the ones forecast; an elf missing from it has left
      *    the field and drops out.
       FD  HISTIN RECORDING MODE F.
           COPY ELFHIST.
      *
      *    AOCHSTM's monthly rollups of the detail it has archived
      *    off: the older months of the seasonal profile. A missing
      *    file just leaves the profile to the retained detail.
       FD  SUMIN RECORDING MODE F.
           COPY ELFHSUM.
      *
      *    The keyed per-elf target master AOCTRGM maintains: each
      *    forecast week is set against the allowance in force on
      *    that week's first day, so a target change already keyed
      *    for a future date is allowed for.
       FD  TARGMAST.
           COPY ELFTARG.
      *
      *    Team master, for the per-crew rollup.
       FD  TEAMMAST.
           COPY TEAMMST.
      *
      *    Keyword control cards (see COPYLIB/RPTPPROC.cpy):
      *    WEEKS=n sets the forecast horizon (1-4, default 4);
      *    MAWIN=n the number of latest runs averaged (1-8,
      *    default 4).
       FD  PARMFILE RECORDING MODE F.
       01  PARM-REC               PIC X(80).
      *
      *    Per-crew provisioning requirement file (see
      *    COPYLIB/PROVREQ.cpy).
       FD  REQOUT RECORDING MODE F.
           COPY PROVREQ.
      *
      *    Forecast report: the seasonal factors used, one line per
      *    elf with the moving average, each week's projection and
      *    the allowance it is set against, SHORT where a week's
      *    projection runs past the allowance's tolerance band;
      *    then the crew totals.
       FD  FCSTOUT RECORDING MODE F.
       01  FCST-LINE              PIC X(132).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 HIST-STATUS       PIC X(2) VALUE '00'.
         05 SUM-STATUS        PIC X(2) VALUE '00'.
         05 TARG-STATUS       PIC X(2) VALUE '00'.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 TARGET-FOUND      PIC X(1) VALUE 'N'.

       01 TEMP.
         05 REC-COUNT         PIC 9(9)  VALUE 0.
         05 REQ-COUNT         PIC 9(9)  VALUE 0.
         05 ELF-COUNT         PIC 9(4)  VALUE 0.
         05 SHORT-COUNT       PIC 9(4)  VALUE 0.
         05 NOTARG-COUNT      PIC 9(4)  VALUE 0.
         05 TARG-COUNT        PIC 9(4)  VALUE 0.
         05 TEAM-COUNT        PIC 9(4)  VALUE 0.
         05 CREW-COUNT        PIC 9(2)  VALUE 0.
         05 FCST-WEEKS        PIC 9(1)  VALUE 4.
         05 MA-WINDOW         PIC 9(1)  VALUE 4.
         05 TODAY             PIC 9(8)  VALUE 0.
         05 TODAY-INT         PIC 9(9)  VALUE 0.
         05 LATEST-RUN-DATE   PIC 9(8)  VALUE 0.
         05 CUR-MONTH         PIC 9(2)  VALUE 0.
         05 WEEK-MONTH        PIC 9(2)  VALUE 0.
         05 E                 PIC 9(4)  VALUE 0.
         05 R                 PIC 9(2)  VALUE 0.
         05 W                 PIC 9(1)  VALUE 0.
         05 M                 PIC 9(2)  VALUE 0.
         05 TX                PIC 9(4)  VALUE 0.
         05 CX                PIC 9(2)  VALUE 0.
         05 RUNS-USED         PIC 9(2)  VALUE 0.
         05 MA-SUM            PIC 9(18) VALUE 0.
         05 MOVING-AVG        PIC 9(18) VALUE 0.
         05 BEST-DATE         PIC 9(8)  VALUE 0.
         05 TARGET-VALUE      PIC 9(18) VALUE 0.
         05 TARGET-TOL        PIC 9(3)  VALUE 0.
         05 BAND-LIMIT        PIC 9(18) VALUE 0.
         05 SHORT-WEEK        PIC 9(1)  VALUE 0.
         05 CUR-MONTH-MEAN    PIC 9(18)V9(4) VALUE 0.
         05 WEEK-MONTH-MEAN   PIC 9(18)V9(4) VALUE 0.
         05 CUR-CREW-CODE     PIC X(4)  VALUE SPACES.
         05 CUR-CREW-NAME     PIC X(20) VALUE SPACES.
         05 REFUSE-REASON     PIC X(30) VALUE SPACES.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 RPT-NUM-ED        PIC Z(8)9.
         05 RPT-CAL-ED        PIC Z(11)9.
         05 RPT-CNT-ED        PIC Z(3)9.
         05 RPT-TOL-ED        PIC ZZ9.
         05 RPT-FACTOR-ED     PIC Z9.999.

      *    The forecast weeks: first day, and the seasonal factor
      *    carried to it from the calendar month it falls in.
       01 WEEK-TABLE.
         05 FWEEK OCCURS 4 TIMES.
             10  FW-START         PIC 9(8)  VALUE 0.
             10  FW-FACTOR        PIC 9(3)V9(3) VALUE 1.

      *    Camp-wide calories per run for each calendar month of
      *    the year, from the monthly rollups and the retained
      *    detail together (AOCHSTM moves a record from one to the
      *    other, so nothing is counted twice). The ratio of a
      *    forecast week's month to the current month is the
      *    seasonal factor applied to the moving average.
       01 MONTH-TABLE.
         05 MONTH-TALLY OCCURS 12 TIMES.
             10  MT-TOTAL         PIC 9(18) VALUE 0.
             10  MT-RUNS          PIC 9(9)  VALUE 0.

      *    Per-elf history digest, indexed by elf number as AOCPROF
      *    keeps it: last seen, latest name, and the last-8-runs
      *    totals ring (oldest first).
       01 HIST-TABLE.
         05 HISTED OCCURS 1000 TIMES.
             10  HD-LAST-SEEN     PIC 9(8)  VALUE 0.
             10  HD-NAME          PIC X(20) VALUE SPACES.
             10  HD-RUN-COUNT     PIC 9(2)  VALUE 0.
             10  HD-TOTAL OCCURS 8 TIMES
                                  PIC 9(18) VALUE 0.

      *    Target master loaded up front, in key order (elf number,
      *    then effective date), as AOCVARR loads it.
       01 TARGET-TABLE.
         05 TARGET-ENTRY OCCURS 2000 TIMES.
             10  TG-ELF-ID        PIC 9(9)  VALUE 0.
             10  TG-EFF-DATE      PIC 9(8)  VALUE 0.
             10  TG-TARGET        PIC 9(18) VALUE 0.
             10  TG-TOL-PCT       PIC 9(3)  VALUE 0.

       01 TEAM-TABLE.
         05 TEAM-ENTRY OCCURS 1000 TIMES.
             10  TE-ELF-ID        PIC 9(9)  VALUE 0.
             10  TE-CREW-CODE     PIC X(4)  VALUE SPACES.
             10  TE-CREW-NAME     PIC X(20) VALUE SPACES.

      *    Crew rollup of the projections (50 crews, as AOCLDRB).
       01 CREW-TABLE.
         05 CREW OCCURS 50 TIMES.
             10  CW-CODE          PIC X(4)  VALUE SPACES.
             10  CW-NAME          PIC X(20) VALUE SPACES.
             10  CW-MEMBERS       PIC 9(4)  VALUE 0.
             10  CW-SHORT         PIC 9(4)  VALUE 0.
             10  CW-NEED OCCURS 4 TIMES
                                  PIC 9(18) VALUE 0.
             10  CW-ALLOW OCCURS 4 TIMES
                                  PIC 9(18) VALUE 0.

      *    The elf being forecast, week by week.
       01 ELF-FORECAST.
         05 EF-WEEK OCCURS 4 TIMES.
             10  EF-NEED          PIC 9(18) VALUE 0.
             10  EF-ALLOW         PIC 9(18) VALUE 0.
             10  EF-TOL           PIC 9(3)  VALUE 0.
             10  EF-HAS-TARGET    PIC X(1)  VALUE 'N'.

       COPY RPTPARM.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REQOUT FCSTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCFCST I/O ERROR - ABNORMAL END AT RECORD '
               REC-COUNT
           MOVE 'AOCFCST' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE REQ-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE SHORT-COUNT TO RL-WARN-COUNT
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
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY).
           OPEN OUTPUT REQOUT.
           OPEN OUTPUT FCSTOUT.
           PERFORM READ-PARM.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-SUMMARY.
           PERFORM LOAD-TARGETS.
           PERFORM LOAD-TEAM-MASTER.
      *
       BUILD-FORECAST.
           IF ELF-COUNT = 0
               MOVE 8 TO RUN-RC
               MOVE 'NO CALORIE HISTORY' TO REFUSE-REASON
               MOVE '*** NO CALORIE HISTORY ON ELFHIST - NO FORECAST'
                   TO FCST-LINE
               WRITE FCST-LINE
           ELSE
               PERFORM SET-FORECAST-WEEKS
               PERFORM WRITE-FORECAST-HEADING
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > 1000
                   IF HD-LAST-SEEN(E) = LATEST-RUN-DATE
                       AND HD-RUN-COUNT(E) > 0
                       PERFORM FORECAST-ELF
                   END-IF
               END-PERFORM
               PERFORM WRITE-CREW-REQUIREMENTS
           END-IF
           .
      *
       CLOSE-STOP.
           IF RUN-RC = 0
               DISPLAY 'AOCFCST ELVES FORECAST    = ' ELF-COUNT
               DISPLAY 'AOCFCST ELVES SHORT       = ' SHORT-COUNT
               DISPLAY 'AOCFCST WITH NO TARGET    = ' NOTARG-COUNT
               DISPLAY 'AOCFCST CREW RECORDS      = ' REQ-COUNT
           ELSE
               DISPLAY 'AOCFCST NO FORECAST - ' REFUSE-REASON
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE REQOUT.
           CLOSE FCSTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
       READ-PARM.
           PERFORM READ-RPT-PARMS
           MOVE 'WEEKS' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE >= 1 AND RP-NUM-VALUE <= 4
                   MOVE RP-NUM-VALUE TO FCST-WEEKS
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           MOVE 'MAWIN' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE >= 1 AND RP-NUM-VALUE <= 8
                   MOVE RP-NUM-VALUE TO MA-WINDOW
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           PERFORM REPORT-UNUSED-PARMS.
      *
      *--- inputs ----------------------------------------------------
       LOAD-HISTORY.
           OPEN INPUT HISTIN
           IF HIST-STATUS = '00'
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM POST-HIST-RECORD
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE HISTIN
           END-IF
           MOVE SPACE TO LASTREC
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > 1000
               IF HD-LAST-SEEN(E) = LATEST-RUN-DATE
                   AND HD-RUN-COUNT(E) > 0
                   ADD 1 TO ELF-COUNT
               END-IF
           END-PERFORM.
      *
       READ-HIST-RECORD.
           READ HISTIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
      *    Month tally for the seasonal profile, then the elf's
      *    last-8-runs ring, oldest first, as AOCPROF keeps it.
       POST-HIST-RECORD.
           IF EH-RUN-DATE > LATEST-RUN-DATE
               MOVE EH-RUN-DATE TO LATEST-RUN-DATE
           END-IF
           MOVE EH-RUN-DATE(5:2) TO M
           IF M >= 1 AND M <= 12
               ADD EH-CALTOTAL TO MT-TOTAL(M)
               ADD 1 TO MT-RUNS(M)
           END-IF
           IF EH-ELF-NUM >= 1 AND EH-ELF-NUM <= 1000
               MOVE EH-ELF-NUM TO E
               IF EH-RUN-DATE >= HD-LAST-SEEN(E)
                   MOVE EH-RUN-DATE TO HD-LAST-SEEN(E)
                   MOVE EH-ELF-NAME TO HD-NAME(E)
               END-IF
               IF HD-RUN-COUNT(E) < 8
                   ADD 1 TO HD-RUN-COUNT(E)
               ELSE
                   PERFORM VARYING R FROM 1 BY 1 UNTIL R > 7
                       MOVE HD-TOTAL(E, R + 1) TO HD-TOTAL(E, R)
                   END-PERFORM
               END-IF
               MOVE EH-CALTOTAL TO HD-TOTAL(E, HD-RUN-COUNT(E))
           END-IF.
      *
       LOAD-SUMMARY.
           OPEN INPUT SUMIN
           IF SUM-STATUS = '00'
               PERFORM READ-SUM-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ES-YEARMON(5:2) TO M
                   IF M >= 1 AND M <= 12
                       ADD ES-TOTAL TO MT-TOTAL(M)
                       ADD ES-RUN-COUNT TO MT-RUNS(M)
                   END-IF
                   PERFORM READ-SUM-RECORD
               END-PERFORM
               CLOSE SUMIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-SUM-RECORD.
           READ SUMIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
      *    A missing or empty target cluster just leaves the table
      *    empty; every elf then forecasts with no allowance.
       LOAD-TARGETS.
           OPEN INPUT TARGMAST
           IF TARG-STATUS = '00'
               PERFORM READ-TARGET-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF TARG-COUNT < 2000
                       ADD 1 TO TARG-COUNT
                       MOVE ET-ELF-ID TO TG-ELF-ID(TARG-COUNT)
                       MOVE ET-EFF-DATE TO TG-EFF-DATE(TARG-COUNT)
                       MOVE ET-TARGET TO TG-TARGET(TARG-COUNT)
                       MOVE ET-TOL-PCT TO TG-TOL-PCT(TARG-COUNT)
                   END-IF
                   PERFORM READ-TARGET-RECORD
               END-PERFORM
               CLOSE TARGMAST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-TARGET-RECORD.
           READ TARGMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       LOAD-TEAM-MASTER.
           OPEN INPUT TEAMMAST
           IF TEAM-STATUS = '00'
               PERFORM READ-TEAM-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF TEAM-COUNT < 1000
                       ADD 1 TO TEAM-COUNT
                       MOVE TM-ELF-ID TO TE-ELF-ID(TEAM-COUNT)
                       MOVE TM-CREW-CODE TO TE-CREW-CODE(TEAM-COUNT)
                       MOVE TM-CREW-NAME TO TE-CREW-NAME(TEAM-COUNT)
                   END-IF
                   PERFORM READ-TEAM-RECORD
               END-PERFORM
               CLOSE TEAMMAST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-TEAM-RECORD.
           READ TEAMMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *--- forecast --------------------------------------------------
      *    Week n runs from the day after n-1 weeks from today. A
      *    week whose month, or the current month, has no history
      *    behind it keeps a factor of 1 - the moving average
      *    stands unadjusted.
       SET-FORECAST-WEEKS.
           MOVE TODAY(5:2) TO CUR-MONTH
           IF MT-RUNS(CUR-MONTH) > 0
               COMPUTE CUR-MONTH-MEAN ROUNDED =
                   MT-TOTAL(CUR-MONTH) / MT-RUNS(CUR-MONTH)
           END-IF
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > FCST-WEEKS
               COMPUTE FW-START(W) = FUNCTION DATE-OF-INTEGER(
                   TODAY-INT + 1 + (W - 1) * 7)
               MOVE FW-START(W)(5:2) TO WEEK-MONTH
               MOVE 1 TO FW-FACTOR(W)
               IF MT-RUNS(WEEK-MONTH) > 0 AND CUR-MONTH-MEAN > 0
                   COMPUTE WEEK-MONTH-MEAN ROUNDED =
                       MT-TOTAL(WEEK-MONTH) / MT-RUNS(WEEK-MONTH)
                   COMPUTE FW-FACTOR(W) ROUNDED =
                       WEEK-MONTH-MEAN / CUR-MONTH-MEAN
                       ON SIZE ERROR MOVE 1 TO FW-FACTOR(W)
                   END-COMPUTE
               END-IF
           END-PERFORM.
      *
      *    Moving average of the elf's latest MAWIN runs (all of
      *    them when it has fewer), carried into each week by that
      *    week's seasonal factor and set against the allowance in
      *    force on the week's first day. The first week whose
      *    projection runs past allowance plus tolerance is the
      *    week the elf goes short.
       FORECAST-ELF.
           MOVE 0 TO MA-SUM
           MOVE 0 TO RUNS-USED
           MOVE HD-RUN-COUNT(E) TO R
           PERFORM UNTIL R < 1 OR RUNS-USED >= MA-WINDOW
               ADD HD-TOTAL(E, R) TO MA-SUM
               ADD 1 TO RUNS-USED
               SUBTRACT 1 FROM R
           END-PERFORM
           COMPUTE MOVING-AVG ROUNDED = MA-SUM / RUNS-USED
           MOVE 0 TO SHORT-WEEK
           INITIALIZE ELF-FORECAST
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > FCST-WEEKS
               COMPUTE EF-NEED(W) ROUNDED =
                   MOVING-AVG * FW-FACTOR(W)
               PERFORM LOOKUP-TARGET
               IF TARGET-FOUND = 'Y'
                   MOVE 'Y' TO EF-HAS-TARGET(W)
                   MOVE TARGET-VALUE TO EF-ALLOW(W)
                   MOVE TARGET-TOL TO EF-TOL(W)
                   COMPUTE BAND-LIMIT =
                       TARGET-VALUE * (100 + TARGET-TOL) / 100
                   IF EF-NEED(W) > BAND-LIMIT AND SHORT-WEEK = 0
                       MOVE W TO SHORT-WEEK
                   END-IF
               END-IF
           END-PERFORM
           IF SHORT-WEEK > 0
               ADD 1 TO SHORT-COUNT
           END-IF
           IF EF-HAS-TARGET(1) NOT = 'Y'
               ADD 1 TO NOTARG-COUNT
           END-IF
           PERFORM WRITE-ELF-LINE
           PERFORM POST-CREW-FORECAST.
      *
      *    The target in force on the forecast week's first day:
      *    the entry for this elf with the highest effective date
      *    at or before it.
       LOOKUP-TARGET.
           MOVE 'N' TO TARGET-FOUND
           MOVE 0 TO BEST-DATE
           MOVE 0 TO TARGET-VALUE
           MOVE 0 TO TARGET-TOL
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TARG-COUNT
               IF TG-ELF-ID(TX) = E
                   AND TG-EFF-DATE(TX) <= FW-START(W)
                   AND TG-EFF-DATE(TX) >= BEST-DATE
                   MOVE 'Y' TO TARGET-FOUND
                   MOVE TG-EFF-DATE(TX) TO BEST-DATE
                   MOVE TG-TARGET(TX) TO TARGET-VALUE
                   MOVE TG-TOL-PCT(TX) TO TARGET-TOL
               END-IF
           END-PERFORM.
      *
       POST-CREW-FORECAST.
           MOVE '-   ' TO CUR-CREW-CODE
           MOVE '(NONE)' TO CUR-CREW-NAME
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TEAM-COUNT
               IF TE-ELF-ID(TX) = E
                   MOVE TE-CREW-CODE(TX) TO CUR-CREW-CODE
                   MOVE TE-CREW-NAME(TX) TO CUR-CREW-NAME
               END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
               OR CW-CODE(CX) = CUR-CREW-CODE
               CONTINUE
           END-PERFORM
           IF CX > CREW-COUNT
               IF CREW-COUNT < 50
                   ADD 1 TO CREW-COUNT
                   MOVE CREW-COUNT TO CX
                   MOVE CUR-CREW-CODE TO CW-CODE(CX)
                   MOVE CUR-CREW-NAME TO CW-NAME(CX)
               ELSE
                   MOVE 0 TO CX
               END-IF
           END-IF
           IF CX > 0
               ADD 1 TO CW-MEMBERS(CX)
               IF SHORT-WEEK > 0
                   ADD 1 TO CW-SHORT(CX)
               END-IF
               PERFORM VARYING W FROM 1 BY 1 UNTIL W > FCST-WEEKS
                   ADD EF-NEED(W) TO CW-NEED(CX, W)
                   ADD EF-ALLOW(W) TO CW-ALLOW(CX, W)
               END-PERFORM
           END-IF.
      *
      *--- report and requirement file -------------------------------
       WRITE-FORECAST-HEADING.
           MOVE SPACES TO FCST-LINE
           STRING 'PROVISIONING FORECAST - RUN DATE ' DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE
                  '  HISTORY TO ' DELIMITED BY SIZE
                  LATEST-RUN-DATE DELIMITED BY SIZE
                  '  MOVING AVERAGE OF LAST ' DELIMITED BY SIZE
                  MA-WINDOW DELIMITED BY SIZE
                  ' RUNS' DELIMITED BY SIZE
               INTO FCST-LINE
           END-STRING
           WRITE FCST-LINE
           MOVE SPACES TO FCST-LINE
           MOVE 'WEEK STARTING / SEASONAL FACTOR:' TO FCST-LINE
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > FCST-WEEKS
               MOVE FW-FACTOR(W) TO RPT-FACTOR-ED
               MOVE FW-START(W) TO FCST-LINE(W * 18 + 17:8)
               MOVE RPT-FACTOR-ED TO FCST-LINE(W * 18 + 26:6)
           END-PERFORM
           WRITE FCST-LINE
           MOVE SPACES TO FCST-LINE
           WRITE FCST-LINE
           MOVE SPACES TO FCST-LINE
           STRING 'ELF NUM   NAME                 CREW      MOVING AVG'
                   DELIMITED BY SIZE
                  '       WEEK 1       WEEK 2       WEEK 3       WEEK 4'
                   DELIMITED BY SIZE
                  '    ALLOWANCE TOL FLAG' DELIMITED BY SIZE
               INTO FCST-LINE
           END-STRING
           WRITE FCST-LINE.
      *
       WRITE-ELF-LINE.
           MOVE SPACES TO FCST-LINE
           MOVE E TO RPT-NUM-ED
           MOVE RPT-NUM-ED TO FCST-LINE(1:9)
           MOVE HD-NAME(E) TO FCST-LINE(11:20)
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TEAM-COUNT
               IF TE-ELF-ID(TX) = E
                   MOVE TE-CREW-CODE(TX) TO FCST-LINE(32:4)
               END-IF
           END-PERFORM
           MOVE MOVING-AVG TO RPT-CAL-ED
           MOVE RPT-CAL-ED TO FCST-LINE(40:12)
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > FCST-WEEKS
               MOVE EF-NEED(W) TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO FCST-LINE(W * 13 + 40:12)
           END-PERFORM
           IF EF-HAS-TARGET(1) = 'Y'
               MOVE EF-ALLOW(1) TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO FCST-LINE(105:12)
               MOVE EF-TOL(1) TO RPT-TOL-ED
               MOVE RPT-TOL-ED TO FCST-LINE(118:3)
           ELSE
               MOVE '(NO TARGET)' TO FCST-LINE(106:11)
           END-IF
           IF SHORT-WEEK > 0
               MOVE 'SHORT WK ' TO FCST-LINE(122:9)
               MOVE SHORT-WEEK TO FCST-LINE(131:1)
           END-IF
           WRITE FCST-LINE.
      *
      *    One requirement record per crew; the report repeats the
      *    crew totals with how many members go short.
       WRITE-CREW-REQUIREMENTS.
           MOVE SPACES TO FCST-LINE
           WRITE FCST-LINE
           MOVE SPACES TO FCST-LINE
           STRING 'CREW  NAME                 MEMBERS  SHORT'
                   DELIMITED BY SIZE
                  '       WEEK 1       WEEK 2       WEEK 3       WEEK 4'
                   DELIMITED BY SIZE
                  '  WK1 ALLOWANCE' DELIMITED BY SIZE
               INTO FCST-LINE
           END-STRING
           WRITE FCST-LINE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
               PERFORM WRITE-CREW-REQUIREMENT
           END-PERFORM
           MOVE SPACES TO FCST-LINE
           WRITE FCST-LINE
           MOVE SPACES TO FCST-LINE
           MOVE ELF-COUNT TO RPT-CNT-ED
           STRING 'ELVES FORECAST ' DELIMITED BY SIZE
                  RPT-CNT-ED DELIMITED BY SIZE
                  '   GOING SHORT ' DELIMITED BY SIZE
               INTO FCST-LINE
           END-STRING
           MOVE SHORT-COUNT TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO FCST-LINE(35:4)
           MOVE '   WITH NO TARGET' TO FCST-LINE(39:17)
           MOVE NOTARG-COUNT TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO FCST-LINE(57:4)
           WRITE FCST-LINE.
      *
       WRITE-CREW-REQUIREMENT.
           INITIALIZE PROVREQ-REC
           MOVE TODAY TO PR-RUN-DATE
           MOVE CW-CODE(CX) TO PR-CREW-CODE
           MOVE CW-NAME(CX) TO PR-CREW-NAME
           MOVE CW-MEMBERS(CX) TO PR-MEMBERS
           MOVE CW-SHORT(CX) TO PR-SHORT-COUNT
           MOVE SPACES TO FCST-LINE
           MOVE CW-CODE(CX) TO FCST-LINE(1:4)
           MOVE CW-NAME(CX) TO FCST-LINE(7:20)
           MOVE CW-MEMBERS(CX) TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO FCST-LINE(31:4)
           MOVE CW-SHORT(CX) TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO FCST-LINE(38:4)
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > FCST-WEEKS
               MOVE FW-START(W) TO PR-WEEK-START(W)
               MOVE CW-NEED(CX, W) TO PR-NEED(W)
               MOVE CW-ALLOW(CX, W) TO PR-ALLOWANCE(W)
               MOVE CW-NEED(CX, W) TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO FCST-LINE(W * 13 + 30:12)
           END-PERFORM
           MOVE CW-ALLOW(CX, 1) TO RPT-CAL-ED
           MOVE RPT-CAL-ED TO FCST-LINE(97:12)
           WRITE FCST-LINE
           WRITE PROVREQ-REC
           ADD 1 TO REQ-COUNT.
      *
       WRITE-RUNLOG.
           MOVE 'AOCFCST' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE REQ-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE RP-ECHO TO RL-NOTE
           MOVE RUN-RC TO RL-RC
           MOVE SHORT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY RPTPPROC.
