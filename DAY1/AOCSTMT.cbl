      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCSTMT.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTIN  ASSIGN TO ELFHIST
               FILE STATUS IS HIST-STATUS.
           SELECT ELFMAST ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELF-KEY
               FILE STATUS IS ROST-STATUS.
           SELECT PROFMAST ASSIGN TO ELFPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-ELF-ID
               FILE STATUS IS PROF-STATUS.
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
           SELECT SORTFILE ASSIGN TO SORTWK01.
           SELECT PARMFILE ASSIGN TO AOCPARM
               FILE STATUS IS RP-STATUS.
           SELECT STMTOUT ASSIGN TO STMTOUT.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Rolling per-elf calorie history (the job concatenates
      *    AOCHSTM's archive ahead of the live file, so a month
      *    the retention pass has already trimmed is still whole):
      *    each run's total in the statement month.
       FD  HISTIN RECORDING MODE F.
           COPY ELFHIST.
      *
      *    Master elf roster: the active roster the statement count
      *    is reconciled against. Statements are the home camp's
      *    (the profile, target and team masters are keyed by
      *    ELF-ID alone), so other camps' roster records are
      *    passed over.
       FD  ELFMAST.
           COPY ELFROST.
      *
      *    Per-elf profile master: name, rank and movement, and the
      *    season's cap-exception count for the page heading.
       FD  PROFMAST.
           COPY ELFPROF.
      *
      *    Target master: the allowance and tolerance in force at
      *    month end for the heading, and on each run's date for
      *    that run's variance, as AOCVARR reports it.
       FD  TARGMAST.
           COPY ELFTARG.
      *
      *    Team master: statements are sorted and bundled by crew.
       FD  TEAMMAST.
           COPY TEAMMST.
      *
      *    One 'A' record per statement elf and one 'R' record per
      *    run in the month, sorted by crew, elf, then run order,
      *    so each elf's page prints as one control-break group.
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-CREW-CODE      PIC X(4).
           05  SRT-ELF-ID         PIC 9(9).
           05  SRT-TYPE           PIC X(1).
           05  SRT-RUN-DATE       PIC 9(8).
           05  SRT-RUN-SEQ        PIC 9(4).
           05  SRT-TOTAL          PIC 9(18).
      *
      *    Keyword control cards (see COPYLIB/RPTPPROC.cpy):
      *    RPTYM=yyyymm picks the statement month; a missing deck
      *    or card prints last month's statements.
       FD  PARMFILE RECORDING MODE F.
       01  PARM-REC               PIC X(80).
      *
      *    Statement print file, one page per elf in crew order,
      *    ready for the supply tent to hand out crew by crew.
       FD  STMTOUT RECORDING MODE F.
       01  STMT-LINE              PIC X(132).
      *
      *    Control report: statements printed against the active
      *    roster count, per-crew counts, and every roster elf that
      *    got no statement (or profile that isn't on the roster)
      *    with the reason.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE               PIC X(80).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 SORT-EOF          PIC X VALUE 'N'.
         05 HIST-STATUS       PIC X(2) VALUE '00'.
         05 ROST-STATUS       PIC X(2) VALUE '00'.
         05 PROF-STATUS       PIC X(2) VALUE '00'.
         05 TARG-STATUS       PIC X(2) VALUE '00'.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 TARGET-FOUND      PIC X(1) VALUE 'N'.
         05 PAGE-OPEN         PIC X(1) VALUE 'N'.

       01 TEMP.
         05 REC-COUNT         PIC 9(9)  VALUE 0.
         05 ROSTER-COUNT      PIC 9(4)  VALUE 0.
         05 PROF-COUNT        PIC 9(4)  VALUE 0.
         05 TEAM-COUNT        PIC 9(4)  VALUE 0.
         05 TARG-COUNT        PIC 9(4)  VALUE 0.
         05 CREW-COUNT        PIC 9(2)  VALUE 0.
         05 STMT-COUNT        PIC 9(4)  VALUE 0.
         05 MISSING-COUNT     PIC 9(4)  VALUE 0.
         05 OFFROST-COUNT     PIC 9(4)  VALUE 0.
         05 PAGE-COUNT        PIC 9(5)  VALUE 0.
         05 RPT-YEARMON       PIC 9(6)  VALUE 0.
         05 MONTH-END         PIC 9(8)  VALUE 0.
         05 NEXT-MONTH-START  PIC 9(8)  VALUE 0.
         05 TODAY             PIC 9(8)  VALUE 0.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 RX                PIC 9(4)  VALUE 0.
         05 PX                PIC 9(4)  VALUE 0.
         05 TX                PIC 9(4)  VALUE 0.
         05 CX                PIC 9(2)  VALUE 0.
         05 CUR-ELF-ID        PIC 9(9)  VALUE 0.
         05 CUR-CREW-CODE     PIC X(4)  VALUE SPACES.
         05 CUR-CREW-NAME     PIC X(20) VALUE SPACES.
         05 LOOKUP-ELF        PIC 9(9)  VALUE 0.
         05 LOOKUP-DATE       PIC 9(8)  VALUE 0.
         05 BEST-DATE         PIC 9(8)  VALUE 0.
         05 TARGET-VALUE      PIC 9(18) VALUE 0.
         05 TARGET-TOL        PIC 9(3)  VALUE 0.
         05 VAR-AMOUNT        PIC 9(18) VALUE 0.
         05 VAR-PCT           PIC 9(5)V9 VALUE 0.
         05 OVER-UNDER        PIC X(1)  VALUE SPACE.
         05 ELF-RUNS          PIC 9(4)  VALUE 0.
         05 ELF-MONTH-TOTAL   PIC 9(18) VALUE 0.
         05 ELF-MONTH-AVG     PIC 9(18) VALUE 0.
         05 ELF-OUTSIDE       PIC 9(4)  VALUE 0.
         05 RPT-NUM-ED        PIC Z(8)9.
         05 RPT-CAL-ED        PIC Z(11)9.
         05 RPT-CNT-ED        PIC Z(3)9.
         05 RPT-RANK-ED       PIC Z(3)9.
         05 RPT-MOVE-ED       PIC +ZZZ9.
         05 RPT-TOL-ED        PIC ZZ9.
         05 RPT-PCT-ED        PIC Z(4)9.9.

      *    The active roster; RS-PRINTED marks the elves that got
      *    a statement, so the control report can name the rest.
       01 ROSTER-TABLE.
         05 ROSTER-ENTRY OCCURS 1000 TIMES.
             10  RS-ELF-ID        PIC 9(9)  VALUE 0.
             10  RS-PRINTED       PIC X(1)  VALUE 'N'.

       01 PROF-TABLE.
         05 PROF-ENTRY OCCURS 1000 TIMES.
             10  PT-ELF-ID        PIC 9(9)  VALUE 0.
             10  PT-NAME          PIC X(20) VALUE SPACES.
             10  PT-RANK          PIC 9(4)  VALUE 0.
             10  PT-RANK-MOVE     PIC S9(4) VALUE 0.
             10  PT-CAP-COUNT     PIC 9(5)  VALUE 0.
             10  PT-LAST-RUN-DATE PIC 9(8)  VALUE 0.

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

      *    Statements per crew for the control report (50 crews,
      *    as AOCLDRB).
       01 CREW-TABLE.
         05 CREW OCCURS 50 TIMES.
             10  CW-CODE          PIC X(4)  VALUE SPACES.
             10  CW-NAME          PIC X(20) VALUE SPACES.
             10  CW-STMTS         PIC 9(4)  VALUE 0.

       COPY RPTPARM.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON STMTOUT RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCSTMT I/O ERROR - ABNORMAL END AT RECORD '
               REC-COUNT
           MOVE 'AOCSTMT' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE STMT-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE MISSING-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       MAIN-SORT.
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE RL-RUN-DATE TO TODAY.
           OPEN OUTPUT STMTOUT.
           OPEN OUTPUT RPTOUT.
           PERFORM READ-PARM
           PERFORM SET-STATEMENT-MONTH
           PERFORM LOAD-ROSTER
           PERFORM LOAD-PROFILES
           PERFORM LOAD-TARGETS
           PERFORM LOAD-TEAM-MASTER
           SORT SORTFILE
               ON ASCENDING KEY SRT-CREW-CODE SRT-ELF-ID SRT-TYPE
                                SRT-RUN-DATE SRT-RUN-SEQ
               INPUT PROCEDURE IS RELEASE-STATEMENTS
               OUTPUT PROCEDURE IS PRINT-STATEMENTS
           PERFORM WRITE-CONTROL-REPORT
           DISPLAY 'AOCSTMT STATEMENT MONTH   = ' RPT-YEARMON
           DISPLAY 'AOCSTMT ACTIVE ROSTER     = ' ROSTER-COUNT
           DISPLAY 'AOCSTMT STATEMENTS        = ' STMT-COUNT
           DISPLAY 'AOCSTMT ROSTER NOT PRINTED= ' MISSING-COUNT
           IF MISSING-COUNT > 0 OR OFFROST-COUNT > 0
               MOVE 4 TO RUN-RC
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE STMTOUT.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
       READ-PARM.
           PERFORM READ-RPT-PARMS
           MOVE 'RPTYM' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE > 190000 AND RP-NUM-VALUE < 300000
                   AND RP-NUM-VALUE(17:2) >= '01'
                   AND RP-NUM-VALUE(17:2) <= '12'
                   MOVE RP-NUM-VALUE TO RPT-YEARMON
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           PERFORM REPORT-UNUSED-PARMS.
      *
      *    With no RPTYM card the statements are for the month
      *    before the run date - the run is scheduled for the first
      *    days of the month after.
       SET-STATEMENT-MONTH.
           IF RPT-YEARMON = 0
               COMPUTE RPT-YEARMON = TODAY / 100
               IF TODAY(5:2) = '01'
                   COMPUTE RPT-YEARMON = RPT-YEARMON - 89
               ELSE
                   COMPUTE RPT-YEARMON = RPT-YEARMON - 1
               END-IF
           END-IF
           IF RPT-YEARMON(5:2) = '12'
               COMPUTE NEXT-MONTH-START = (RPT-YEARMON + 89) * 100 + 1
           ELSE
               COMPUTE NEXT-MONTH-START = (RPT-YEARMON + 1) * 100 + 1
           END-IF
           COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1).
      *
      *--- inputs ----------------------------------------------------
      *    Key 0 on each keyed store is its setup prime record, not
      *    an elf.
       LOAD-ROSTER.
           OPEN INPUT ELFMAST
           IF ROST-STATUS = '00'
               PERFORM READ-ROSTER
               PERFORM UNTIL LASTREC = 'Y'
                   IF ELF-ID NOT = 0 AND ROSTER-COUNT < 1000
                      AND ELF-CAMP = HOME-CAMP
                       ADD 1 TO ROSTER-COUNT
                       MOVE ELF-ID TO RS-ELF-ID(ROSTER-COUNT)
                   END-IF
                   PERFORM READ-ROSTER
               END-PERFORM
               CLOSE ELFMAST
           ELSE
               DISPLAY 'AOCSTMT ELFROST OPEN FAILED, STATUS = '
                   ROST-STATUS
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-ROSTER.
           READ ELFMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF ROST-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       LOAD-PROFILES.
           OPEN INPUT PROFMAST
           IF PROF-STATUS = '00'
               PERFORM READ-PROFILE
               PERFORM UNTIL LASTREC = 'Y'
                   IF PF-ELF-ID NOT = 0 AND PROF-COUNT < 1000
                       ADD 1 TO PROF-COUNT
                       MOVE PF-ELF-ID TO PT-ELF-ID(PROF-COUNT)
                       MOVE PF-NAME TO PT-NAME(PROF-COUNT)
                       MOVE PF-RANK TO PT-RANK(PROF-COUNT)
                       MOVE PF-RANK-MOVE TO PT-RANK-MOVE(PROF-COUNT)
                       MOVE PF-CAP-COUNT TO PT-CAP-COUNT(PROF-COUNT)
                       MOVE PF-LAST-RUN-DATE
                           TO PT-LAST-RUN-DATE(PROF-COUNT)
                   END-IF
                   PERFORM READ-PROFILE
               END-PERFORM
               CLOSE PROFMAST
           ELSE
               DISPLAY 'AOCSTMT ELFPROF OPEN FAILED, STATUS = '
                   PROF-STATUS
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-PROFILE.
           READ PROFMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF PROF-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
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
      *--- sort input ------------------------------------------------
      *    A statement goes to every elf on the active roster with
      *    a profile on file; the month's runs follow only for
      *    those elves. A profile off the roster (a departed elf
      *    not yet purged) is counted for the control report and
      *    gets no statement.
       RELEASE-STATEMENTS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROF-COUNT
               MOVE PT-ELF-ID(PX) TO LOOKUP-ELF
               PERFORM FIND-ROSTER-ELF
               IF RX > 0
                   MOVE 'Y' TO RS-PRINTED(RX)
                   PERFORM FIND-CREW-OF-ELF
                   MOVE CUR-CREW-CODE TO SRT-CREW-CODE
                   MOVE LOOKUP-ELF TO SRT-ELF-ID
                   MOVE 'A' TO SRT-TYPE
                   MOVE 0 TO SRT-RUN-DATE
                   MOVE 0 TO SRT-RUN-SEQ
                   MOVE 0 TO SRT-TOTAL
                   RELEASE SORT-REC
               ELSE
                   ADD 1 TO OFFROST-COUNT
               END-IF
           END-PERFORM
           OPEN INPUT HISTIN
           IF HIST-STATUS = '00'
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF EH-RUN-DATE(1:6) = RPT-YEARMON
                       PERFORM RELEASE-MONTH-RUN
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE HISTIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-HIST-RECORD.
           READ HISTIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
       RELEASE-MONTH-RUN.
           MOVE EH-ELF-NUM TO LOOKUP-ELF
           PERFORM FIND-ROSTER-ELF
           IF RX > 0
               PERFORM FIND-PROFILE
               IF PX > 0
                   PERFORM FIND-CREW-OF-ELF
                   MOVE CUR-CREW-CODE TO SRT-CREW-CODE
                   MOVE LOOKUP-ELF TO SRT-ELF-ID
                   MOVE 'R' TO SRT-TYPE
                   MOVE EH-RUN-DATE TO SRT-RUN-DATE
                   MOVE EH-RUN-SEQ TO SRT-RUN-SEQ
                   MOVE EH-CALTOTAL TO SRT-TOTAL
                   RELEASE SORT-REC
               END-IF
           END-IF.
      *
       FIND-ROSTER-ELF.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROSTER-COUNT
               OR RS-ELF-ID(RX) = LOOKUP-ELF
               CONTINUE
           END-PERFORM
           IF RX > ROSTER-COUNT
               MOVE 0 TO RX
           END-IF.
      *
       FIND-PROFILE.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROF-COUNT
               OR PT-ELF-ID(PX) = LOOKUP-ELF
               CONTINUE
           END-PERFORM
           IF PX > PROF-COUNT
               MOVE 0 TO PX
           END-IF.
      *
       FIND-CREW-OF-ELF.
           MOVE '-   ' TO CUR-CREW-CODE
           MOVE '(NONE)' TO CUR-CREW-NAME
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TEAM-COUNT
               IF TE-ELF-ID(TX) = LOOKUP-ELF
                   MOVE TE-CREW-CODE(TX) TO CUR-CREW-CODE
                   MOVE TE-CREW-NAME(TX) TO CUR-CREW-NAME
               END-IF
           END-PERFORM.
      *
      *--- statements ------------------------------------------------
      *    Control break on elf: an 'A' record opens the elf's page,
      *    each 'R' record is a run line, and the next 'A' (or the
      *    end of the sort) closes the page with the month totals.
       PRINT-STATEMENTS.
           PERFORM RETURN-STATEMENT
           PERFORM UNTIL SORT-EOF = 'Y'
               IF SRT-TYPE = 'A'
                   IF PAGE-OPEN = 'Y'
                       PERFORM CLOSE-STATEMENT
                   END-IF
                   PERFORM OPEN-STATEMENT
               ELSE
                   PERFORM PRINT-RUN-LINE
               END-IF
               PERFORM RETURN-STATEMENT
           END-PERFORM
           IF PAGE-OPEN = 'Y'
               PERFORM CLOSE-STATEMENT
           END-IF.
      *
       RETURN-STATEMENT.
           RETURN SORTFILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
      *
       OPEN-STATEMENT.
           MOVE 'Y' TO PAGE-OPEN
           ADD 1 TO STMT-COUNT
           ADD 1 TO PAGE-COUNT
           MOVE 0 TO ELF-RUNS
           MOVE 0 TO ELF-MONTH-TOTAL
           MOVE 0 TO ELF-OUTSIDE
           MOVE SRT-ELF-ID TO CUR-ELF-ID
           MOVE SRT-ELF-ID TO LOOKUP-ELF
           PERFORM FIND-PROFILE
           PERFORM FIND-CREW-OF-ELF
           PERFORM COUNT-CREW-STATEMENT
           MOVE SPACES TO STMT-LINE
           STRING 'NORTH POLE SUPPLY TENT - MONTHLY CALORIE STATEMENT'
                   DELIMITED BY SIZE
                  '   MONTH ' DELIMITED BY SIZE
                  RPT-YEARMON(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  RPT-YEARMON(5:2) DELIMITED BY SIZE
                  '   CREW ' DELIMITED BY SIZE
                  CUR-CREW-CODE DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           MOVE 'PAGE' TO STMT-LINE(120:4)
           MOVE PAGE-COUNT TO RPT-NUM-ED
           MOVE RPT-NUM-ED(5:5) TO STMT-LINE(125:5)
           WRITE STMT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           MOVE 'ELF' TO STMT-LINE(1:3)
           MOVE CUR-ELF-ID TO STMT-LINE(13:9)
           MOVE PT-NAME(PX) TO STMT-LINE(24:20)
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           MOVE 'CREW' TO STMT-LINE(1:4)
           MOVE CUR-CREW-CODE TO STMT-LINE(13:4)
           MOVE CUR-CREW-NAME TO STMT-LINE(24:20)
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           MOVE 'RANK' TO STMT-LINE(1:4)
           MOVE PT-RANK(PX) TO RPT-RANK-ED
           MOVE RPT-RANK-ED TO STMT-LINE(13:4)
           MOVE 'MOVEMENT' TO STMT-LINE(24:8)
           MOVE PT-RANK-MOVE(PX) TO RPT-MOVE-ED
           MOVE RPT-MOVE-ED TO STMT-LINE(33:5)
           MOVE 'AS OF RUN' TO STMT-LINE(42:9)
           MOVE PT-LAST-RUN-DATE(PX) TO STMT-LINE(52:8)
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           MOVE 'TARGET' TO STMT-LINE(1:6)
           MOVE CUR-ELF-ID TO LOOKUP-ELF
           MOVE MONTH-END TO LOOKUP-DATE
           PERFORM LOOKUP-TARGET
           IF TARGET-FOUND = 'Y'
               MOVE TARGET-VALUE TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO STMT-LINE(13:12)
               MOVE 'TOLERANCE' TO STMT-LINE(24:9)
               MOVE TARGET-TOL TO RPT-TOL-ED
               MOVE RPT-TOL-ED TO STMT-LINE(34:3)
               MOVE 'PCT   IN FORCE FROM' TO STMT-LINE(38:19)
               MOVE BEST-DATE TO STMT-LINE(58:8)
           ELSE
               MOVE '(NO TARGET ON FILE)' TO STMT-LINE(13:19)
           END-IF
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           MOVE 'CAP EXCEPTIONS THIS SEASON' TO STMT-LINE(1:26)
           MOVE PT-CAP-COUNT(PX) TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO STMT-LINE(28:4)
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING 'RUN DATE  SEQ         CALORIES       TARGET'
                   DELIMITED BY SIZE
                  '     VARIANCE     PCT  FLAG' DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           PERFORM WRITE-STMT-LINE.
      *
      *    Each run against the target in force on its own date,
      *    flagged OVER/UNDR outside the tolerance band the way
      *    AOCVARR flags it.
       PRINT-RUN-LINE.
           ADD 1 TO ELF-RUNS
           ADD SRT-TOTAL TO ELF-MONTH-TOTAL
           MOVE SPACES TO STMT-LINE
           MOVE SRT-RUN-DATE TO STMT-LINE(1:8)
           MOVE SRT-RUN-SEQ TO STMT-LINE(11:4)
           MOVE SRT-TOTAL TO RPT-CAL-ED
           MOVE RPT-CAL-ED TO STMT-LINE(17:12)
           MOVE CUR-ELF-ID TO LOOKUP-ELF
           MOVE SRT-RUN-DATE TO LOOKUP-DATE
           PERFORM LOOKUP-TARGET
           IF TARGET-FOUND = 'Y'
               MOVE TARGET-VALUE TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO STMT-LINE(30:12)
               PERFORM COMPUTE-VARIANCE
               MOVE VAR-AMOUNT TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO STMT-LINE(43:12)
               MOVE OVER-UNDER TO STMT-LINE(55:1)
               MOVE VAR-PCT TO RPT-PCT-ED
               MOVE RPT-PCT-ED TO STMT-LINE(57:7)
               IF VAR-PCT > TARGET-TOL
                   ADD 1 TO ELF-OUTSIDE
                   IF OVER-UNDER = '+'
                       MOVE 'OVER' TO STMT-LINE(66:4)
                   ELSE
                       MOVE 'UNDR' TO STMT-LINE(66:4)
                   END-IF
               END-IF
           ELSE
               MOVE '(NO TARGET)' TO STMT-LINE(31:11)
           END-IF
           PERFORM WRITE-STMT-LINE.
      *
       CLOSE-STATEMENT.
           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           IF ELF-RUNS = 0
               MOVE 'NO RUNS RECORDED THIS MONTH' TO STMT-LINE
           ELSE
               COMPUTE ELF-MONTH-AVG ROUNDED =
                   ELF-MONTH-TOTAL / ELF-RUNS
               MOVE 'RUNS' TO STMT-LINE(1:4)
               MOVE ELF-RUNS TO RPT-CNT-ED
               MOVE RPT-CNT-ED TO STMT-LINE(6:4)
               MOVE 'MONTH TOTAL' TO STMT-LINE(13:11)
               MOVE ELF-MONTH-TOTAL TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO STMT-LINE(25:12)
               MOVE 'AVERAGE' TO STMT-LINE(40:7)
               MOVE ELF-MONTH-AVG TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO STMT-LINE(48:12)
               MOVE 'OUTSIDE TOLERANCE' TO STMT-LINE(63:17)
               MOVE ELF-OUTSIDE TO RPT-CNT-ED
               MOVE RPT-CNT-ED TO STMT-LINE(81:4)
           END-IF
           PERFORM WRITE-STMT-LINE
           MOVE 'N' TO PAGE-OPEN.
      *
       WRITE-STMT-LINE.
           WRITE STMT-LINE AFTER ADVANCING 1 LINE.
      *
       COUNT-CREW-STATEMENT.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
               OR CW-CODE(CX) = CUR-CREW-CODE
               CONTINUE
           END-PERFORM
           IF CX > CREW-COUNT AND CREW-COUNT < 50
               ADD 1 TO CREW-COUNT
               MOVE CREW-COUNT TO CX
               MOVE CUR-CREW-CODE TO CW-CODE(CX)
               MOVE CUR-CREW-NAME TO CW-NAME(CX)
           END-IF
           IF CX NOT > CREW-COUNT
               ADD 1 TO CW-STMTS(CX)
           END-IF.
      *
       LOOKUP-TARGET.
           MOVE 'N' TO TARGET-FOUND
           MOVE 0 TO BEST-DATE
           MOVE 0 TO TARGET-VALUE
           MOVE 0 TO TARGET-TOL
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TARG-COUNT
               IF TG-ELF-ID(TX) = LOOKUP-ELF
                   AND TG-EFF-DATE(TX) <= LOOKUP-DATE
                   AND TG-EFF-DATE(TX) >= BEST-DATE
                   MOVE 'Y' TO TARGET-FOUND
                   MOVE TG-EFF-DATE(TX) TO BEST-DATE
                   MOVE TG-TARGET(TX) TO TARGET-VALUE
                   MOVE TG-TOL-PCT(TX) TO TARGET-TOL
               END-IF
           END-PERFORM.
      *
       COMPUTE-VARIANCE.
           IF SRT-TOTAL >= TARGET-VALUE
               MOVE '+' TO OVER-UNDER
               COMPUTE VAR-AMOUNT = SRT-TOTAL - TARGET-VALUE
           ELSE
               MOVE '-' TO OVER-UNDER
               COMPUTE VAR-AMOUNT = TARGET-VALUE - SRT-TOTAL
           END-IF
           IF TARGET-VALUE > 0
               COMPUTE VAR-PCT ROUNDED =
                   VAR-AMOUNT * 100 / TARGET-VALUE
                   ON SIZE ERROR MOVE 99999 TO VAR-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO VAR-PCT
           END-IF.
      *
      *--- control report --------------------------------------------
      *    Statements printed plus roster elves without one must
      *    come to the active roster count; each roster elf left
      *    out is named (no profile means it has never been on a
      *    run).
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO RPT-LINE
           STRING 'MONTHLY STATEMENT CONTROL - MONTH ' DELIMITED BY SIZE
                  RPT-YEARMON DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'STATEMENTS BY CREW' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE CW-CODE(CX) TO RPT-LINE(3:4)
               MOVE CW-NAME(CX) TO RPT-LINE(9:20)
               MOVE CW-STMTS(CX) TO RPT-CNT-ED
               MOVE RPT-CNT-ED TO RPT-LINE(31:4)
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROSTER-COUNT
               IF RS-PRINTED(RX) NOT = 'Y'
                   ADD 1 TO MISSING-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING 'NO STATEMENT  ELF ' DELIMITED BY SIZE
                          RS-ELF-ID(RX) DELIMITED BY SIZE
                          '  ON ROSTER, NO PROFILE ON FILE'
                              DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACTIVE ROSTER COUNT' TO RPT-LINE
           MOVE ROSTER-COUNT TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(31:4)
           WRITE RPT-LINE
           MOVE 'STATEMENTS PRINTED' TO RPT-LINE
           MOVE STMT-COUNT TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(31:4)
           WRITE RPT-LINE
           MOVE 'ROSTER ELVES NOT PRINTED' TO RPT-LINE
           MOVE MISSING-COUNT TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(31:4)
           WRITE RPT-LINE
           MOVE 'PROFILES NOT ON ROSTER' TO RPT-LINE
           MOVE OFFROST-COUNT TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(31:4)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF STMT-COUNT + MISSING-COUNT = ROSTER-COUNT
               AND MISSING-COUNT = 0
               MOVE 'IN BALANCE - ONE STATEMENT PER ACTIVE ELF'
                   TO RPT-LINE
           ELSE
               MOVE 'OUT OF BALANCE - SEE ELVES LISTED ABOVE'
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCSTMT' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE STMT-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE RP-ECHO TO RL-NOTE
           MOVE RUN-RC TO RL-RC
           COMPUTE RL-WARN-COUNT = MISSING-COUNT + OFFROST-COUNT
           WRITE RUNLOG-REC.
      *

       COPY RPTPPROC.
