      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCSEAS.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASCTL ASSIGN TO SEASCTL
               FILE STATUS IS SEAS-STATUS.
           SELECT RANKIN  ASSIGN TO LDRANK
               FILE STATUS IS RANK-STATUS.
           SELECT PROFMAST ASSIGN TO ELFPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-ELF-ID
               FILE STATUS IS PROF-STATUS.
           SELECT TEAMMAST ASSIGN TO TEAMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS TEAM-STATUS.
           SELECT HISTIN  ASSIGN TO ELFHIST
               FILE STATUS IS HIST-STATUS.
           SELECT PARMFILE ASSIGN TO AOCPARM
               FILE STATUS IS RP-STATUS.
           SELECT SEASHIST ASSIGN TO SEASHIST.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Season control (see COPYLIB/SEASCTL.cpy): read for the
      *    season in force, then extended with its close record and
      *    the next season's open record.
       FD  SEASCTL RECORDING MODE F.
           COPY SEASCTL.
      *
      *    AOCLDRB's machine-readable ranking from the season's
      *    final night: the official final standings.
       FD  RANKIN RECORDING MODE F.
       01  RANK-IN.
           COPY RUNHDR.
           05  LR-RANK            PIC 9(4).
           05  LR-ELF-NUM         PIC 9(9).
           05  LR-TOTAL           PIC 9(18).
      *
      *    Per-elf profile master: names and season cap-exception
      *    counts for the awards, then frozen to the season history
      *    and its season accumulators reset in place.
       FD  PROFMAST.
           COPY ELFPROF.
      *
      *    Team master, for the crew awards.
       FD  TEAMMAST.
           COPY TEAMMST.
      *
      *    Rolling per-elf history: the season's first run on file
      *    gives each elf's opening rank for most improved.
       FD  HISTIN RECORDING MODE F.
           COPY ELFHIST.
      *
      *    Keyword control cards (see COPYLIB/RPTPPROC.cpy):
      *    AWARDN=n sets how many places each award lists.
      *    Missing deck or card falls back to 5.
       FD  PARMFILE RECORDING MODE F.
       01  PARM-REC               PIC X(80).
      *
      *    Season history (see COPYLIB/SEASHIST.cpy), extended with
      *    this season's frozen standings and profiles.
       FD  SEASHIST RECORDING MODE F.
           COPY SEASHIST.
      *
      *    Official season awards report: top elves, top crews,
      *    most improved by rank movement over the season, fewest
      *    cap exceptions, then what the close did.
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
         05 SEAS-STATUS       PIC X(2) VALUE '00'.
         05 RANK-STATUS       PIC X(2) VALUE '00'.
         05 PROF-STATUS       PIC X(2) VALUE '00'.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 HIST-STATUS       PIC X(2) VALUE '00'.
         05 OPEN-RUN-SET      PIC X VALUE 'N'.

       01 TEMP.
         05 TODAY             PIC 9(8)  VALUE 0.
         05 RUN-MODE          PIC X(8)  VALUE 'PREVIEW'.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 REFUSE-REASON     PIC X(50) VALUE SPACES.
         05 REC-COUNT         PIC 9(9)  VALUE 0.
         05 RESET-COUNT       PIC 9(9)  VALUE 0.
         05 HIST-OUT-COUNT    PIC 9(9)  VALUE 0.
         05 AWARD-N           PIC 9(4)  VALUE 5.
         05 CUR-SEASON        PIC 9(4)  VALUE 1.
         05 SEASON-OPEN-DATE  PIC 9(8)  VALUE 0.
         05 NEXT-OPEN-DATE    PIC 9(8)  VALUE 0.
         05 OPEN-RUN-DATE     PIC 9(8)  VALUE 0.
         05 OPEN-RUN-SEQ      PIC 9(4)  VALUE 0.
         05 LEADER-COUNT      PIC 9(4)  VALUE 0.
         05 PROF-COUNT        PIC 9(4)  VALUE 0.
         05 TEAM-COUNT        PIC 9(4)  VALUE 0.
         05 CREW-COUNT        PIC 9(2)  VALUE 0.
         05 OPEN-COUNT        PIC 9(4)  VALUE 0.
         05 E                 PIC 9(4)  VALUE 0.
         05 J                 PIC 9(4)  VALUE 0.
         05 A                 PIC 9(4)  VALUE 0.
         05 BEST              PIC 9(4)  VALUE 0.
         05 PX                PIC 9(4)  VALUE 0.
         05 TX                PIC 9(4)  VALUE 0.
         05 CX                PIC 9(2)  VALUE 0.
         05 CUR-CREW-CODE     PIC X(4)  VALUE SPACES.
         05 CUR-CREW-NAME     PIC X(20) VALUE SPACES.
         05 PLACE-COUNT       PIC 9(4)  VALUE 0.
         05 RPT-RANK-ED       PIC Z(3)9.
         05 RPT-NUM-ED        PIC Z(8)9.
         05 RPT-CAL-ED        PIC Z(17)9.
         05 RPT-MOVE-ED       PIC +ZZZ9.
         05 RPT-COUNT-ED      PIC Z(8)9.

      *    The final leaderboard in rank order, with what the
      *    awards need joined on from the other masters.
       01 LEADER-TABLE.
         05 LEADER OCCURS 1000 TIMES.
             10  LB-ELF-NUM       PIC 9(9)  VALUE 0.
             10  LB-TOTAL         PIC 9(18) VALUE 0.
             10  LB-NAME          PIC X(20) VALUE SPACES.
             10  LB-CREW-CODE     PIC X(4)  VALUE SPACES.
             10  LB-CAP-COUNT     PIC 9(5)  VALUE 0.
             10  LB-OPEN-RANK     PIC 9(4)  VALUE 0.
             10  LB-MOVE          PIC S9(4) VALUE 0.
             10  LB-PICKED        PIC X(1)  VALUE 'N'.

      *    Profile names and cap counts, loaded once.
       01 PROF-TABLE.
         05 PROF-ENTRY OCCURS 1000 TIMES.
             10  PT-ELF-ID        PIC 9(9)  VALUE 0.
             10  PT-NAME          PIC X(20) VALUE SPACES.
             10  PT-CAP-COUNT     PIC 9(5)  VALUE 0.

      *    Crew membership from the team master, and the crew
      *    rollup of the final totals (50 crews, as AOCLDRB).
       01 TEAM-TABLE.
         05 TEAM-ENTRY OCCURS 1000 TIMES.
             10  TE-ELF-ID        PIC 9(9)  VALUE 0.
             10  TE-CREW-CODE     PIC X(4)  VALUE SPACES.
             10  TE-CREW-NAME     PIC X(20) VALUE SPACES.

       01 CREW-TABLE.
         05 CREW OCCURS 50 TIMES.
             10  CW-CODE          PIC X(4)  VALUE SPACES.
             10  CW-NAME          PIC X(20) VALUE SPACES.
             10  CW-TOTAL         PIC 9(18) VALUE 0.
             10  CW-MEMBERS       PIC 9(4)  VALUE 0.
             10  CW-PICKED        PIC X(1)  VALUE 'N'.
             10  CW-RANK          PIC 9(4)  VALUE 0.

      *    The season's opening run, insertion-sorted descending by
      *    total so the slot index is the opening rank.
       01 OPEN-TABLE.
         05 OPENED OCCURS 1000 TIMES.
             10  OP-ELF-NUM       PIC 9(9)  VALUE 0.
             10  OP-TOTAL         PIC 9(18) VALUE 0.

       COPY RPTPARM.

       LINKAGE SECTION.
      *    JCL PARM: PREVIEW (the default) prints the awards and
      *    changes nothing; CLOSE prints them, freezes the season,
      *    resets the accumulators and opens the next season.
       01 PARM-AREA.
         05  PARM-LEN            PIC S9(4) COMP.
         05  PARM-TEXT           PIC X(20).
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SEASHIST RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCSEAS I/O ERROR - ABNORMAL END AT RECORD '
               REC-COUNT
           MOVE 'AOCSEAS' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE RESET-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE PARM-TEXT TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           IF PARM-LEN > 0
               MOVE PARM-TEXT(1:PARM-LEN) TO RUN-MODE
           END-IF
           IF RUN-MODE NOT = 'PREVIEW' AND RUN-MODE NOT = 'CLOSE'
               DISPLAY 'AOCSEAS PARM NOT PREVIEW/CLOSE: ' RUN-MODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE RL-RUN-DATE TO TODAY.
           COMPUTE NEXT-OPEN-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY) + 1).
           OPEN OUTPUT RPTOUT.
           PERFORM READ-PARM.
           PERFORM READ-SEASON-CONTROL.
      *
       SEASON-CLOSE.
           PERFORM LOAD-FINAL-RANKING
           IF RUN-RC = 0
               PERFORM LOAD-PROFILES
               PERFORM LOAD-TEAM-MASTER
               PERFORM LOAD-OPENING-RUN
               PERFORM JOIN-LEADERS
               PERFORM WRITE-AWARDS
               IF RUN-MODE = 'CLOSE' AND RUN-RC = 0
                   PERFORM CLOSE-SEASON
               END-IF
           END-IF
           IF RUN-RC NOT = 0
               PERFORM WRITE-REFUSAL
           END-IF
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCSEAS SEASON ' CUR-SEASON ' MODE ' RUN-MODE
           DISPLAY 'AOCSEAS ELVES RANKED     = ' LEADER-COUNT
           DISPLAY 'AOCSEAS PROFILES RESET   = ' RESET-COUNT
           IF RUN-RC NOT = 0
               DISPLAY 'AOCSEAS REFUSED - ' REFUSE-REASON
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
       READ-PARM.
           PERFORM READ-RPT-PARMS
           MOVE 'AWARDN' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE >= 1 AND RP-NUM-VALUE <= 100
                   MOVE RP-NUM-VALUE TO AWARD-N
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           PERFORM REPORT-UNUSED-PARMS.
      *
      *    The last record is the season in force. A season whose
      *    successor opens tomorrow was closed today already, so a
      *    second CLOSE today is refused rather than closing an
      *    empty season on top of it.
       READ-SEASON-CONTROL.
           OPEN INPUT SEASCTL
           IF SEAS-STATUS = '00'
               PERFORM READ-SEASON-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF SC-REC-TYPE = 'O'
                       MOVE SC-SEASON TO CUR-SEASON
                       MOVE SC-OPEN-DATE TO SEASON-OPEN-DATE
                   END-IF
                   PERFORM READ-SEASON-RECORD
               END-PERFORM
               CLOSE SEASCTL
           END-IF
           MOVE SPACE TO LASTREC
           IF RUN-MODE = 'CLOSE' AND SEASON-OPEN-DATE > TODAY
               MOVE 8 TO RUN-RC
               MOVE 'SEASON ALREADY CLOSED TODAY' TO REFUSE-REASON
           END-IF.
      *
       READ-SEASON-RECORD.
           READ SEASCTL
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF SEAS-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
      *    No final ranking, no awards: the close is refused and
      *    nothing is touched.
       LOAD-FINAL-RANKING.
           IF RUN-RC = 0
               OPEN INPUT RANKIN
               IF RANK-STATUS = '00'
                   PERFORM READ-RANK-RECORD
                   PERFORM UNTIL LASTREC = 'Y'
                       IF LEADER-COUNT < 1000
                           ADD 1 TO LEADER-COUNT
                           MOVE LR-ELF-NUM TO LB-ELF-NUM(LEADER-COUNT)
                           MOVE LR-TOTAL TO LB-TOTAL(LEADER-COUNT)
                       END-IF
                       PERFORM READ-RANK-RECORD
                   END-PERFORM
                   CLOSE RANKIN
               END-IF
               MOVE SPACE TO LASTREC
               IF LEADER-COUNT = 0
                   MOVE 8 TO RUN-RC
                   MOVE 'NO FINAL LEADERBOARD (LDRANK EMPTY OR MISSING)'
                       TO REFUSE-REASON
               END-IF
           END-IF.
      *
       READ-RANK-RECORD.
           READ RANKIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
      *    A profile master that won't open leaves names blank and
      *    cap counts zero for the report, but a CLOSE then has
      *    nothing to freeze or reset and is refused.
       LOAD-PROFILES.
           OPEN INPUT PROFMAST
           IF PROF-STATUS = '00'
               PERFORM READ-PROF-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF PF-ELF-ID NOT = 0 AND PROF-COUNT < 1000
                       ADD 1 TO PROF-COUNT
                       MOVE PF-ELF-ID TO PT-ELF-ID(PROF-COUNT)
                       MOVE PF-NAME TO PT-NAME(PROF-COUNT)
                       MOVE PF-CAP-COUNT TO PT-CAP-COUNT(PROF-COUNT)
                   END-IF
                   PERFORM READ-PROF-RECORD
               END-PERFORM
               CLOSE PROFMAST
           ELSE
               DISPLAY 'AOCSEAS ELFPROF OPEN FAILED, STATUS = '
                   PROF-STATUS
               IF RUN-MODE = 'CLOSE'
                   MOVE 12 TO RUN-RC
                   MOVE 'ELFPROF OPEN FAILED' TO REFUSE-REASON
               END-IF
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-PROF-RECORD.
           READ PROFMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF PROF-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
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
           END-READ
           IF TEAM-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
      *    ELFHIST lands in run order, so the season's opening run
      *    is the first run dated on or after the season's open
      *    date; its records are ranked as that night's leaderboard
      *    would have ranked them.
       LOAD-OPENING-RUN.
           OPEN INPUT HISTIN
           IF HIST-STATUS = '00'
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF EH-RUN-DATE >= SEASON-OPEN-DATE
                       IF OPEN-RUN-SET = 'N'
                           MOVE 'Y' TO OPEN-RUN-SET
                           MOVE EH-RUN-DATE TO OPEN-RUN-DATE
                           MOVE EH-RUN-SEQ TO OPEN-RUN-SEQ
                       END-IF
                       IF EH-RUN-DATE = OPEN-RUN-DATE
                           AND EH-RUN-SEQ = OPEN-RUN-SEQ
                           AND OPEN-COUNT < 1000
                           PERFORM INSERT-OPENING
                       END-IF
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
       INSERT-OPENING.
           ADD 1 TO OPEN-COUNT
           MOVE OPEN-COUNT TO J
           PERFORM UNTIL J < 2
               OR EH-CALTOTAL <= OP-TOTAL(J - 1)
               MOVE OP-ELF-NUM(J - 1) TO OP-ELF-NUM(J)
               MOVE OP-TOTAL(J - 1) TO OP-TOTAL(J)
               SUBTRACT 1 FROM J
           END-PERFORM
           MOVE EH-ELF-NUM TO OP-ELF-NUM(J)
           MOVE EH-CALTOTAL TO OP-TOTAL(J).
      *
      *    Name, cap count, crew and opening rank for each final
      *    leader, and the crew rollup of the final totals; an elf
      *    the team master doesn't know rolls into the (NONE) crew,
      *    which stands in no award.
       JOIN-LEADERS.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > LEADER-COUNT
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROF-COUNT
                   OR PT-ELF-ID(PX) = LB-ELF-NUM(E)
                   CONTINUE
               END-PERFORM
               IF PX NOT > PROF-COUNT
                   MOVE PT-NAME(PX) TO LB-NAME(E)
                   MOVE PT-CAP-COUNT(PX) TO LB-CAP-COUNT(E)
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > OPEN-COUNT
                   OR OP-ELF-NUM(J) = LB-ELF-NUM(E)
                   CONTINUE
               END-PERFORM
               IF J NOT > OPEN-COUNT
                   MOVE J TO LB-OPEN-RANK(E)
                   COMPUTE LB-MOVE(E) = J - E
               END-IF
               PERFORM POST-CREW-TOTAL
           END-PERFORM.
      *
       POST-CREW-TOTAL.
           MOVE '-   ' TO CUR-CREW-CODE
           MOVE '(NONE)' TO CUR-CREW-NAME
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TEAM-COUNT
               IF TE-ELF-ID(TX) = LB-ELF-NUM(E)
                   MOVE TE-CREW-CODE(TX) TO CUR-CREW-CODE
                   MOVE TE-CREW-NAME(TX) TO CUR-CREW-NAME
               END-IF
           END-PERFORM
           MOVE CUR-CREW-CODE TO LB-CREW-CODE(E)
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
               ADD LB-TOTAL(E) TO CW-TOTAL(CX)
               ADD 1 TO CW-MEMBERS(CX)
           END-IF.
      *
      *--- awards report ---------------------------------------------
       WRITE-AWARDS.
           MOVE SPACES TO RPT-LINE
           STRING 'SEASON ' DELIMITED BY SIZE
                  CUR-SEASON DELIMITED BY SIZE
                  ' OFFICIAL AWARDS - ' DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM WRITE-TOP-ELVES
           PERFORM WRITE-TOP-CREWS
           PERFORM WRITE-MOST-IMPROVED
           PERFORM WRITE-FEWEST-CAPS.
      *
      *    The final leaderboard is already in rank order.
       WRITE-TOP-ELVES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOP ELVES' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RANK  ELF NUM   NAME                 CALORIES'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > LEADER-COUNT OR E > AWARD-N
               MOVE SPACES TO RPT-LINE
               MOVE E TO RPT-RANK-ED
               MOVE RPT-RANK-ED TO RPT-LINE(1:4)
               PERFORM PUT-ELF-COLUMNS
               MOVE LB-TOTAL(E) TO RPT-CAL-ED
               MOVE RPT-CAL-ED TO RPT-LINE(38:18)
               WRITE RPT-LINE
           END-PERFORM.
      *
       PUT-ELF-COLUMNS.
           MOVE LB-ELF-NUM(E) TO RPT-NUM-ED
           MOVE RPT-NUM-ED TO RPT-LINE(7:9)
           MOVE LB-NAME(E) TO RPT-LINE(17:20).
      *
      *    Crews are picked best-first by total, so each crew's
      *    place is also its rank on the season history.
       WRITE-TOP-CREWS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOP CREWS' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RANK  CREW  NAME                 MEMBERS  CALORIES'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO PLACE-COUNT
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > CREW-COUNT
               MOVE 0 TO BEST
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
                   IF CW-PICKED(CX) = 'N'
                       AND CW-CODE(CX) NOT = '-   '
                       IF BEST = 0
                           MOVE CX TO BEST
                       ELSE
                           IF CW-TOTAL(CX) > CW-TOTAL(BEST)
                               MOVE CX TO BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF BEST > 0
                   MOVE 'Y' TO CW-PICKED(BEST)
                   ADD 1 TO PLACE-COUNT
                   MOVE PLACE-COUNT TO CW-RANK(BEST)
                   IF PLACE-COUNT NOT > AWARD-N
                       PERFORM WRITE-CREW-LINE
                   END-IF
               END-IF
           END-PERFORM.
      *
       WRITE-CREW-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE PLACE-COUNT TO RPT-RANK-ED
           MOVE RPT-RANK-ED TO RPT-LINE(1:4)
           MOVE CW-CODE(BEST) TO RPT-LINE(7:4)
           MOVE CW-NAME(BEST) TO RPT-LINE(13:20)
           MOVE CW-MEMBERS(BEST) TO RPT-RANK-ED
           MOVE RPT-RANK-ED TO RPT-LINE(37:4)
           MOVE CW-TOTAL(BEST) TO RPT-CAL-ED
           MOVE RPT-CAL-ED TO RPT-LINE(43:18)
           WRITE RPT-LINE.
      *
      *    Places climbed from the opening run to the final
      *    standings; elves absent from the opening run have no
      *    opening rank and stand in no place. Ties go to the
      *    better final rank.
       WRITE-MOST-IMPROVED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'MOST IMPROVED (OPENING RUN ' DELIMITED BY SIZE
                  OPEN-RUN-DATE DELIMITED BY SIZE
                  ' TO FINAL STANDINGS)' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           IF OPEN-COUNT = 0
               MOVE 'NO OPENING RUN FOR THE SEASON ON ELFHIST'
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'PLACE ELF NUM   NAME                 OPEN FINAL'
                   TO RPT-LINE
               MOVE 'MOVE' TO RPT-LINE(51:4)
               WRITE RPT-LINE
               PERFORM CLEAR-PICKS
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > AWARD-N
                   MOVE 0 TO BEST
                   PERFORM VARYING E FROM 1 BY 1
                           UNTIL E > LEADER-COUNT
                       IF LB-PICKED(E) = 'N'
                           AND LB-OPEN-RANK(E) > 0
                           AND LB-MOVE(E) > 0
                           IF BEST = 0
                               MOVE E TO BEST
                           ELSE
                               IF LB-MOVE(E) > LB-MOVE(BEST)
                                   MOVE E TO BEST
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF BEST > 0
                       MOVE 'Y' TO LB-PICKED(BEST)
                       PERFORM WRITE-IMPROVED-LINE
                   END-IF
               END-PERFORM
           END-IF.
      *
       WRITE-IMPROVED-LINE.
           MOVE BEST TO E
           MOVE SPACES TO RPT-LINE
           MOVE A TO RPT-RANK-ED
           MOVE RPT-RANK-ED TO RPT-LINE(1:4)
           PERFORM PUT-ELF-COLUMNS
           MOVE LB-OPEN-RANK(E) TO RPT-RANK-ED
           MOVE RPT-RANK-ED TO RPT-LINE(38:4)
           MOVE E TO RPT-RANK-ED
           MOVE RPT-RANK-ED TO RPT-LINE(43:4)
           MOVE LB-MOVE(E) TO RPT-MOVE-ED
           MOVE RPT-MOVE-ED TO RPT-LINE(50:5)
           WRITE RPT-LINE.
      *
      *    Fewest season cap exceptions among the elves on the
      *    final leaderboard; ties go to the better final rank.
       WRITE-FEWEST-CAPS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FEWEST CAP EXCEPTIONS' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PLACE ELF NUM   NAME                 RANK CAP EXC'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM CLEAR-PICKS
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > AWARD-N OR A > LEADER-COUNT
               MOVE 0 TO BEST
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > LEADER-COUNT
                   IF LB-PICKED(E) = 'N'
                       IF BEST = 0
                           MOVE E TO BEST
                       ELSE
                           IF LB-CAP-COUNT(E) < LB-CAP-COUNT(BEST)
                               MOVE E TO BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO LB-PICKED(BEST)
               MOVE BEST TO E
               MOVE SPACES TO RPT-LINE
               MOVE A TO RPT-RANK-ED
               MOVE RPT-RANK-ED TO RPT-LINE(1:4)
               PERFORM PUT-ELF-COLUMNS
               MOVE E TO RPT-RANK-ED
               MOVE RPT-RANK-ED TO RPT-LINE(38:4)
               MOVE LB-CAP-COUNT(E) TO RPT-RANK-ED
               MOVE RPT-RANK-ED TO RPT-LINE(44:4)
               WRITE RPT-LINE
           END-PERFORM.
      *
       CLEAR-PICKS.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > LEADER-COUNT
               MOVE 'N' TO LB-PICKED(E)
           END-PERFORM.
      *
      *--- the close itself ------------------------------------------
      *    Freeze first, reset second, open the next season last:
      *    an abend part-way leaves the season control showing the
      *    old season still open, so the close can simply be rerun
      *    (the season history is then cut again for the season).
       CLOSE-SEASON.
           OPEN EXTEND SEASHIST
           PERFORM FREEZE-LEADERBOARD
           PERFORM FREEZE-CREWS
           PERFORM FREEZE-AND-RESET-PROFILES
           CLOSE SEASHIST
           IF RUN-RC = 0
               PERFORM OPEN-NEXT-SEASON
               PERFORM WRITE-CLOSE-SUMMARY
           END-IF.
      *
       FREEZE-LEADERBOARD.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > LEADER-COUNT
               MOVE SPACES TO SEASHIST-REC
               MOVE CUR-SEASON TO SH-SEASON
               MOVE TODAY TO SH-CLOSE-DATE
               MOVE 'L' TO SH-REC-TYPE
               MOVE E TO SH-RANK
               MOVE LB-ELF-NUM(E) TO SH-ELF-NUM
               MOVE LB-NAME(E) TO SH-ELF-NAME
               MOVE LB-TOTAL(E) TO SH-TOTAL
               MOVE LB-CREW-CODE(E) TO SH-LDR-CREW
               MOVE LB-OPEN-RANK(E) TO SH-OPEN-RANK
               MOVE LB-CAP-COUNT(E) TO SH-CAP-COUNT
               WRITE SEASHIST-REC
               ADD 1 TO HIST-OUT-COUNT
           END-PERFORM.
      *
       FREEZE-CREWS.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
               MOVE SPACES TO SEASHIST-REC
               MOVE CUR-SEASON TO SH-SEASON
               MOVE TODAY TO SH-CLOSE-DATE
               MOVE 'C' TO SH-REC-TYPE
               MOVE CW-RANK(CX) TO SH-CREW-RANK
               MOVE CW-CODE(CX) TO SH-CREW-CODE
               MOVE CW-NAME(CX) TO SH-CREW-NAME
               MOVE CW-MEMBERS(CX) TO SH-CREW-MEMBERS
               MOVE CW-TOTAL(CX) TO SH-CREW-TOTAL
               WRITE SEASHIST-REC
               ADD 1 TO HIST-OUT-COUNT
           END-PERFORM.
      *
      *    Each profile is written to the history as it stands,
      *    then its season accumulators are zeroed: the cap count,
      *    rank and rank movement, drop streak and first/last seen
      *    dates. Name, last total and last run date carry over -
      *    AOCPROF's once-per-run-date cap fold keys on the last
      *    run date. The AOCPRFDF prime record is left alone.
       FREEZE-AND-RESET-PROFILES.
           OPEN I-O PROFMAST
           IF PROF-STATUS NOT = '00'
               DISPLAY 'AOCSEAS ELFPROF OPEN FAILED, STATUS = '
                   PROF-STATUS
               MOVE 12 TO RUN-RC
               MOVE 'ELFPROF OPEN FOR RESET FAILED' TO REFUSE-REASON
           ELSE
               PERFORM READ-PROF-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF PF-ELF-ID NOT = 0
                       PERFORM RESET-ONE-PROFILE
                   END-IF
                   PERFORM READ-PROF-RECORD
               END-PERFORM
               CLOSE PROFMAST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       RESET-ONE-PROFILE.
           MOVE SPACES TO SEASHIST-REC
           MOVE CUR-SEASON TO SH-SEASON
           MOVE TODAY TO SH-CLOSE-DATE
           MOVE 'P' TO SH-REC-TYPE
           MOVE ELFPROF-REC TO SH-PROFILE-IMAGE
           WRITE SEASHIST-REC
           ADD 1 TO HIST-OUT-COUNT
           MOVE 0 TO PF-RANK
           MOVE 0 TO PF-PREV-RANK
           MOVE 0 TO PF-RANK-MOVE
           MOVE 0 TO PF-CAP-COUNT
           MOVE 0 TO PF-DROP-STREAK
           MOVE 0 TO PF-FIRST-SEEN
           MOVE 0 TO PF-LAST-SEEN
           REWRITE ELFPROF-REC
           ADD 1 TO RESET-COUNT.
      *
      *    The closed season's record, then the new season's open
      *    record dated tomorrow: tonight's runs still belong to
      *    the season just closed, tomorrow night's to the next.
       OPEN-NEXT-SEASON.
           OPEN EXTEND SEASCTL
           MOVE 'C' TO SC-REC-TYPE
           MOVE CUR-SEASON TO SC-SEASON
           MOVE SEASON-OPEN-DATE TO SC-OPEN-DATE
           MOVE TODAY TO SC-CLOSE-DATE
           MOVE LEADER-COUNT TO SC-ELF-COUNT
           WRITE SEASCTL-REC
           MOVE 'O' TO SC-REC-TYPE
           ADD 1 TO SC-SEASON
           MOVE NEXT-OPEN-DATE TO SC-OPEN-DATE
           MOVE 0 TO SC-CLOSE-DATE
           MOVE 0 TO SC-ELF-COUNT
           WRITE SEASCTL-REC
           CLOSE SEASCTL.
      *
       WRITE-CLOSE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SEASON ' DELIMITED BY SIZE
                  CUR-SEASON DELIMITED BY SIZE
                  ' CLOSED ' DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE
                  ' - SEASON ' DELIMITED BY SIZE
                  SC-SEASON DELIMITED BY SIZE
                  ' OPENS ' DELIMITED BY SIZE
                  NEXT-OPEN-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE HIST-OUT-COUNT TO RPT-COUNT-ED
           STRING 'SEASON HISTORY RECORDS WRITTEN: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE RESET-COUNT TO RPT-COUNT-ED
           STRING 'PROFILES FROZEN AND RESET:      ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-REFUSAL.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SEASON CLOSE REFUSED - ' DELIMITED BY SIZE
                  REFUSE-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCSEAS' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE HIST-OUT-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE PARM-TEXT TO RL-NOTE
           MOVE RUN-RC TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY RPTPPROC.
