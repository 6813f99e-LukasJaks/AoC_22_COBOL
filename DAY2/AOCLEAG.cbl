      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCLEAG.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAIN   ASSIGN TO AOCIN.
           SELECT EXCFILE  ASSIGN TO AOCEXC.
           SELECT RUNLOG   ASSIGN TO RUNLOG
               FILE STATUS IS RLOG-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT LEAGRPT  ASSIGN TO AOCLGR.
           SELECT PLAYMAST ASSIGN TO PLAYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PLAY-STATUS.
           SELECT STNDMAST ASSIGN TO LEAGSTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-PLAYER-ID
               FILE STATUS IS STND-STATUS.
           SELECT STNDSCAN ASSIGN TO LEAGSTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-PLAYER-ID
               FILE STATUS IS SCAN-STATUS.
           SELECT H2HMAST  ASSIGN TO LEAGH2H
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-KEY
               FILE STATUS IS H2H-STATUS.
           SELECT H2HSCAN  ASSIGN TO LEAGH2H
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HV-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT RULMAST  ASSIGN TO SCORRUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-EFF-DATE
               FILE STATUS IS RULE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The same Day 2 tournament input AOC02A scores. A round
      *    played as part of a league match carries the match id
      *    and both player ids after the two shapes:
      *      cols 1   opponent shape A/B/C, thrown by the left
      *               player
      *      cols 3   response shape X/Y/Z, thrown by the right
      *               player
      *      cols 5   match id (6)
      *      cols 12  left player id (8)
      *      cols 21  right player id (8)
      *    A round with all three blank is a practice round and is
      *    left to AOC02A alone.
       FD  DATAIN RECORDING MODE F.
       01  DATA-IN.
           05  GAME            PIC X(500).
      *
      *    Rounds that could not be posted: match fields partly
      *    filled in, the same player on both sides, a match id
      *    reused by a different pair, or a player not active on
      *    the player master.
       FD  EXCFILE RECORDING MODE F.
           COPY EXCREC.
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
      *    Suite-wide keyword control deck, one KEYWORD=VALUE card
      *    per line (see COPYLIB/PARMPROC.cpy for the keywords).
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    League report: tonight's match results, the league
      *    table with each player's movement since the last
      *    posting, and the head-to-head record of every pairing.
       FD  LEAGRPT RECORDING MODE F.
       01  LEAG-LINE              PIC X(132).
      *
      *    Player master (see COPYLIB/PLAYMST.cpy), read by key.
       FD  PLAYMAST.
           COPY PLAYMST.
      *
      *    League standings (see COPYLIB/LEAGSTD.cpy), updated by
      *    key as each match is posted.
       FD  STNDMAST.
           COPY LEAGSTD.
      *
      *    The same cluster passed in key order after posting, to
      *    rank the table and set each player's position. Never
      *    open at the same time as STNDMAST.
       FD  STNDSCAN.
           COPY LEAGSTD REPLACING LEADING ==LS-== BY ==LV-==
               ==LEAGSTD-REC== BY ==STNDSCAN-REC==.
      *
      *    Head-to-head records (see COPYLIB/LEAGH2H.cpy), updated
      *    by key, both sides of every match.
       FD  H2HMAST.
           COPY LEAGH2H.
      *
      *    The same cluster passed in key order for the report.
       FD  H2HSCAN.
           COPY LEAGH2H REPLACING LEADING ==LH-== BY ==HV-==
               ==LEAGH2H-REC== BY ==H2HSCAN-REC==.
      *
      *    Effective-dated scoring rules (see COPYLIB/SCORRUL.cpy):
      *    round points are the same shape and outcome points
      *    AOC02A scores with.
       FD  RULMAST.
           COPY SCORRUL.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 SCAN-EOF          PIC X VALUE SPACE.
         05 POST-REFUSED      PIC X VALUE SPACE.
         05 ROUND-OK          PIC X VALUE SPACE.
         05 NEW-REC           PIC X VALUE SPACE.
         05 PLAY-STATUS       PIC X(2) VALUE '00'.
         05 STND-STATUS       PIC X(2) VALUE '00'.
         05 H2H-STATUS        PIC X(2) VALUE '00'.
         05 SCAN-STATUS       PIC X(2) VALUE '00'.

       01 TEMP.
         05  LINE-NUM          PIC 9(9) VALUE 0.
         05  WARN-COUNT        PIC 9(9) VALUE 0.
         05  WARN-LIMIT        PIC 9(9) VALUE 0.
         05  RUN-RC            PIC 9(4) VALUE 0.
         05  EXC-REASON-SAVE   PIC X(4) VALUE SPACES.
         05  PRACTICE-COUNT    PIC 9(9) VALUE 0.
         05  LEAGUE-ROUNDS     PIC 9(9) VALUE 0.
         05  LAST-POSTED       PIC 9(8) VALUE 0.
      *    league points for a match won or drawn; a loss scores
      *    nothing
         05  MATCH-WIN-PTS     PIC 9(2) VALUE 3.
         05  MATCH-DRAW-PTS    PIC 9(2) VALUE 1.
      *    one round: the match fields, the shapes as 1 rock,
      *    2 paper, 3 scissors, and the round points of each side
         05  RD-MATCH-ID       PIC X(6).
         05  RD-LEFT-ID        PIC X(8).
         05  RD-RIGHT-ID       PIC X(8).
         05  RD-LEFT-NAME      PIC X(20).
         05  RD-RIGHT-NAME     PIC X(20).
         05  LEFT-SHAPE        PIC 9(1) VALUE 0.
         05  RIGHT-SHAPE       PIC 9(1) VALUE 0.
         05  LEFT-PTS          PIC 9(4) VALUE 0.
         05  RIGHT-PTS         PIC 9(4) VALUE 0.
      *    one side of a match being posted
         05  PS-PLAYER-ID      PIC X(8).
         05  PS-OPP-ID         PIC X(8).
         05  PS-FOR            PIC 9(9) VALUE 0.
         05  PS-AGST           PIC 9(9) VALUE 0.
         05  PS-RESULT         PIC X(1) VALUE SPACE.
         05  MX                PIC 9(4) VALUE 0.
         05  PX                PIC 9(4) VALUE 0.
         05  J                 PIC 9(4) VALUE 0.
         05  K                 PIC 9(4) VALUE 0.
         05  MATCH-MAX         PIC 9(4) VALUE 500.
         05  MATCH-COUNT       PIC 9(4) VALUE 0.
         05  PLAYER-MAX        PIC 9(4) VALUE 500.
         05  PLAYER-COUNT      PIC 9(4) VALUE 0.
         05  POSTED-COUNT      PIC 9(4) VALUE 0.
         05  H2H-COUNT         PIC 9(9) VALUE 0.
         05  MOVE-BY           PIC S9(4) VALUE 0.
         05  RPT-CNT-ED        PIC Z(4)9.
         05  RPT-PTS-ED        PIC Z(5)9.
         05  RPT-SCORE-ED      PIC Z(8)9.
         05  RPT-DIFF-ED       PIC -(8)9.
         05  RPT-POS-ED        PIC ZZZ9.
         05  RPT-MOVE-ED       PIC +ZZ9.
         05  RPT-DATE-ED       PIC 9(8).
         05  RPT-VER-ED        PIC 9(4).

      *    tonight's matches, built up round by round
       01 MATCH-TABLE.
         05 MATCH-ENTRY OCCURS 500 TIMES.
           10 MT-MATCH-ID      PIC X(6).
           10 MT-LEFT-ID       PIC X(8).
           10 MT-RIGHT-ID      PIC X(8).
           10 MT-LEFT-NAME     PIC X(20).
           10 MT-RIGHT-NAME    PIC X(20).
           10 MT-ROUNDS        PIC 9(5).
           10 MT-LEFT-SCORE    PIC 9(9).
           10 MT-RIGHT-SCORE   PIC 9(9).

      *    the league table, loaded from the standings after
      *    posting and ranked in place
       01 STANDING-TABLE.
         05 STANDING-ENTRY OCCURS 500 TIMES.
           10 SG-PLAYER-ID     PIC X(8).
           10 SG-NAME          PIC X(20).
           10 SG-PLAYED        PIC 9(5).
           10 SG-WON           PIC 9(5).
           10 SG-DRAWN         PIC 9(5).
           10 SG-LOST          PIC 9(5).
           10 SG-POINTS        PIC 9(6).
           10 SG-FOR           PIC 9(9).
           10 SG-AGST          PIC 9(9).
           10 SG-DIFF          PIC S9(9).
           10 SG-PREV-POS      PIC 9(4).
           10 SG-POS           PIC 9(4).
       01 STANDING-HOLD        PIC X(89).

       COPY PARMDEF.
       COPY CAMPDEF.
       COPY SCORDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DATAIN EXCFILE
               LEAGRPT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCLEAG I/O ERROR - ABNORMAL END AT RECORD '
               LINE-NUM
           MOVE 'AOCLEAG' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE 16 TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'AOCLEAG' TO CTL-PROGRAM
           PERFORM GET-RUN-CONTROL
           IF CTL-WARNMAX > 0
               MOVE CTL-WARNMAX TO WARN-LIMIT
           END-IF
      *    The player master and the standings are the home camp's
      *    alone; another camp's night runs AOC02A but posts no
      *    league: its report says so, and the run is logged as a
      *    clean one with nothing read.
           IF CTL-CAMP NOT = HOME-CAMP
               DISPLAY 'AOCLEAG CAMP ' CTL-CAMP
                   ' - THE LEAGUE IS KEPT FOR CAMP ' HOME-CAMP ' ONLY'
               OPEN OUTPUT LEAGRPT
               MOVE SPACES TO LEAG-LINE
               STRING 'DAY 2 LEAGUE STANDINGS - CAMP ' CTL-CAMP
                   ' - THE LEAGUE IS KEPT FOR CAMP ' HOME-CAMP ' ONLY'
                   DELIMITED BY SIZE INTO LEAG-LINE
               END-STRING
               WRITE LEAG-LINE
               CLOSE LEAGRPT
               OPEN EXTEND RUNLOG
               ACCEPT RL-START-TIME FROM TIME
               PERFORM WRITE-RUNLOG
               CLOSE RUNLOG
               GOBACK
           END-IF
           PERFORM LOAD-SCORING-RULES
           OPEN INPUT  PLAYMAST.
           IF PLAY-STATUS NOT = '00'
               DISPLAY 'AOCLEAG PLAYMST OPEN FAILED, STATUS = '
                   PLAY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O    STNDMAST.
           IF STND-STATUS NOT = '00'
               DISPLAY 'AOCLEAG LEAGSTD OPEN FAILED, STATUS = '
                   STND-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O    H2HMAST.
           IF H2H-STATUS NOT = '00'
               DISPLAY 'AOCLEAG LEAGH2H OPEN FAILED, STATUS = '
                   H2H-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  DATAIN.
           OPEN OUTPUT EXCFILE.
           OPEN OUTPUT LEAGRPT.
           PERFORM REPORT-PARM-ERRORS.
           PERFORM CHECK-LAST-POSTED.
      *
      *    Tonight's rounds are gathered into matches first; the
      *    standings are only touched once the whole input has
      *    been read, so a run that fails partway posts nothing.
       READ-NEXT-RECORD.
           IF POST-REFUSED NOT = 'Y'
               PERFORM READ-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM CHECK-RECORD
                   PERFORM READ-RECORD
               END-PERFORM
               PERFORM POST-MATCHES
           END-IF
           CLOSE STNDMAST
           CLOSE H2HMAST
           PERFORM RANK-STANDINGS
           PERFORM WRITE-LEAGUE-REPORT
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCLEAG ROUNDS READ        = ' LINE-NUM
           DISPLAY 'AOCLEAG LEAGUE ROUNDS      = ' LEAGUE-ROUNDS
           DISPLAY 'AOCLEAG PRACTICE ROUNDS    = ' PRACTICE-COUNT
           DISPLAY 'AOCLEAG MATCHES POSTED     = ' POSTED-COUNT
           DISPLAY 'AOCLEAG WARNING COUNT      = ' WARN-COUNT
           IF WARN-COUNT > WARN-LIMIT
               MOVE 4 TO RUN-RC
           END-IF
      *    A night already posted changes nothing, so it is only a
      *    warning: it must not hold back the nightly digest.
           IF POST-REFUSED = 'Y'
               MOVE 4 TO RUN-RC
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE PLAYMAST.
           CLOSE DATAIN.
           CLOSE EXCFILE.
           CLOSE LEAGRPT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
      *    The control record (key spaces) holds the last business
      *    date posted. A night already posted, or one older than
      *    the last posting, is refused rather than counted twice.
       CHECK-LAST-POSTED.
           MOVE SPACES TO LS-PLAYER-ID
           READ STNDMAST
               INVALID KEY MOVE 0 TO LAST-POSTED
               NOT INVALID KEY MOVE LS-LAST-DATE TO LAST-POSTED
           END-READ
           IF CTL-BUS-DATE NOT > LAST-POSTED
               MOVE 'Y' TO POST-REFUSED
               DISPLAY 'AOCLEAG BUSINESS DATE ' CTL-BUS-DATE
                   ' ALREADY POSTED (LAST POSTED ' LAST-POSTED
                   ') - STANDINGS NOT UPDATED'
           END-IF.
      *
       READ-RECORD.
           READ DATAIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO LINE-NUM
           END-IF.
      *
       CHECK-RECORD.
           MOVE GAME(5:6) TO RD-MATCH-ID
           MOVE GAME(12:8) TO RD-LEFT-ID
           MOVE GAME(21:8) TO RD-RIGHT-ID
           MOVE 'Y' TO ROUND-OK
           EVALUATE TRUE
               WHEN GAME(500:1) NOT = SPACE
                   MOVE 'OVSZ' TO EXC-REASON-SAVE
                   PERFORM WRITE-EXCEPTION
               WHEN RD-MATCH-ID = SPACES AND RD-LEFT-ID = SPACES
                   AND RD-RIGHT-ID = SPACES
                   ADD 1 TO PRACTICE-COUNT
                   MOVE 'N' TO ROUND-OK
               WHEN RD-MATCH-ID = SPACES OR RD-LEFT-ID = SPACES
                   OR RD-RIGHT-ID = SPACES
                   OR RD-LEFT-ID = RD-RIGHT-ID
                   MOVE 'PARS' TO EXC-REASON-SAVE
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-SHAPES
           END-EVALUATE
           IF ROUND-OK = 'Y'
               PERFORM CHECK-PLAYERS
           END-IF
           IF ROUND-OK = 'Y'
               PERFORM FIND-MATCH
           END-IF
           IF ROUND-OK = 'Y'
               PERFORM SCORE-ROUND
           END-IF.
      *
       CHECK-SHAPES.
           EVALUATE GAME(1:1)
               WHEN 'A'  MOVE 1 TO LEFT-SHAPE
               WHEN 'B'  MOVE 2 TO LEFT-SHAPE
               WHEN 'C'  MOVE 3 TO LEFT-SHAPE
               WHEN OTHER MOVE 0 TO LEFT-SHAPE
           END-EVALUATE
           EVALUATE GAME(3:1)
               WHEN 'X'  MOVE 1 TO RIGHT-SHAPE
               WHEN 'Y'  MOVE 2 TO RIGHT-SHAPE
               WHEN 'Z'  MOVE 3 TO RIGHT-SHAPE
               WHEN OTHER MOVE 0 TO RIGHT-SHAPE
           END-EVALUATE
           IF LEFT-SHAPE = 0 OR RIGHT-SHAPE = 0
               MOVE 'PARS' TO EXC-REASON-SAVE
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
      *    Both players must be on the master and active.
       CHECK-PLAYERS.
           MOVE RD-LEFT-ID TO PM-PLAYER-ID
           READ PLAYMAST
               INVALID KEY MOVE 'N' TO ROUND-OK
           END-READ
           IF ROUND-OK = 'Y' AND PM-STATUS NOT = 'A'
               MOVE 'N' TO ROUND-OK
           END-IF
           MOVE PM-NAME TO RD-LEFT-NAME
           IF ROUND-OK = 'Y'
               MOVE RD-RIGHT-ID TO PM-PLAYER-ID
               READ PLAYMAST
                   INVALID KEY MOVE 'N' TO ROUND-OK
               END-READ
               IF ROUND-OK = 'Y' AND PM-STATUS NOT = 'A'
                   MOVE 'N' TO ROUND-OK
               END-IF
               MOVE PM-NAME TO RD-RIGHT-NAME
           END-IF
           IF ROUND-OK = 'N'
               MOVE 'UNKP' TO EXC-REASON-SAVE
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
      *    A match id belongs to one pairing for the night; the
      *    first round seen for it fixes which player is which.
       FIND-MATCH.
           MOVE 0 TO MX
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > MATCH-COUNT OR MX > 0
               IF MT-MATCH-ID(J) = RD-MATCH-ID
                   MOVE J TO MX
               END-IF
           END-PERFORM
           IF MX > 0
               IF MT-LEFT-ID(MX) NOT = RD-LEFT-ID
                   OR MT-RIGHT-ID(MX) NOT = RD-RIGHT-ID
                   MOVE 'PARS' TO EXC-REASON-SAVE
                   PERFORM WRITE-EXCEPTION
               END-IF
           ELSE
               IF MATCH-COUNT < MATCH-MAX
                   ADD 1 TO MATCH-COUNT
                   MOVE MATCH-COUNT TO MX
                   MOVE RD-MATCH-ID TO MT-MATCH-ID(MX)
                   MOVE RD-LEFT-ID TO MT-LEFT-ID(MX)
                   MOVE RD-RIGHT-ID TO MT-RIGHT-ID(MX)
                   MOVE RD-LEFT-NAME TO MT-LEFT-NAME(MX)
                   MOVE RD-RIGHT-NAME TO MT-RIGHT-NAME(MX)
                   MOVE 0 TO MT-ROUNDS(MX)
                   MOVE 0 TO MT-LEFT-SCORE(MX)
                   MOVE 0 TO MT-RIGHT-SCORE(MX)
               ELSE
                   MOVE 'RNGE' TO EXC-REASON-SAVE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
      *
      *    Each side scores its own shape plus the outcome points
      *    from the rule set in force (SCORDEF.cpy). Paper beats
      *    rock, scissors beat paper, rock beats scissors.
       SCORE-ROUND.
           MOVE SHAPE-POINTS(LEFT-SHAPE) TO LEFT-PTS
           MOVE SHAPE-POINTS(RIGHT-SHAPE) TO RIGHT-PTS
           EVALUATE TRUE
               WHEN LEFT-SHAPE = RIGHT-SHAPE
                   ADD DRAW-POINTS TO LEFT-PTS
                   ADD DRAW-POINTS TO RIGHT-PTS
               WHEN RIGHT-SHAPE = LEFT-SHAPE + 1
                   OR (RIGHT-SHAPE = 1 AND LEFT-SHAPE = 3)
                   ADD LOSS-POINTS TO LEFT-PTS
                   ADD WIN-POINTS TO RIGHT-PTS
               WHEN OTHER
                   ADD WIN-POINTS TO LEFT-PTS
                   ADD LOSS-POINTS TO RIGHT-PTS
           END-EVALUATE
           ADD 1 TO MT-ROUNDS(MX)
           ADD LEFT-PTS TO MT-LEFT-SCORE(MX)
           ADD RIGHT-PTS TO MT-RIGHT-SCORE(MX)
           ADD 1 TO LEAGUE-ROUNDS.
      *
       WRITE-EXCEPTION.
           MOVE 'N' TO ROUND-OK
           ADD 1 TO WARN-COUNT
           MOVE 'AOCLEAG' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE EXC-REASON-SAVE TO EXC-REASON
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE GAME TO EXC-CONTENT
           WRITE EXC-REC.
      *
      *    A match goes to the side with more round points over
      *    all its rounds. Each match is posted from both sides,
      *    to the standings and to the head-to-head record, and
      *    the control record is stamped with the business date
      *    last of all.
       POST-MATCHES.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MATCH-COUNT
               IF MT-ROUNDS(MX) > 0
                   PERFORM POST-ONE-MATCH
               END-IF
           END-PERFORM
           MOVE SPACES TO LS-PLAYER-ID
           READ STNDMAST
               INVALID KEY MOVE 'Y' TO NEW-REC
               NOT INVALID KEY MOVE 'N' TO NEW-REC
           END-READ
           IF NEW-REC = 'Y'
               INITIALIZE LEAGSTD-REC
               MOVE SPACES TO LS-PLAYER-ID
           END-IF
           MOVE CTL-BUS-DATE TO LS-LAST-DATE
           IF NEW-REC = 'Y'
               WRITE LEAGSTD-REC
           ELSE
               REWRITE LEAGSTD-REC
           END-IF.
      *
       POST-ONE-MATCH.
           ADD 1 TO POSTED-COUNT
           MOVE MT-LEFT-ID(MX) TO PS-PLAYER-ID
           MOVE MT-RIGHT-ID(MX) TO PS-OPP-ID
           MOVE MT-LEFT-SCORE(MX) TO PS-FOR
           MOVE MT-RIGHT-SCORE(MX) TO PS-AGST
           PERFORM SET-RESULT
           PERFORM POST-STANDING
           PERFORM POST-HEAD-TO-HEAD
           MOVE MT-RIGHT-ID(MX) TO PS-PLAYER-ID
           MOVE MT-LEFT-ID(MX) TO PS-OPP-ID
           MOVE MT-RIGHT-SCORE(MX) TO PS-FOR
           MOVE MT-LEFT-SCORE(MX) TO PS-AGST
           PERFORM SET-RESULT
           PERFORM POST-STANDING
           PERFORM POST-HEAD-TO-HEAD.
      *
       SET-RESULT.
           EVALUATE TRUE
               WHEN PS-FOR > PS-AGST
                   MOVE 'W' TO PS-RESULT
               WHEN PS-FOR = PS-AGST
                   MOVE 'D' TO PS-RESULT
               WHEN OTHER
                   MOVE 'L' TO PS-RESULT
           END-EVALUATE.
      *
       POST-STANDING.
           MOVE PS-PLAYER-ID TO LS-PLAYER-ID
           READ STNDMAST
               INVALID KEY MOVE 'Y' TO NEW-REC
               NOT INVALID KEY MOVE 'N' TO NEW-REC
           END-READ
           IF NEW-REC = 'Y'
               INITIALIZE LEAGSTD-REC
               MOVE PS-PLAYER-ID TO LS-PLAYER-ID
           END-IF
           ADD 1 TO LS-PLAYED
           EVALUATE PS-RESULT
               WHEN 'W'
                   ADD 1 TO LS-WON
                   ADD MATCH-WIN-PTS TO LS-POINTS
               WHEN 'D'
                   ADD 1 TO LS-DRAWN
                   ADD MATCH-DRAW-PTS TO LS-POINTS
               WHEN OTHER
                   ADD 1 TO LS-LOST
           END-EVALUATE
           ADD PS-FOR TO LS-SCORE-FOR
           ADD PS-AGST TO LS-SCORE-AGST
           MOVE CTL-BUS-DATE TO LS-LAST-DATE
           IF NEW-REC = 'Y'
               WRITE LEAGSTD-REC
           ELSE
               REWRITE LEAGSTD-REC
           END-IF.
      *
       POST-HEAD-TO-HEAD.
           MOVE PS-PLAYER-ID TO LH-PLAYER-ID
           MOVE PS-OPP-ID TO LH-OPP-ID
           READ H2HMAST
               INVALID KEY MOVE 'Y' TO NEW-REC
               NOT INVALID KEY MOVE 'N' TO NEW-REC
           END-READ
           IF NEW-REC = 'Y'
               INITIALIZE LEAGH2H-REC
               MOVE PS-PLAYER-ID TO LH-PLAYER-ID
               MOVE PS-OPP-ID TO LH-OPP-ID
           END-IF
           ADD 1 TO LH-PLAYED
           EVALUATE PS-RESULT
               WHEN 'W'
                   ADD 1 TO LH-WON
               WHEN 'D'
                   ADD 1 TO LH-DRAWN
               WHEN OTHER
                   ADD 1 TO LH-LOST
           END-EVALUATE
           ADD PS-FOR TO LH-SCORE-FOR
           ADD PS-AGST TO LH-SCORE-AGST
           IF NEW-REC = 'Y'
               WRITE LEAGH2H-REC
           ELSE
               REWRITE LEAGH2H-REC
           END-IF.
      *
      *    Load the standings, order them by league points, then
      *    round-point difference, then matches won, then player
      *    id, and - on a night that posted - write each player's
      *    new position back, keeping the old one for movement.
       RANK-STANDINGS.
           MOVE 0 TO PLAYER-COUNT
           MOVE SPACE TO SCAN-EOF
           OPEN INPUT STNDSCAN
           IF SCAN-STATUS NOT = '00'
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM READ-STANDING
           PERFORM UNTIL SCAN-EOF = 'Y'
               IF LV-PLAYER-ID NOT = SPACES
                   PERFORM LOAD-STANDING
               END-IF
               PERFORM READ-STANDING
           END-PERFORM
           CLOSE STNDSCAN
           PERFORM VARYING J FROM 2 BY 1 UNTIL J > PLAYER-COUNT
               MOVE J TO K
               PERFORM UNTIL K < 2
                   OR NOT (SG-POINTS(K) > SG-POINTS(K - 1)
                   OR (SG-POINTS(K) = SG-POINTS(K - 1)
                   AND SG-DIFF(K) > SG-DIFF(K - 1))
                   OR (SG-POINTS(K) = SG-POINTS(K - 1)
                   AND SG-DIFF(K) = SG-DIFF(K - 1)
                   AND SG-WON(K) > SG-WON(K - 1)))
                   MOVE STANDING-ENTRY(K) TO STANDING-HOLD
                   MOVE STANDING-ENTRY(K - 1) TO STANDING-ENTRY(K)
                   MOVE STANDING-HOLD TO STANDING-ENTRY(K - 1)
                   SUBTRACT 1 FROM K
               END-PERFORM
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PLAYER-COUNT
               MOVE J TO SG-POS(J)
           END-PERFORM
           IF POST-REFUSED NOT = 'Y'
               PERFORM SAVE-POSITIONS
           END-IF.
      *
       LOAD-STANDING.
           IF PLAYER-COUNT < PLAYER-MAX
               ADD 1 TO PLAYER-COUNT
               MOVE PLAYER-COUNT TO PX
               MOVE LV-PLAYER-ID TO SG-PLAYER-ID(PX)
               MOVE LV-PLAYED TO SG-PLAYED(PX)
               MOVE LV-WON TO SG-WON(PX)
               MOVE LV-DRAWN TO SG-DRAWN(PX)
               MOVE LV-LOST TO SG-LOST(PX)
               MOVE LV-POINTS TO SG-POINTS(PX)
               MOVE LV-SCORE-FOR TO SG-FOR(PX)
               MOVE LV-SCORE-AGST TO SG-AGST(PX)
               COMPUTE SG-DIFF(PX) = LV-SCORE-FOR - LV-SCORE-AGST
               IF POST-REFUSED = 'Y'
                   MOVE LV-PREV-POS TO SG-PREV-POS(PX)
               ELSE
                   MOVE LV-POSITION TO SG-PREV-POS(PX)
               END-IF
               MOVE LV-PLAYER-ID TO PM-PLAYER-ID
               READ PLAYMAST
                   INVALID KEY MOVE SPACES TO PM-NAME
               END-READ
               MOVE PM-NAME TO SG-NAME(PX)
           ELSE
               DISPLAY 'AOCLEAG LEAGUE TABLE FULL AT ' PLAYER-MAX
                   ' PLAYERS - ' LV-PLAYER-ID ' NOT RANKED'
               ADD 1 TO WARN-COUNT
           END-IF.
      *
       READ-STANDING.
           IF SCAN-EOF NOT = 'Y'
               READ STNDSCAN
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
           END-IF.
      *
      *    Second pass over the cluster in key order, rewriting
      *    position and previous position from the ranked table.
       SAVE-POSITIONS.
           MOVE SPACE TO SCAN-EOF
           OPEN I-O STNDSCAN
           IF SCAN-STATUS NOT = '00'
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM READ-STANDING
           PERFORM UNTIL SCAN-EOF = 'Y'
               IF LV-PLAYER-ID NOT = SPACES
                   MOVE 0 TO PX
                   PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > PLAYER-COUNT OR PX > 0
                       IF SG-PLAYER-ID(J) = LV-PLAYER-ID
                           MOVE J TO PX
                       END-IF
                   END-PERFORM
                   IF PX > 0
                       MOVE LV-POSITION TO LV-PREV-POS
                       MOVE SG-POS(PX) TO LV-POSITION
                       REWRITE STNDSCAN-REC
                   END-IF
               END-IF
               PERFORM READ-STANDING
           END-PERFORM
           CLOSE STNDSCAN.
      *
       WRITE-LEAGUE-REPORT.
           MOVE SPACES TO LEAG-LINE
           MOVE 'DAY 2 LEAGUE STANDINGS - BUSINESS DATE' TO LEAG-LINE
           MOVE CTL-BUS-DATE TO RPT-DATE-ED
           MOVE RPT-DATE-ED TO LEAG-LINE(40:8)
           MOVE 'SCORING RULES VERSION' TO LEAG-LINE(52:21)
           MOVE RULE-VERSION TO RPT-VER-ED
           MOVE RPT-VER-ED TO LEAG-LINE(74:4)
           WRITE LEAG-LINE
           IF POST-REFUSED = 'Y'
               MOVE SPACES TO LEAG-LINE
               MOVE 'BUSINESS DATE ALREADY POSTED - LAST POSTED'
                   TO LEAG-LINE
               MOVE LAST-POSTED TO RPT-DATE-ED
               MOVE RPT-DATE-ED TO LEAG-LINE(44:8)
               MOVE '- TABLE SHOWN AS IT STANDS' TO LEAG-LINE(53:26)
               WRITE LEAG-LINE
           END-IF
           PERFORM WRITE-MATCH-RESULTS
           PERFORM WRITE-LEAGUE-TABLE
           PERFORM WRITE-HEAD-TO-HEAD.
      *
       WRITE-MATCH-RESULTS.
           MOVE SPACES TO LEAG-LINE
           WRITE LEAG-LINE
           MOVE 'TONIGHT''S MATCHES' TO LEAG-LINE
           WRITE LEAG-LINE
           MOVE SPACES TO LEAG-LINE
           MOVE 'MATCH' TO LEAG-LINE(1:5)
           MOVE 'PLAYER' TO LEAG-LINE(9:6)
           MOVE 'SCORE' TO LEAG-LINE(43:5)
           MOVE 'SCORE' TO LEAG-LINE(55:5)
           MOVE 'PLAYER' TO LEAG-LINE(62:6)
           MOVE 'ROUNDS' TO LEAG-LINE(96:6)
           MOVE 'RESULT' TO LEAG-LINE(104:6)
           WRITE LEAG-LINE
           IF POST-REFUSED NOT = 'Y'
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MATCH-COUNT
                   IF MT-ROUNDS(MX) > 0
                       PERFORM WRITE-MATCH-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO LEAG-LINE
           MOVE 'MATCHES POSTED' TO LEAG-LINE
           MOVE POSTED-COUNT TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(20:5)
           WRITE LEAG-LINE.
      *
       WRITE-MATCH-LINE.
           MOVE SPACES TO LEAG-LINE
           MOVE MT-MATCH-ID(MX) TO LEAG-LINE(1:6)
           MOVE MT-LEFT-ID(MX) TO LEAG-LINE(9:8)
           MOVE MT-LEFT-NAME(MX) TO LEAG-LINE(18:20)
           MOVE MT-LEFT-SCORE(MX) TO RPT-SCORE-ED
           MOVE RPT-SCORE-ED TO LEAG-LINE(39:9)
           MOVE '-' TO LEAG-LINE(49:1)
           MOVE MT-RIGHT-SCORE(MX) TO RPT-SCORE-ED
           MOVE RPT-SCORE-ED TO LEAG-LINE(51:9)
           MOVE MT-RIGHT-ID(MX) TO LEAG-LINE(62:8)
           MOVE MT-RIGHT-NAME(MX) TO LEAG-LINE(71:20)
           MOVE MT-ROUNDS(MX) TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(97:5)
           EVALUATE TRUE
               WHEN MT-LEFT-SCORE(MX) > MT-RIGHT-SCORE(MX)
                   MOVE 'WON BY' TO LEAG-LINE(104:6)
                   MOVE MT-LEFT-ID(MX) TO LEAG-LINE(111:8)
               WHEN MT-LEFT-SCORE(MX) < MT-RIGHT-SCORE(MX)
                   MOVE 'WON BY' TO LEAG-LINE(104:6)
                   MOVE MT-RIGHT-ID(MX) TO LEAG-LINE(111:8)
               WHEN OTHER
                   MOVE 'DRAWN' TO LEAG-LINE(104:5)
           END-EVALUATE
           WRITE LEAG-LINE.
      *
      *    Movement is against the position after the previous
      *    posting: +n up the table, -n down, NEW for a first
      *    appearance.
       WRITE-LEAGUE-TABLE.
           MOVE SPACES TO LEAG-LINE
           WRITE LEAG-LINE
           MOVE 'LEAGUE TABLE' TO LEAG-LINE
           WRITE LEAG-LINE
           MOVE SPACES TO LEAG-LINE
           MOVE ' POS' TO LEAG-LINE(1:4)
           MOVE 'MOVE' TO LEAG-LINE(7:4)
           MOVE 'PLAYER' TO LEAG-LINE(13:6)
           MOVE 'NAME' TO LEAG-LINE(22:4)
           MOVE 'P' TO LEAG-LINE(47:1)
           MOVE 'W' TO LEAG-LINE(53:1)
           MOVE 'D' TO LEAG-LINE(59:1)
           MOVE 'L' TO LEAG-LINE(65:1)
           MOVE 'PTS' TO LEAG-LINE(70:3)
           MOVE 'FOR' TO LEAG-LINE(80:3)
           MOVE 'AGAINST' TO LEAG-LINE(86:7)
           MOVE 'DIFF' TO LEAG-LINE(99:4)
           WRITE LEAG-LINE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLAYER-COUNT
               PERFORM WRITE-TABLE-LINE
           END-PERFORM.
      *
       WRITE-TABLE-LINE.
           MOVE SPACES TO LEAG-LINE
           MOVE SG-POS(PX) TO RPT-POS-ED
           MOVE RPT-POS-ED TO LEAG-LINE(1:4)
           IF SG-PREV-POS(PX) = 0
               MOVE 'NEW' TO LEAG-LINE(7:3)
           ELSE
               COMPUTE MOVE-BY = SG-PREV-POS(PX) - SG-POS(PX)
               IF MOVE-BY = 0
                   MOVE '  =' TO LEAG-LINE(7:3)
               ELSE
                   MOVE MOVE-BY TO RPT-MOVE-ED
                   MOVE RPT-MOVE-ED TO LEAG-LINE(7:4)
               END-IF
           END-IF
           MOVE SG-PLAYER-ID(PX) TO LEAG-LINE(13:8)
           MOVE SG-NAME(PX) TO LEAG-LINE(22:20)
           MOVE SG-PLAYED(PX) TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(43:5)
           MOVE SG-WON(PX) TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(49:5)
           MOVE SG-DRAWN(PX) TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(55:5)
           MOVE SG-LOST(PX) TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(61:5)
           MOVE SG-POINTS(PX) TO RPT-PTS-ED
           MOVE RPT-PTS-ED TO LEAG-LINE(67:6)
           MOVE SG-FOR(PX) TO RPT-SCORE-ED
           MOVE RPT-SCORE-ED TO LEAG-LINE(74:9)
           MOVE SG-AGST(PX) TO RPT-SCORE-ED
           MOVE RPT-SCORE-ED TO LEAG-LINE(84:9)
           MOVE SG-DIFF(PX) TO RPT-DIFF-ED
           MOVE RPT-DIFF-ED TO LEAG-LINE(94:9)
           WRITE LEAG-LINE.
      *
      *    Every pairing from each player's side, in player order.
       WRITE-HEAD-TO-HEAD.
           MOVE SPACES TO LEAG-LINE
           WRITE LEAG-LINE
           MOVE 'HEAD TO HEAD' TO LEAG-LINE
           WRITE LEAG-LINE
           MOVE SPACES TO LEAG-LINE
           MOVE 'PLAYER' TO LEAG-LINE(1:6)
           MOVE 'OPPONENT' TO LEAG-LINE(11:8)
           MOVE 'P' TO LEAG-LINE(24:1)
           MOVE 'W' TO LEAG-LINE(30:1)
           MOVE 'D' TO LEAG-LINE(36:1)
           MOVE 'L' TO LEAG-LINE(42:1)
           MOVE 'FOR' TO LEAG-LINE(50:3)
           MOVE 'AGAINST' TO LEAG-LINE(56:7)
           WRITE LEAG-LINE
           MOVE SPACE TO SCAN-EOF
           OPEN INPUT H2HSCAN
           IF SCAN-STATUS NOT = '00'
               MOVE 'Y' TO SCAN-EOF
           END-IF
           PERFORM READ-HEAD-TO-HEAD
           PERFORM UNTIL SCAN-EOF = 'Y'
               IF HV-PLAYER-ID NOT = SPACES
                   PERFORM WRITE-H2H-LINE
               END-IF
               PERFORM READ-HEAD-TO-HEAD
           END-PERFORM
           CLOSE H2HSCAN
           MOVE SPACES TO LEAG-LINE
           MOVE 'PAIRINGS ON FILE' TO LEAG-LINE
           MOVE H2H-COUNT TO RPT-SCORE-ED
           MOVE RPT-SCORE-ED TO LEAG-LINE(20:9)
           WRITE LEAG-LINE.
      *
       READ-HEAD-TO-HEAD.
           READ H2HSCAN
               AT END MOVE 'Y' TO SCAN-EOF
           END-READ.
      *
       WRITE-H2H-LINE.
           ADD 1 TO H2H-COUNT
           MOVE SPACES TO LEAG-LINE
           MOVE HV-PLAYER-ID TO LEAG-LINE(1:8)
           MOVE HV-OPP-ID TO LEAG-LINE(11:8)
           MOVE HV-PLAYED TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(20:5)
           MOVE HV-WON TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(26:5)
           MOVE HV-DRAWN TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(32:5)
           MOVE HV-LOST TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO LEAG-LINE(38:5)
           MOVE HV-SCORE-FOR TO RPT-SCORE-ED
           MOVE RPT-SCORE-ED TO LEAG-LINE(44:9)
           MOVE HV-SCORE-AGST TO RPT-SCORE-ED
           MOVE RPT-SCORE-ED TO LEAG-LINE(54:9)
           WRITE LEAG-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCLEAG' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE POSTED-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY PARMPROC.
       COPY SCORPROC.
