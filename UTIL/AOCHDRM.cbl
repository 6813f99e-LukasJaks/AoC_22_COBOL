      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCHDRM.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAGIN  ASSIGN TO DIAGIN
               FILE STATUS IS DIAG-STATUS.
           SELECT JRNIN   ASSIGN TO JRNIN
               FILE STATUS IS JRN-STATUS.
           SELECT CHANIN  ASSIGN TO CHANIN
               FILE STATUS IS CHAN-STATUS.
           SELECT RUNLOGI ASSIGN TO RUNLOGI
               FILE STATUS IS RLI-STATUS.
           SELECT TEAMMST ASSIGN TO TEAMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS TEAM-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT STOCKIN ASSIGN TO STOCKIN
               FILE STATUS IS STOCK-STATUS.
           SELECT HISTIN  ASSIGN TO ELFHIST
               FILE STATUS IS HIST-STATUS.
           SELECT HDRMPRV ASSIGN TO HDRMPRV
               FILE STATUS IS PRV-STATUS.
           SELECT HDRMOUT ASSIGN TO HDRMOUT.
           SELECT PARMFILE ASSIGN TO AOCPARM
               FILE STATUS IS RP-STATUS.
           SELECT HDRMRPT ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Tonight's Day 5 input: the crate diagram down to the
      *    stack-number ruler and its blank separator line is all
      *    that is read (stacks across, diagram lines down).
       FD  DIAGIN RECORDING MODE F.
       01  DIAG-REC               PIC X(500).
      *
      *    AOC05A's movement journal (the layout AOCCRTL reads):
      *    the landing depth on each record is the stack height
      *    the crate made, so its peak is the deepest stack held.
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
      *    Tonight's Day 6 feed: only the channel tag is looked at.
       FD  CHANIN RECORDING MODE F.
       01  CHAN-REC.
           05  CN-CHANNEL-TAG     PIC X(8).
           05  CN-STREAM-CHUNK    PIC X(500).
      *
      *    The shared run log, scanned for the latest completed
      *    AOC01A run: its detail count is the field of elves
      *    AOCLDRB has to rank.
       FD  RUNLOGI RECORDING MODE F.
           COPY RUNLOG REPLACING LEADING ==RL-== BY ==RI-==
               ==RUNLOG-REC== BY ==RUNLOGI-REC==.
      *
      *    Team master (see COPYLIB/TEAMMST.cpy), browsed for the
      *    crews AOCLDRB totals.
       FD  TEAMMST.
           COPY TEAMMST.
      *
      *    Suite-wide keyword control deck: the TOPN card AOC01B
      *    will be asked to honour, taken as written (an oversized
      *    request is exactly what this report is here to catch).
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    Tonight's Day 3 rucksack lines: every distinct item
      *    character needs one of AOC03B's stock slots.
       FD  STOCKIN RECORDING MODE F.
       01  STOCK-REC              PIC X(500).
      *
      *    Rolling per-elf calorie history (see ELFHIST.cpy): the
      *    runs held per elf, against the three the ELFRES record
      *    shows.
       FD  HISTIN RECORDING MODE F.
           COPY ELFHIST.
      *
      *    Prior nights' measurements, read back for the growth
      *    trend; a missing or empty store just means no trend yet.
       FD  HDRMPRV RECORDING MODE F.
       01  HDRMPRV-REC            PIC X(43).
      *
      *    Tonight's measurements, appended to the same store (see
      *    COPYLIB/HDRMHIST.cpy).
       FD  HDRMOUT RECORDING MODE F.
           COPY HDRMHIST.
      *
      *    Keyword control cards (see COPYLIB/RPTPPROC.cpy):
      *    WARNWEEKS=n warns when a ceiling is projected to be hit
      *    within n weeks (default 13, a quarter's notice to get a
      *    redesign scheduled), WARNPCT=n warns at n percent of the
      *    ceiling whatever the trend (default 90), and TRENDDAYS=n
      *    is how far back the trend looks (default 28).
       FD  PARMFILE RECORDING MODE F.
       01  PARM-REC               PIC X(80).
      *
      *    The headroom report: one line per ceiling with tonight's
      *    high-water mark, percent used, growth per week and the
      *    weeks left before the ceiling is hit.
       FD  HDRMRPT RECORDING MODE F.
       01  RPT-LINE               PIC X(132).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 DIAG-STATUS       PIC X(2) VALUE '00'.
         05 JRN-STATUS        PIC X(2) VALUE '00'.
         05 CHAN-STATUS       PIC X(2) VALUE '00'.
         05 RLI-STATUS        PIC X(2) VALUE '00'.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 PDECK-STATUS      PIC X(2) VALUE '00'.
         05 STOCK-STATUS      PIC X(2) VALUE '00'.
         05 HIST-STATUS       PIC X(2) VALUE '00'.
         05 PRV-STATUS        PIC X(2) VALUE '00'.

       01 TEMP.
         05 TONIGHT           PIC 9(8) VALUE 0.
         05 TONIGHT-DAY       PIC 9(9) VALUE 0.
         05 REC-COUNT         PIC 9(9) VALUE 0.
         05 PRV-COUNT         PIC 9(9) VALUE 0.
         05 WARN-COUNT        PIC 9(4) VALUE 0.
         05 WARN-WEEKS        PIC 9(4) VALUE 13.
         05 WARN-PCT          PIC 9(4) VALUE 90.
         05 TREND-DAYS        PIC 9(4) VALUE 28.
         05 MX                PIC 9(2) VALUE 0.
         05 CX                PIC 9(3) VALUE 0.
         05 I                 PIC 9(4) VALUE 0.
         05 RULER-COL         PIC 9(4) VALUE 0.
         05 STACK-N           PIC 9(4) VALUE 0.
         05 DIAG-LINES        PIC 9(9) VALUE 0.
         05 CHAN-COUNT        PIC 9(3) VALUE 0.
         05 CREW-COUNT        PIC 9(3) VALUE 0.
         05 TEAM-COUNT        PIC 9(9) VALUE 0.
         05 ELF-COUNT         PIC 9(9) VALUE 0.
         05 ITEM-COUNT        PIC 9(3) VALUE 0.
         05 TOPN-ASKED        PIC 9(9) VALUE 3.
         05 RULER-LINE        PIC X(500) VALUE SPACES.
         05 CARD-KEYWORD      PIC X(20) VALUE SPACES.
         05 CARD-VALUE        PIC X(60) VALUE SPACES.
         05 TREND-AGE         PIC S9(9) VALUE 0.
         05 PRV-DAY           PIC 9(9) VALUE 0.
         05 HEADROOM          PIC S9(9) VALUE 0.
         05 RPT-NUM-ED        PIC Z(8)9.
         05 RPT-PCT-ED        PIC Z(4)9.
         05 RPT-GROW-ED       PIC -(6)9.9.
         05 RPT-WEEKS-ED      PIC Z(6)9.9.

      *    Every table ceiling watched, in report order: short name,
      *    the program that holds the table, what fills it, the
      *    ceiling, and whether hitting it is by design (ELFRES is
      *    a rolling last-three window, so a longer history is
      *    simply not shown - reported, never warned on).
       01 MEASURE-LIST.
         05 FILLER PIC X(51) VALUE
             'STACKS  AOC05A  STACKS ON THE DIAGRAM    000000020N'.
         05 FILLER PIC X(51) VALUE
             'TOPCRATEAOC05A  TOP-CRATES BYTES (STACKS)000000020N'.
         05 FILLER PIC X(51) VALUE
             'DEPTH   AOC05A  CRATES ON ONE STACK      000000100N'.
         05 FILLER PIC X(51) VALUE
             'DIAGROWSAOC05A  DIAGRAM LINES BUFFERED   000000060N'.
         05 FILLER PIC X(51) VALUE
             'CHANNELSAOC06A  DAY 6 CHANNELS           000000010N'.
         05 FILLER PIC X(51) VALUE
             'LEADERS AOCLDRB ELVES RANKED             000001000N'.
         05 FILLER PIC X(51) VALUE
             'CREWS   AOCLDRB CREWS TOTALLED           000000050N'.
         05 FILLER PIC X(51) VALUE
             'TOPN    AOC01B  TOP-N SLOTS ASKED FOR    000000100N'.
         05 FILLER PIC X(51) VALUE
             'STOCKSLTAOC03B  DISTINCT BADGE ITEMS     000000052N'.
         05 FILLER PIC X(51) VALUE
             'HISTRUNSAOCELFL ELFRES RUNS PER ELF      000000003Y'.
       01 MEASURE-LIST-R REDEFINES MEASURE-LIST.
         05 MEASURE-DEF OCCURS 10 TIMES.
             10  MD-MEASURE       PIC X(8).
             10  MD-PROGRAM       PIC X(8).
             10  MD-DESC          PIC X(25).
             10  MD-CEILING       PIC 9(9).
             10  MD-ROLLING       PIC X(1).

      *    Tonight's reading per ceiling, the oldest reading inside
      *    the trend window, and what the two make of each other.
       01 MEASURE-STATE.
         05 MEASURE-ENTRY OCCURS 10 TIMES.
             10  MV-VALUE         PIC 9(9)    VALUE 0.
             10  MV-MEASURED      PIC X(1)    VALUE 'N'.
             10  MV-BASE-DATE     PIC 9(8)    VALUE 0.
             10  MV-BASE-VALUE    PIC 9(9)    VALUE 0.
             10  MV-BASE-AGE      PIC 9(4)    VALUE 0.
             10  MV-PCT           PIC 9(5)    VALUE 0.
             10  MV-WEEKLY        PIC S9(7)V9 VALUE 0.
             10  MV-WEEKS         PIC 9(7)V9  VALUE 0.
             10  MV-STATUS        PIC X(8)    VALUE SPACES.

      *    Distinct Day 6 channel tags and team-master crew codes
      *    seen; both tables are far roomier than the ceilings they
      *    are measured against.
       01 CHANNEL-SEEN.
         05 CS-TAG OCCURS 100 TIMES  PIC X(8).
       01 CREW-SEEN.
         05 CW-CODE OCCURS 500 TIMES PIC X(4).

      *    One flag per character value seen in the Day 3 input.
       01 ITEM-SEEN.
         05 IT-SEEN OCCURS 256 TIMES PIC X(1) VALUE 'N'.

      *    Runs of history held per elf, by elf number as AOCELFL
      *    holds them.
       01 HIST-RUN-TABLE.
         05 HR-RUNS OCCURS 1000 TIMES PIC 9(5) VALUE 0.

      *    Mirror of the history record for reading HDRMPRV through
      *    the one layout both files share.
           COPY HDRMHIST REPLACING LEADING ==HM-== BY ==HP-==
               ==HDRMHIST-REC== BY ==HDRMPRV-WREC==.

       COPY RPTPARM.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HDRMOUT HDRMRPT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCHDRM I/O ERROR - ABNORMAL END AT RECORD '
               REC-COUNT
           MOVE 'AOCHDRM' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
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
           COMPUTE TONIGHT-DAY = FUNCTION INTEGER-OF-DATE(TONIGHT).
           OPEN OUTPUT HDRMRPT.
           PERFORM READ-PARM.
      *
       MEASURE-CEILINGS.
           PERFORM MEASURE-DIAGRAM
           PERFORM MEASURE-DEPTH
           PERFORM MEASURE-CHANNELS
           PERFORM MEASURE-LEADERS
           PERFORM MEASURE-CREWS
           PERFORM MEASURE-TOPN
           PERFORM MEASURE-STOCK-ITEMS
           PERFORM MEASURE-HISTORY-RUNS
           PERFORM LOAD-TREND-BASE
           PERFORM JUDGE-MEASURE VARYING MX FROM 1 BY 1
               UNTIL MX > 10
           PERFORM WRITE-REPORT
           PERFORM APPEND-HISTORY
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCHDRM SETTINGS USED: ' RP-ECHO
           DISPLAY 'AOCHDRM CEILINGS MEASURED = ' REC-COUNT
           DISPLAY 'AOCHDRM PRIOR READINGS    = ' PRV-COUNT
           DISPLAY 'AOCHDRM CEILINGS WARNED   = ' WARN-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE HDRMRPT.
           CLOSE RUNLOG.
           GOBACK.
      *
       READ-PARM.
           PERFORM READ-RPT-PARMS
           MOVE 'WARNWEEKS' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE >= 1 AND RP-NUM-VALUE <= 520
                   MOVE RP-NUM-VALUE TO WARN-WEEKS
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           MOVE 'WARNPCT' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE >= 1 AND RP-NUM-VALUE <= 100
                   MOVE RP-NUM-VALUE TO WARN-PCT
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           MOVE 'TRENDDAYS' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE >= 7 AND RP-NUM-VALUE <= 364
                   MOVE RP-NUM-VALUE TO TREND-DAYS
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           PERFORM REPORT-UNUSED-PARMS.
      *
      *    The diagram runs down to the stack-number ruler, the
      *    last non-blank line before the first blank one. As in
      *    AOC05A, a non-space at column 4*(n-1)+2 of the ruler
      *    marks stack n; one TOP-CRATES byte is needed per stack,
      *    and every diagram line including the ruler takes one of
      *    AOC05A's buffered lines.
       MEASURE-DIAGRAM.
           MOVE 0 TO DIAG-LINES
           MOVE SPACES TO RULER-LINE
           MOVE SPACE TO LASTREC
           OPEN INPUT DIAGIN
           IF DIAG-STATUS = '00'
               PERFORM READ-DIAG-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF DIAG-REC = SPACES
                       MOVE 'Y' TO LASTREC
                   ELSE
                       ADD 1 TO DIAG-LINES
                       MOVE DIAG-REC TO RULER-LINE
                       PERFORM READ-DIAG-RECORD
                   END-IF
               END-PERFORM
               CLOSE DIAGIN
               MOVE DIAG-LINES TO MV-VALUE(4)
               MOVE 'Y' TO MV-MEASURED(4)
               IF DIAG-LINES > 0
                   MOVE 0 TO STACK-N
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 125
                       COMPUTE RULER-COL = 4 * (I - 1) + 2
                       IF RULER-LINE(RULER-COL:1) NOT = SPACE
                           MOVE I TO STACK-N
                       END-IF
                   END-PERFORM
                   MOVE STACK-N TO MV-VALUE(1)
                   MOVE 'Y' TO MV-MEASURED(1)
                   MOVE STACK-N TO MV-VALUE(2)
                   MOVE 'Y' TO MV-MEASURED(2)
               END-IF
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-DIAG-RECORD.
           READ DIAGIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       MEASURE-DEPTH.
           MOVE SPACE TO LASTREC
           OPEN INPUT JRNIN
           IF JRN-STATUS = '00'
               MOVE 'Y' TO MV-MEASURED(3)
               PERFORM READ-JRN-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF JM-TO-DEPTH-A > MV-VALUE(3)
                       MOVE JM-TO-DEPTH-A TO MV-VALUE(3)
                   END-IF
                   PERFORM READ-JRN-RECORD
               END-PERFORM
               CLOSE JRNIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-JRN-RECORD.
           READ JRNIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       MEASURE-CHANNELS.
           MOVE SPACE TO LASTREC
           MOVE 0 TO CHAN-COUNT
           OPEN INPUT CHANIN
           IF CHAN-STATUS = '00'
               MOVE 'Y' TO MV-MEASURED(5)
               PERFORM READ-CHAN-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM POST-CHANNEL-TAG
                   PERFORM READ-CHAN-RECORD
               END-PERFORM
               CLOSE CHANIN
               MOVE CHAN-COUNT TO MV-VALUE(5)
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-CHAN-RECORD.
           READ CHANIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-CHANNEL-TAG.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHAN-COUNT
               OR CS-TAG(CX) = CN-CHANNEL-TAG
               CONTINUE
           END-PERFORM
           IF CX > CHAN-COUNT AND CHAN-COUNT < 100
               ADD 1 TO CHAN-COUNT
               MOVE CN-CHANNEL-TAG TO CS-TAG(CHAN-COUNT)
           END-IF.
      *
      *    AOC01A's detail count on its latest completed run; an
      *    abended run's count is not a roster size.
       MEASURE-LEADERS.
           MOVE SPACE TO LASTREC
           OPEN INPUT RUNLOGI
           IF RLI-STATUS = '00'
               PERFORM READ-RUNLOGI-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF RI-PROGRAM = 'AOC01A' AND RI-STATUS NOT = 'A'
                       MOVE RI-REC-OUT TO ELF-COUNT
                       MOVE 'Y' TO MV-MEASURED(6)
                   END-IF
                   PERFORM READ-RUNLOGI-RECORD
               END-PERFORM
               CLOSE RUNLOGI
               MOVE ELF-COUNT TO MV-VALUE(6)
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-RUNLOGI-RECORD.
           READ RUNLOGI
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    AOCLDRB opens one crew slot per crew code, plus the
      *    '(NONE)' slot when any ranked elf has no team record -
      *    taken as so when the master covers fewer elves than
      *    AOC01A ranked.
       MEASURE-CREWS.
           MOVE SPACE TO LASTREC
           MOVE 0 TO CREW-COUNT
           MOVE 0 TO TEAM-COUNT
           OPEN INPUT TEAMMST
           IF TEAM-STATUS = '00'
               MOVE 'Y' TO MV-MEASURED(7)
               PERFORM READ-TEAM-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   ADD 1 TO TEAM-COUNT
                   PERFORM POST-CREW-CODE
                   PERFORM READ-TEAM-RECORD
               END-PERFORM
               CLOSE TEAMMST
               IF TEAM-COUNT < ELF-COUNT
                   ADD 1 TO CREW-COUNT
               END-IF
               MOVE CREW-COUNT TO MV-VALUE(7)
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-TEAM-RECORD.
           READ TEAMMST NEXT
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF TEAM-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       POST-CREW-CODE.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
               OR CW-CODE(CX) = TM-CREW-CODE
               CONTINUE
           END-PERFORM
           IF CX > CREW-COUNT AND CREW-COUNT < 500
               ADD 1 TO CREW-COUNT
               MOVE TM-CREW-CODE TO CW-CODE(CREW-COUNT)
           END-IF.
      *
      *    The last TOPN card in the deck wins, as in PARMPROC; no
      *    card leaves AOC01B on its built-in top 3.
       MEASURE-TOPN.
           MOVE SPACE TO LASTREC
           OPEN INPUT PARMDECK
           IF PDECK-STATUS = '00'
               PERFORM READ-PDECK-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM POST-TOPN-CARD
                   PERFORM READ-PDECK-RECORD
               END-PERFORM
               CLOSE PARMDECK
           END-IF
           MOVE TOPN-ASKED TO MV-VALUE(8)
           MOVE 'Y' TO MV-MEASURED(8)
           MOVE SPACE TO LASTREC.
      *
       READ-PDECK-RECORD.
           READ PARMDECK
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-TOPN-CARD.
           IF PDECK-REC NOT = SPACES AND PDECK-REC(1:1) NOT = '*'
               MOVE SPACES TO CARD-KEYWORD
               MOVE SPACES TO CARD-VALUE
               UNSTRING PDECK-REC DELIMITED BY '='
                   INTO CARD-KEYWORD CARD-VALUE
               END-UNSTRING
               IF CARD-KEYWORD = 'TOPN'
                   AND FUNCTION TEST-NUMVAL(CARD-VALUE) = 0
                   AND FUNCTION NUMVAL(CARD-VALUE) >= 1
                   AND FUNCTION NUMVAL(CARD-VALUE) < 1000000000
                   COMPUTE TOPN-ASKED = FUNCTION NUMVAL(CARD-VALUE)
               END-IF
           END-IF.
      *
       MEASURE-STOCK-ITEMS.
           MOVE SPACE TO LASTREC
           MOVE 0 TO ITEM-COUNT
           OPEN INPUT STOCKIN
           IF STOCK-STATUS = '00'
               MOVE 'Y' TO MV-MEASURED(9)
               PERFORM READ-STOCK-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM POST-STOCK-ITEMS
                   PERFORM READ-STOCK-RECORD
               END-PERFORM
               CLOSE STOCKIN
               MOVE ITEM-COUNT TO MV-VALUE(9)
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-STOCK-RECORD.
           READ STOCKIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-STOCK-ITEMS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 500
               IF STOCK-REC(I:1) NOT = SPACE
                   COMPUTE CX = FUNCTION ORD(STOCK-REC(I:1))
                   IF IT-SEEN(CX) = 'N'
                       MOVE 'Y' TO IT-SEEN(CX)
                       ADD 1 TO ITEM-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      *
       MEASURE-HISTORY-RUNS.
           MOVE SPACE TO LASTREC
           OPEN INPUT HISTIN
           IF HIST-STATUS = '00'
               MOVE 'Y' TO MV-MEASURED(10)
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF EH-ELF-NUM >= 1 AND EH-ELF-NUM <= 1000
                       ADD 1 TO HR-RUNS(EH-ELF-NUM)
                       IF HR-RUNS(EH-ELF-NUM) > MV-VALUE(10)
                           MOVE HR-RUNS(EH-ELF-NUM) TO MV-VALUE(10)
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
           END-READ.
      *
      *    The store is in append order, so the first reading of a
      *    ceiling inside the trend window is the oldest one there.
       LOAD-TREND-BASE.
           MOVE SPACE TO LASTREC
           OPEN INPUT HDRMPRV
           IF PRV-STATUS = '00'
               PERFORM READ-PRIOR-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   ADD 1 TO PRV-COUNT
                   MOVE HDRMPRV-REC TO HDRMPRV-WREC
                   PERFORM POST-PRIOR-READING
                   PERFORM READ-PRIOR-RECORD
               END-PERFORM
               CLOSE HDRMPRV
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-PRIOR-RECORD.
           READ HDRMPRV
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-PRIOR-READING.
           IF HP-MEASURED = 'Y' AND HP-RUN-DATE > 19000000
               AND HP-RUN-DATE < TONIGHT
               COMPUTE PRV-DAY = FUNCTION INTEGER-OF-DATE(HP-RUN-DATE)
               COMPUTE TREND-AGE = TONIGHT-DAY - PRV-DAY
               IF TREND-AGE >= 1 AND TREND-AGE <= TREND-DAYS
                   PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 10
                       IF MD-MEASURE(MX) = HP-MEASURE
                           AND MV-BASE-DATE(MX) = 0
                           MOVE HP-RUN-DATE TO MV-BASE-DATE(MX)
                           MOVE HP-VALUE TO MV-BASE-VALUE(MX)
                           MOVE TREND-AGE TO MV-BASE-AGE(MX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *
      *    Growth per week is the straight line from the oldest
      *    reading in the window to tonight's; weeks left is the
      *    headroom over that rate. A ceiling already hit or passed
      *    is FULL or OVER; otherwise WARN when it is projected to
      *    be hit within WARNWEEKS or already stands at WARNPCT.
       JUDGE-MEASURE.
           ADD 1 TO REC-COUNT
           MOVE 0 TO MV-WEEKLY(MX)
           MOVE 0 TO MV-WEEKS(MX)
           COMPUTE MV-PCT(MX) =
               MV-VALUE(MX) * 100 / MD-CEILING(MX)
           IF MV-BASE-DATE(MX) > 0
               COMPUTE MV-WEEKLY(MX) ROUNDED =
                   (MV-VALUE(MX) - MV-BASE-VALUE(MX)) * 7
                   / MV-BASE-AGE(MX)
           END-IF
           COMPUTE HEADROOM = MD-CEILING(MX) - MV-VALUE(MX)
           IF MV-WEEKLY(MX) > 0 AND HEADROOM > 0
               COMPUTE MV-WEEKS(MX) ROUNDED =
                   HEADROOM / MV-WEEKLY(MX)
           END-IF
           EVALUATE TRUE
               WHEN MV-MEASURED(MX) NOT = 'Y'
                   MOVE 'NO INPUT' TO MV-STATUS(MX)
               WHEN MD-ROLLING(MX) = 'Y'
                   IF HEADROOM <= 0
                       MOVE 'ROLLING' TO MV-STATUS(MX)
                   ELSE
                       MOVE 'OK' TO MV-STATUS(MX)
                   END-IF
               WHEN HEADROOM < 0
                   MOVE 'OVER' TO MV-STATUS(MX)
                   ADD 1 TO WARN-COUNT
               WHEN HEADROOM = 0
                   MOVE 'FULL' TO MV-STATUS(MX)
                   ADD 1 TO WARN-COUNT
               WHEN MV-PCT(MX) >= WARN-PCT
                   MOVE 'WARN' TO MV-STATUS(MX)
                   ADD 1 TO WARN-COUNT
               WHEN MV-WEEKLY(MX) > 0 AND MV-WEEKS(MX) <= WARN-WEEKS
                   MOVE 'WARN' TO MV-STATUS(MX)
                   ADD 1 TO WARN-COUNT
               WHEN OTHER
                   MOVE 'OK' TO MV-STATUS(MX)
           END-EVALUATE.
      *
       WRITE-REPORT.
           MOVE SPACES TO RPT-LINE
           MOVE TONIGHT TO RPT-NUM-ED
           STRING 'SUITE TABLE HEADROOM FOR ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-NUM-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'MEASURE   PROGRAM   FILLED BY                '
                   DELIMITED BY SIZE
                  '   CEILING    TONIGHT USED%  PER WEEK  '
                   DELIMITED BY SIZE
                  'WEEKS LEFT      STATUS' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM WRITE-MEASURE-LINE VARYING MX FROM 1 BY 1
               UNTIL MX > 10
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WARN-COUNT TO RPT-NUM-ED
           STRING FUNCTION TRIM(RPT-NUM-ED) DELIMITED BY SIZE
                  ' CEILING(S) FULL, OVER OR WITHIN WARNING RANGE'
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-MEASURE-LINE.
           COMPUTE HEADROOM = MD-CEILING(MX) - MV-VALUE(MX)
           MOVE SPACES TO RPT-LINE
           MOVE MD-MEASURE(MX) TO RPT-LINE(1:8)
           MOVE MD-PROGRAM(MX) TO RPT-LINE(11:8)
           MOVE MD-DESC(MX) TO RPT-LINE(21:25)
           MOVE MD-CEILING(MX) TO RPT-NUM-ED
           MOVE RPT-NUM-ED TO RPT-LINE(47:9)
           MOVE MV-STATUS(MX) TO RPT-LINE(101:8)
           IF MV-MEASURED(MX) = 'Y'
               MOVE MV-VALUE(MX) TO RPT-NUM-ED
               MOVE RPT-NUM-ED TO RPT-LINE(58:9)
               MOVE MV-PCT(MX) TO RPT-PCT-ED
               MOVE RPT-PCT-ED TO RPT-LINE(68:5)
               IF MV-BASE-DATE(MX) > 0
                   MOVE MV-WEEKLY(MX) TO RPT-GROW-ED
                   MOVE RPT-GROW-ED TO RPT-LINE(74:9)
               ELSE
                   MOVE '  NO TREND' TO RPT-LINE(73:10)
               END-IF
               IF MV-WEEKS(MX) > 0
                   MOVE MV-WEEKS(MX) TO RPT-WEEKS-ED
                   MOVE RPT-WEEKS-ED TO RPT-LINE(86:9)
               ELSE
                   IF HEADROOM > 0
                       MOVE '        -' TO RPT-LINE(86:9)
                   END-IF
               END-IF
           END-IF
           WRITE RPT-LINE.
      *
       APPEND-HISTORY.
           OPEN EXTEND HDRMOUT
           PERFORM WRITE-HISTORY-RECORD VARYING MX FROM 1 BY 1
               UNTIL MX > 10
           CLOSE HDRMOUT.
      *
       WRITE-HISTORY-RECORD.
           MOVE TONIGHT TO HM-RUN-DATE
           MOVE MD-MEASURE(MX) TO HM-MEASURE
           MOVE MD-PROGRAM(MX) TO HM-PROGRAM
           MOVE MD-CEILING(MX) TO HM-CEILING
           MOVE MV-VALUE(MX) TO HM-VALUE
           MOVE MV-MEASURED(MX) TO HM-MEASURED
           WRITE HDRMHIST-REC.
      *
       WRITE-RUNLOG.
           MOVE 'AOCHDRM' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE REC-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE RP-ECHO TO RL-NOTE
           MOVE 0 TO RL-RC
           IF WARN-COUNT > 0
               MOVE 4 TO RL-RC
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY RPTPPROC.
