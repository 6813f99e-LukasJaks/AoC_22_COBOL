      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCSRLM.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULMAST ASSIGN TO SCORRUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-EFF-DATE
               FILE STATUS IS RULE-STATUS.
           SELECT RULSCAN ASSIGN TO SCORRUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-EFF-DATE
               FILE STATUS IS SCAN-STATUS.
           SELECT TRANFILE ASSIGN TO SRLTRAN.
           SELECT AUDFILE  ASSIGN TO SRLAUD.
           SELECT REJFILE  ASSIGN TO SRLREJ.
           SELECT RPTOUT   ASSIGN TO AOCRPT.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Keyed scoring-rules master (see COPYLIB/SCORRUL.cpy and
      *    JCL/AOCSRLDF.jcl), updated by key. Once primed with the
      *    standard rules, this program is its only writer.
       FD  RULMAST.
           COPY SCORRUL.
      *
      *    The same cluster passed in key order: once before the
      *    deck, for the highest rules version on file, and once
      *    after, for the schedule of rule sets printed at the end
      *    of the report.
       FD  RULSCAN.
           COPY SCORRUL REPLACING LEADING ==SR-== BY ==RS-==
               ==SCORRUL-REC== BY ==RULSCAN-REC==.
      *
      *    Maintenance transaction deck from the tournament
      *    committee: A to add a rule set from an effective date,
      *    C to correct a rule set not yet in force, D to withdraw
      *    one not yet in force. Points are two digits each: rock,
      *    paper, scissors, then loss, draw, win. Points are
      *    ignored on a delete.
       FD  TRANFILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRN-ACTION          PIC X(1).
           05  TRN-EFF-DATE        PIC 9(8).
           05  TRN-POINTS.
               10  TRN-SHAPE-PTS OCCURS 3 TIMES
                                   PIC 9(2).
               10  TRN-LOSS-PTS    PIC 9(2).
               10  TRN-DRAW-PTS    PIC 9(2).
               10  TRN-WIN-PTS     PIC 9(2).
           05  TRN-DESC            PIC X(30).
      *
      *    Before/after audit trail, one record per applied change,
      *    with the whole rule set on each side. Blank before image
      *    on an add; blank after image on a delete.
       FD  AUDFILE RECORDING MODE F.
       01  AUD-REC.
           05  AUD-RUN-DATE        PIC 9(8).
           05  AUD-ACTION          PIC X(1).
           05  AUD-BEFORE          PIC X(54).
           05  AUD-AFTER           PIC X(54).
      *
      *    Rejected transactions with a reason: bad or missing
      *    effective dates, non-numeric points, unrecognized action
      *    codes, an add on a date already on file, a change or
      *    delete for a date not on file, and any add, change or
      *    delete dated before today - a rule set the nightly
      *    scorers may already have used is history; a new rule
      *    set takes over from a new effective date instead. The
      *    transaction image rides along for the resubmit.
       FD  REJFILE RECORDING MODE F.
       01  REJ-REC.
           05  REJ-REASON          PIC X(12).
           05  REJ-IMAGE           PIC X(51).
      *
      *    Applied/rejected report, one line per transaction in deck
      *    order, the read/applied/rejected totals, then every rule
      *    set now on file with the one in force today starred.
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
         05 SCAN-EOF          PIC X VALUE 'N'.
         05 RULE-STATUS       PIC X(2) VALUE '00'.
         05 SCAN-STATUS       PIC X(2) VALUE '00'.

       01 TEMP.
         05 TRAN-COUNT        PIC 9(9) VALUE 0.
         05 APPLY-COUNT       PIC 9(9) VALUE 0.
         05 REJECT-COUNT      PIC 9(9) VALUE 0.
         05 HIGH-VERSION      PIC 9(4) VALUE 0.
         05 IN-FORCE-DATE     PIC 9(8) VALUE 0.
         05 PX                PIC 9(1) VALUE 0.
         05 RPT-COUNT-ED      PIC Z(8)9.
         05 RPT-PTS-ED        PIC Z9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TRANFILE
               AUDFILE REJFILE RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCSRLM I/O ERROR - ABNORMAL END AT RECORD '
               TRAN-COUNT
           MOVE 'AOCSRLM' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE TRAN-COUNT TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE REJECT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           PERFORM FIND-HIGH-VERSION
           OPEN I-O    RULMAST.
           IF RULE-STATUS NOT = '00'
               DISPLAY 'AOCSRLM SCORRUL OPEN FAILED, STATUS = '
                   RULE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  TRANFILE.
           OPEN OUTPUT AUDFILE.
           OPEN OUTPUT REJFILE.
           OPEN OUTPUT RPTOUT.
      *
       READ-NEXT-RECORD.
           PERFORM READ-TRAN-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM APPLY-TRANSACTION
               PERFORM READ-TRAN-RECORD
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCSRLM TRANSACTIONS READ    = ' TRAN-COUNT
           DISPLAY 'AOCSRLM TRANSACTIONS APPLIED = ' APPLY-COUNT
           DISPLAY 'AOCSRLM TRANSACTIONS REJECTED= ' REJECT-COUNT
           CLOSE RULMAST.
           PERFORM WRITE-RULE-SCHEDULE
           PERFORM WRITE-RUNLOG
           CLOSE TRANFILE.
           CLOSE AUDFILE.
           CLOSE REJFILE.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *
      *    Versions are handed out in ascending order across the
      *    whole master, so the highest one on file is found first.
       FIND-HIGH-VERSION.
           OPEN INPUT RULSCAN
           IF SCAN-STATUS = '00'
               PERFORM READ-SCAN-RECORD
               PERFORM UNTIL SCAN-EOF = 'Y'
                   IF RS-VERSION > HIGH-VERSION
                       MOVE RS-VERSION TO HIGH-VERSION
                   END-IF
                   PERFORM READ-SCAN-RECORD
               END-PERFORM
               CLOSE RULSCAN
           END-IF
           MOVE 'N' TO SCAN-EOF.
      *
       READ-SCAN-RECORD.
           READ RULSCAN
               AT END MOVE 'Y' TO SCAN-EOF
           END-READ
           IF SCAN-STATUS NOT = '00'
               MOVE 'Y' TO SCAN-EOF
           END-IF.
      *
       READ-TRAN-RECORD.
           READ TRANFILE
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO TRAN-COUNT
           END-IF.
      *
      *    Date first, then the action, then the points (not on a
      *    delete), and only then the master itself.
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-EFF-DATE NOT NUMERIC
                   OR TRN-EFF-DATE < 19000000
                   PERFORM WRITE-REJECT-BAD-DATE
               WHEN TRN-EFF-DATE < RL-RUN-DATE
                   PERFORM WRITE-REJECT-IN-FORCE
               WHEN OTHER
                   EVALUATE TRN-ACTION
                       WHEN 'A'
                       WHEN 'C'
                           IF TRN-POINTS NOT NUMERIC
                               PERFORM WRITE-REJECT-BAD-POINTS
                           ELSE
                               IF TRN-ACTION = 'A'
                                   PERFORM APPLY-ADD
                               ELSE
                                   PERFORM APPLY-CHANGE
                               END-IF
                           END-IF
                       WHEN 'D'
                           PERFORM APPLY-DELETE
                       WHEN OTHER
                           PERFORM WRITE-REJECT-BAD-ACTION
                   END-EVALUATE
           END-EVALUATE.
      *
       APPLY-ADD.
           MOVE TRN-EFF-DATE TO SR-EFF-DATE
           READ RULMAST
               INVALID KEY CONTINUE
           END-READ
           IF RULE-STATUS = '00'
               PERFORM WRITE-REJECT-DUPLICATE
           ELSE
               PERFORM BUILD-RULE-SET
               WRITE SCORRUL-REC
                   INVALID KEY PERFORM WRITE-REJECT-DUPLICATE
                   NOT INVALID KEY
                       MOVE SPACES TO AUD-BEFORE
                       MOVE SCORRUL-REC TO AUD-AFTER
                       PERFORM WRITE-AUDIT
               END-WRITE
           END-IF.
      *
      *    A corrected rule set gets a new version number, so a
      *    version always stands for one set of points.
       APPLY-CHANGE.
           MOVE TRN-EFF-DATE TO SR-EFF-DATE
           READ RULMAST
               INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
               NOT INVALID KEY
                   MOVE SCORRUL-REC TO AUD-BEFORE
                   PERFORM BUILD-RULE-SET
                   REWRITE SCORRUL-REC
                   MOVE SCORRUL-REC TO AUD-AFTER
                   PERFORM WRITE-AUDIT
           END-READ.
      *
       APPLY-DELETE.
           MOVE TRN-EFF-DATE TO SR-EFF-DATE
           READ RULMAST
               INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
               NOT INVALID KEY
                   MOVE SCORRUL-REC TO AUD-BEFORE
                   DELETE RULMAST
                   MOVE SPACES TO AUD-AFTER
                   PERFORM WRITE-AUDIT
           END-READ.
      *
       BUILD-RULE-SET.
           ADD 1 TO HIGH-VERSION
           MOVE TRN-EFF-DATE TO SR-EFF-DATE
           MOVE HIGH-VERSION TO SR-VERSION
           MOVE TRN-SHAPE-PTS(1) TO SR-SHAPE-PTS(1)
           MOVE TRN-SHAPE-PTS(2) TO SR-SHAPE-PTS(2)
           MOVE TRN-SHAPE-PTS(3) TO SR-SHAPE-PTS(3)
           MOVE TRN-LOSS-PTS TO SR-LOSS-PTS
           MOVE TRN-DRAW-PTS TO SR-DRAW-PTS
           MOVE TRN-WIN-PTS TO SR-WIN-PTS
           MOVE TRN-DESC TO SR-DESC.
      *
       WRITE-AUDIT.
           ADD 1 TO APPLY-COUNT
           MOVE RL-RUN-DATE TO AUD-RUN-DATE
           MOVE TRN-ACTION TO AUD-ACTION
           WRITE AUD-REC
           MOVE SPACES TO RPT-LINE
           STRING 'APPLIED   ' DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRAN-REC(2:8) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRAN-REC(10:12) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRN-DESC DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           IF TRN-ACTION NOT = 'D'
               MOVE 'VERSION' TO RPT-LINE(68:7)
               MOVE SR-VERSION TO RPT-LINE(76:4)
           END-IF
           WRITE RPT-LINE.
      *
       WRITE-REJECT-BAD-DATE.
           MOVE 'BAD DATE' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-IN-FORCE.
           MOVE 'BEFORE TODAY' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-BAD-ACTION.
           MOVE 'BAD ACTION' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-BAD-POINTS.
           MOVE 'BAD POINTS' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-DUPLICATE.
           MOVE 'DUPLICATE' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-UNKNOWN.
           MOVE 'UNKNOWN DATE' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE TRAN-REC TO REJ-IMAGE
           WRITE REJ-REC
           MOVE SPACES TO RPT-LINE
           STRING 'REJECTED  ' DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRAN-REC(2:8) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRAN-REC(10:12) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  REJ-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           MOVE TRAN-COUNT TO RPT-COUNT-ED
           STRING 'AOCSRLM TRANSACTIONS READ:     ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE APPLY-COUNT TO RPT-COUNT-ED
           STRING 'AOCSRLM TRANSACTIONS APPLIED:  ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE REJECT-COUNT TO RPT-COUNT-ED
           STRING 'AOCSRLM TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
      *    Every rule set on file in effective-date order, with the
      *    one the scorers will use tonight starred.
       WRITE-RULE-SCHEDULE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RULE SETS ON FILE  (* = IN FORCE TODAY)' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'EFF DATE  VER   ROCK PAPR SCIS  LOSS DRAW WIN'
                   DELIMITED BY SIZE
                  '   DESCRIPTION' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           OPEN INPUT RULSCAN
           IF SCAN-STATUS = '00'
               PERFORM READ-SCAN-RECORD
               PERFORM UNTIL SCAN-EOF = 'Y'
                   IF RS-EFF-DATE NOT > RL-RUN-DATE
                       MOVE RS-EFF-DATE TO IN-FORCE-DATE
                   END-IF
                   PERFORM READ-SCAN-RECORD
               END-PERFORM
               CLOSE RULSCAN
           END-IF
           MOVE 'N' TO SCAN-EOF
           OPEN INPUT RULSCAN
           IF SCAN-STATUS = '00'
               PERFORM READ-SCAN-RECORD
               PERFORM UNTIL SCAN-EOF = 'Y'
                   PERFORM WRITE-SCHEDULE-LINE
                   PERFORM READ-SCAN-RECORD
               END-PERFORM
               CLOSE RULSCAN
           END-IF.
      *
       WRITE-SCHEDULE-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE RS-EFF-DATE TO RPT-LINE(1:8)
           MOVE RS-VERSION TO RPT-LINE(11:4)
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 3
               MOVE RS-SHAPE-PTS(PX) TO RPT-PTS-ED
               MOVE RPT-PTS-ED TO RPT-LINE(PX * 5 + 13:2)
           END-PERFORM
           MOVE RS-LOSS-PTS TO RPT-PTS-ED
           MOVE RPT-PTS-ED TO RPT-LINE(34:2)
           MOVE RS-DRAW-PTS TO RPT-PTS-ED
           MOVE RPT-PTS-ED TO RPT-LINE(39:2)
           MOVE RS-WIN-PTS TO RPT-PTS-ED
           MOVE RPT-PTS-ED TO RPT-LINE(44:2)
           MOVE RS-DESC TO RPT-LINE(49:30)
           IF RS-EFF-DATE = IN-FORCE-DATE
               MOVE '*' TO RPT-LINE(9:1)
           END-IF
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCSRLM' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE TRAN-COUNT TO RL-REC-IN
           MOVE APPLY-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 0 TO RL-RC
           IF REJECT-COUNT > 0
               MOVE 4 TO RL-RC
           END-IF
           MOVE REJECT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
