           SELECT ANSIN   ASSIGN TO ANSIN.
           SELECT REFFILE ASSIGN TO AOCREF.
           SELECT RECOUT  ASSIGN TO RECOUT.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *    (COPYLIB/ANSREC.cpy). Each program writes exactly one
      *    labeled record per answer, so this reconciliation no
      *    longer carries a hand-maintained FD per source program:
      *    adding a new day is a DD card on ANSIN, not an edit here,
      *    and adding a camp is that camp's DD cards.
       FD  ANSIN RECORDING MODE F.
           COPY ANSREC.
      *
      *    them in any order. An answer with no matching record here
      *    is reported NOREF rather than FAIL. REF-ALPHA carries the
      *    expected value for answers that aren't numbers (stack
      *    tops); leave it blank for numeric answers. Each camp's
      *    inputs differ, so each has its own references under its
      *    camp code; a blank code is the home camp's.
       FD  REFFILE RECORDING MODE F.
       01  REF-REC.
           05  REF-PROGRAM        PIC X(8).
           05  REF-LABEL          PIC X(20).
           05  REF-VALUE          PIC 9(18).
           05  REF-ALPHA          PIC X(20).
           05  REF-CAMP           PIC X(4).
      *
      *    One reconciliation line per answer: expected vs. actual
      *    and a PASS/FAIL/NOREF verdict. Alphanumeric answers print
       FD  RECOUT RECORDING MODE F.
           COPY RECLINE.
      *
      *    Reconciliation by camp: answers, passes, failures and
      *    NOREFs for each camp in the night's answers, then the
      *    combined totals across every camp.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE               PIC X(80).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
         05  RUN-RC               PIC 9(4)  VALUE 0.
         05  LOOKUP-VALUE         PIC 9(18) VALUE 0.
         05  LOOKUP-ALPHA         PIC X(20) VALUE SPACES.
         05  CAMP-COUNT           PIC 9(2)  VALUE 0.
         05  CX                   PIC 9(2)  VALUE 0.
         05  RPT-COUNT-ED         PIC Z(8)9.

      *    Reference deck loaded into memory once, since it's small
      *    and looked up by name once per answer checked here.
       01 REF-TABLE.
         05  REF-ENTRY OCCURS 100 TIMES.
             10  REF-T-PROGRAM    PIC X(8)  VALUE SPACES.
             10  REF-T-LABEL      PIC X(20) VALUE SPACES.
             10  REF-T-VALUE      PIC 9(18) VALUE 0.
             10  REF-T-ALPHA      PIC X(20) VALUE SPACES.
             10  REF-T-CAMP       PIC X(4)  VALUE SPACES.

      *    Verdict counts per camp, in the order the camps were met.
      *    The combined line is totalled as the report is written.
       01 CAMP-TABLE.
         05  CAMP-ENTRY OCCURS 20 TIMES.
             10  CT-CAMP          PIC X(4)  VALUE SPACES.
             10  CT-ANSWERS       PIC 9(9)  VALUE 0.
             10  CT-PASS          PIC 9(9)  VALUE 0.
             10  CT-FAIL          PIC 9(9)  VALUE 0.
             10  CT-NOREF         PIC 9(9)  VALUE 0.
       01 CAMP-TOTALS.
         05  TOT-ANSWERS          PIC 9(9)  VALUE 0.
         05  TOT-PASS             PIC 9(9)  VALUE 0.
         05  TOT-FAIL             PIC 9(9)  VALUE 0.
         05  TOT-NOREF            PIC 9(9)  VALUE 0.

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ANSIN REFFILE
               RECOUT RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCRECA I/O ERROR - ABNORMAL END AT RECORD '
               ANSWER-COUNT
           OPEN INPUT  ANSIN.
           OPEN INPUT  REFFILE.
           OPEN OUTPUT RECOUT.
           OPEN OUTPUT RPTOUT.
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           IF MISMATCH-COUNT > 0
               MOVE 8 TO RUN-RC
           END-IF
           PERFORM WRITE-CAMP-REPORT
           PERFORM WRITE-RUNLOG
           CLOSE ANSIN.
           CLOSE REFFILE.
           CLOSE RECOUT.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
           MOVE SPACE TO LASTREC
           PERFORM READ-REF-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF REF-COUNT < 100
                   ADD 1 TO REF-COUNT
                   MOVE REF-PROGRAM TO REF-T-PROGRAM(REF-COUNT)
                   MOVE REF-LABEL TO REF-T-LABEL(REF-COUNT)
                   MOVE REF-VALUE TO REF-T-VALUE(REF-COUNT)
                   MOVE REF-ALPHA TO REF-T-ALPHA(REF-COUNT)
                   MOVE REF-CAMP TO REF-T-CAMP(REF-COUNT)
                   IF REF-CAMP = SPACES
                       MOVE HOME-CAMP TO REF-T-CAMP(REF-COUNT)
                   END-IF
               END-IF
               PERFORM READ-REF-RECORD
           END-PERFORM
       READ-ANSWER-RECORD.
           READ ANSIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y' AND AR-CAMP = SPACES
               MOVE HOME-CAMP TO AR-CAMP
           END-IF.
      *
       READ-REF-RECORD.
           READ REFFILE
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    Scans REF-TABLE for the answer record's camp, program and
      *    label, setting REF-FOUND, LOOKUP-VALUE and LOOKUP-ALPHA.
       LOOKUP-REFERENCE.
           MOVE 'N' TO REF-FOUND
           MOVE 0 TO LOOKUP-VALUE
                   UNTIL WS-I > REF-COUNT OR REF-FOUND = 'Y'
               IF REF-T-PROGRAM(WS-I) = AR-PROGRAM
                   AND REF-T-LABEL(WS-I) = AR-LABEL
                   AND REF-T-CAMP(WS-I) = AR-CAMP
                   MOVE 'Y' TO REF-FOUND
                   MOVE REF-T-VALUE(WS-I) TO LOOKUP-VALUE
                   MOVE REF-T-ALPHA(WS-I) TO LOOKUP-ALPHA
       WRITE-RECON-LINE.
           ADD 1 TO ANSWER-COUNT
           PERFORM LOOKUP-REFERENCE
           PERFORM FIND-CAMP
           MOVE SPACES TO RECON-LINE
           MOVE AR-PROGRAM TO RC-PROGRAM
           MOVE AR-LABEL TO RC-LABEL
           MOVE AR-CAMP TO RC-CAMP
           IF AR-ALPHA = SPACES AND LOOKUP-ALPHA = SPACES
               PERFORM WRITE-NUMERIC-LINE
           ELSE
               PERFORM WRITE-ALPHA-LINE
           END-IF
           IF CX > 0
               ADD 1 TO CT-ANSWERS(CX)
               EVALUATE TRUE
                   WHEN REF-FOUND = 'N'
                       ADD 1 TO CT-NOREF(CX)
                   WHEN RC-STATUS = 'PASS'
                       ADD 1 TO CT-PASS(CX)
                   WHEN OTHER
                       ADD 1 TO CT-FAIL(CX)
               END-EVALUATE
           END-IF.
      *
      *    Leaves CX at the answer's camp in CAMP-TABLE, adding the
      *    camp the first time it is met; 0 once the table is full.
       FIND-CAMP.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAMP-COUNT
               OR CT-CAMP(CX) = AR-CAMP
               CONTINUE
           END-PERFORM
           IF CX > CAMP-COUNT
               IF CAMP-COUNT < 20
                   ADD 1 TO CAMP-COUNT
                   MOVE CAMP-COUNT TO CX
                   MOVE AR-CAMP TO CT-CAMP(CX)
               ELSE
                   MOVE 0 TO CX
               END-IF
           END-IF.
      *
       WRITE-NUMERIC-LINE.
               END-IF
           END-IF
           WRITE RECON-ALPHA-LINE.
      *
      *    One line per camp, then the combined totals.
       WRITE-CAMP-REPORT.
           MOVE SPACES TO RPT-LINE
           STRING 'AOCRECA RECONCILIATION BY CAMP - RUN DATE '
                   DELIMITED BY SIZE
                  RL-RUN-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CAMP        ANSWERS       PASS       FAIL      NOREF'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAMP-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE CT-CAMP(CX) TO RPT-LINE(1:4)
               MOVE CT-ANSWERS(CX) TO RPT-COUNT-ED
               MOVE RPT-COUNT-ED TO RPT-LINE(10:9)
               MOVE CT-PASS(CX) TO RPT-COUNT-ED
               MOVE RPT-COUNT-ED TO RPT-LINE(21:9)
               MOVE CT-FAIL(CX) TO RPT-COUNT-ED
               MOVE RPT-COUNT-ED TO RPT-LINE(32:9)
               MOVE CT-NOREF(CX) TO RPT-COUNT-ED
               MOVE RPT-COUNT-ED TO RPT-LINE(43:9)
               WRITE RPT-LINE
               ADD CT-ANSWERS(CX) TO TOT-ANSWERS
               ADD CT-PASS(CX) TO TOT-PASS
               ADD CT-FAIL(CX) TO TOT-FAIL
               ADD CT-NOREF(CX) TO TOT-NOREF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COMBINED' TO RPT-LINE(1:8)
           MOVE TOT-ANSWERS TO RPT-COUNT-ED
           MOVE RPT-COUNT-ED TO RPT-LINE(10:9)
           MOVE TOT-PASS TO RPT-COUNT-ED
           MOVE RPT-COUNT-ED TO RPT-LINE(21:9)
           MOVE TOT-FAIL TO RPT-COUNT-ED
           MOVE RPT-COUNT-ED TO RPT-LINE(32:9)
           MOVE TOT-NOREF TO RPT-COUNT-ED
           MOVE RPT-COUNT-ED TO RPT-LINE(43:9)
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCRECA' TO RL-PROGRAM
