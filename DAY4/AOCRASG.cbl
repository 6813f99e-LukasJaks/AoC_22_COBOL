      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCRASG.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAIN   ASSIGN TO AOCIN.
           SELECT PARMFILE ASSIGN TO AOCPARM
               FILE STATUS IS RP-STATUS.
           SELECT PROPOUT ASSIGN TO PROPOUT.
           SELECT EXCFILE ASSIGN TO AOCEXC.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The same Day 4 AOCIN AOC04C reads: one NN-NN,NN-NN
      *    assignment pair per line. Read twice - once to load and
      *    fix the pairs, once to write the proposal back out in
      *    the original line order.
       FD  DATAIN RECORDING MODE F.
       01  DATA-IN.
           05  DAT            PIC X(500).
      *
      *    Keyword control cards (see COPYLIB/RPTPPROC.cpy): the
      *    same OVERMAX=n card AOC04C reads (falls back to 4), so
      *    both reports judge over-assignment alike.
       FD  PARMFILE RECORDING MODE F.
       01  PARM-REC               PIC X(80).
      *
      *    Proposed assignment, line for line with AOCIN and in the
      *    same NN-NN,NN-NN format, so once the camp lead approves
      *    it AOCRASLJ loads it as the next DATA4 generation. A
      *    line that did not parse is carried through as it was.
       FD  PROPOUT RECORDING MODE F.
       01  PROP-REC               PIC X(500).
      *
      *    Lines that don't parse into the range-pair shape, or
      *    name a section past the tracked range.
       FD  EXCFILE RECORDING MODE F.
           COPY EXCREC.
      *
      *    Proposal report: each pair changed and why, anything
      *    that could not be fixed, then the section coverage
      *    before and after side by side.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE               PIC X(132).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.

       01 TEMP.
         05  LINE-NUM              PIC 9(9)  VALUE 0.
         05  WARN-COUNT            PIC 9(9)  VALUE 0.
         05  OVER-LIMIT            PIC 9(3)  VALUE 4.
         05  NUM11                 PIC 9(18) VALUE 0.
         05  NUM12                 PIC 9(18) VALUE 0.
         05  NUM21                 PIC 9(18) VALUE 0.
         05  NUM22                 PIC 9(18) VALUE 0.
         05  I                     PIC 9(18) VALUE 0.
         05  II                    PIC 9(18) VALUE 0.
         05  TMP                   PIC 9(18) VALUE 0.
         05  FDON                  PIC 9(18) VALUE 0.
         05  TMPS                  PIC X(500) VALUE SPACES.
         05  PLEND                PIC 9(1) VALUE 0.
         05  DASH-COUNT           PIC 9(1) VALUE 0.
         05  COMMA-COUNT          PIC 9(1) VALUE 0.
         05  PAIR-COUNT           PIC 9(9) VALUE 0.
         05  PAIR-MAX             PIC 9(4) VALUE 1000.
         05  PX                   PIC 9(4) VALUE 0.
         05  SECT                 PIC 9(4) VALUE 0.
         05  MAX-SECTION          PIC 9(4) VALUE 0.
         05  CHANGED-COUNT        PIC 9(9) VALUE 0.
         05  MOVED-TOTAL          PIC 9(9) VALUE 0.
         05  UNSPLIT-COUNT        PIC 9(9) VALUE 0.
         05  UNFILLED-COUNT       PIC 9(9) VALUE 0.
         05  CONTAIN-BEFORE       PIC 9(9) VALUE 0.
         05  CONTAIN-AFTER        PIC 9(9) VALUE 0.
         05  OVERLAP-BEFORE       PIC 9(9) VALUE 0.
         05  OVERLAP-AFTER        PIC 9(9) VALUE 0.
         05  ZERO-BEFORE          PIC 9(4) VALUE 0.
         05  ZERO-AFTER           PIC 9(4) VALUE 0.
         05  OVER-BEFORE          PIC 9(4) VALUE 0.
         05  OVER-AFTER           PIC 9(4) VALUE 0.
      *    the pair being resolved: the elf starting lower (L) and
      *    the other (R), and which of A/B each one is
         05  L-LO                 PIC 9(4) VALUE 0.
         05  L-HI                 PIC 9(4) VALUE 0.
         05  R-LO                 PIC 9(4) VALUE 0.
         05  R-HI                 PIC 9(4) VALUE 0.
         05  L-IS-A               PIC X    VALUE SPACE.
         05  TOP-SECT             PIC 9(4) VALUE 0.
         05  MID-SECT             PIC 9(4) VALUE 0.
         05  COST1                PIC 9(4) VALUE 0.
         05  COST2                PIC 9(4) VALUE 0.
      *    gap filling: the gap, and the best elf found to take it
         05  GAP-LO               PIC 9(4) VALUE 0.
         05  GAP-HI               PIC 9(4) VALUE 0.
         05  BEST-PX              PIC 9(4) VALUE 0.
         05  BEST-ELF             PIC X    VALUE SPACE.
         05  BEST-COST            PIC 9(4) VALUE 0.
         05  CAND-COST            PIC 9(4) VALUE 0.
         05  CAND-LO              PIC 9(4) VALUE 0.
         05  CAND-HI              PIC 9(4) VALUE 0.
         05  MATE-LO              PIC 9(4) VALUE 0.
         05  MATE-HI              PIC 9(4) VALUE 0.
         05  NEW-LO               PIC 9(4) VALUE 0.
         05  NEW-HI               PIC 9(4) VALUE 0.
         05  PAIR-MOVED           PIC 9(4) VALUE 0.
         05  RANGE-TEXT           PIC X(19) VALUE SPACES.
         05  RPT-NUM-ED           PIC Z(8)9.
         05  RPT-CNT-ED           PIC Z(8)9.
         05  RPT-S1-ED            PIC ZZZ9.
         05  RPT-S2-ED            PIC ZZZ9.
         05  RPT-S3-ED            PIC ZZZ9.
         05  RPT-S4-ED            PIC ZZZ9.

      *    Every pair that parsed, in input order: the ranges as
      *    given (PR-) and as proposed (PN-), and why it changed.
       01 PAIR-TABLE.
         05 PAIR-ENTRY OCCURS 1000 TIMES.
           10 PR-LINE-NUM         PIC 9(9).
           10 PR-A-LO             PIC 9(4).
           10 PR-A-HI             PIC 9(4).
           10 PR-B-LO             PIC 9(4).
           10 PR-B-HI             PIC 9(4).
           10 PN-A-LO             PIC 9(4).
           10 PN-A-HI             PIC 9(4).
           10 PN-B-LO             PIC 9(4).
           10 PN-B-HI             PIC 9(4).
           10 PR-REASON           PIC X(24).

      *    Elves assigned per section ID, as given and as proposed.
       01 SECTION-TABLE.
         05 SECTION-BEFORE OCCURS 999 TIMES
                               PIC 9(9) VALUE 0.
       01 SECTION-TABLE-NEW.
         05 SECTION-AFTER OCCURS 999 TIMES
                               PIC 9(9) VALUE 0.

       COPY RPTPARM.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DATAIN PROPOUT
               EXCFILE RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCRASG I/O ERROR - ABNORMAL END AT RECORD '
               LINE-NUM
           MOVE 'AOCRASG' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
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
           OPEN INPUT  DATAIN.
           OPEN OUTPUT PROPOUT.
           OPEN OUTPUT EXCFILE.
           OPEN OUTPUT RPTOUT.
           PERFORM READ-PARM.
      *
       READ-NEXT-RECORD.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               MOVE 0 TO PLEND
               MOVE 0 TO DASH-COUNT
               MOVE 0 TO COMMA-COUNT
               IF DAT(500:1) NOT = SPACE
                   MOVE 'OVSZ' TO EXC-REASON
                   PERFORM WRITE-EXCEPTION
               ELSE
                   PERFORM PREPARE
                   IF PLEND = 1 AND DASH-COUNT = 2 AND COMMA-COUNT = 1
                       PERFORM LOAD-PAIR
                   ELSE
                       MOVE 'PARS' TO EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
               PERFORM READ-RECORD
           END-PERFORM
           CLOSE DATAIN
           PERFORM TALLY-BEFORE
           PERFORM RESOLVE-PAIR VARYING PX FROM 1 BY 1
               UNTIL PX > PAIR-COUNT
           PERFORM TALLY-AFTER
           PERFORM FILL-GAPS
           PERFORM COUNT-PAIR-CONFLICTS
           PERFORM WRITE-PROPOSAL
           PERFORM WRITE-REPORT
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCRASG PAIRS READ         = ' PAIR-COUNT
           DISPLAY 'AOCRASG PAIRS CHANGED      = ' CHANGED-COUNT
           DISPLAY 'AOCRASG SECTIONS MOVED     = ' MOVED-TOTAL
           DISPLAY 'AOCRASG WARNING COUNT      = ' WARN-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE DATAIN.
           CLOSE PROPOUT.
           CLOSE EXCFILE.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF WARN-COUNT > 0 OR UNSPLIT-COUNT > 0
               OR UNFILLED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *
       READ-PARM.
           PERFORM READ-RPT-PARMS
           MOVE 'OVERMAX' TO RP-WANT-KEY
           PERFORM GET-RPT-PARM
           IF RP-FOUND = 'Y'
               IF RP-NUM-VALUE > 0 AND RP-NUM-VALUE <= 999
                   MOVE RP-NUM-VALUE TO OVER-LIMIT
               ELSE
                   PERFORM NOTE-RPT-REJECT
               END-IF
           END-IF
           PERFORM REPORT-UNUSED-PARMS.
      *
       READ-RECORD.
           READ DATAIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO LINE-NUM
           END-IF.
      *

       PREPARE.
           PERFORM DIV VARYING I FROM 1 BY 1 UNTIL I = 500 OR PLEND = 1.

      *    2-4,6-8
       DIV.
           EVALUATE TRUE
               WHEN DAT(I:1) = '-'
                   ADD 1 TO DASH-COUNT
                   COMPUTE TMP = I - II
                   IF FDON = 0
                       MOVE DAT(TMP:II) TO TMPS
                       COMPUTE NUM11 = FUNCTION NUMVAL(TMPS)
                       MOVE 1 TO FDON
                   ELSE
                       MOVE DAT(TMP:II) TO TMPS
                       COMPUTE NUM21 = FUNCTION NUMVAL(TMPS)
                       MOVE 0 TO FDON
                   END-IF
                   MOVE 0 TO II
               WHEN DAT(I:1) = ','
                   ADD 1 TO COMMA-COUNT
                   COMPUTE TMP = I - II
                   MOVE DAT(TMP:II) TO TMPS
                   COMPUTE NUM12 = FUNCTION NUMVAL(TMPS)
                   MOVE 0 TO II
               WHEN DAT(I:1) = SPACE
                   COMPUTE TMP = I - II
                   MOVE DAT(TMP:II) TO TMPS
                   COMPUTE NUM22 = FUNCTION NUMVAL(TMPS)
                   MOVE 0 TO II
                   MOVE 1 TO PLEND
               WHEN OTHER
                   ADD 1 TO II
           END-EVALUATE.
      *
      *    A range must run forwards within the tracked sections to
      *    be re-planned; anything else is carried through as is.
       LOAD-PAIR.
           IF NUM11 < 1 OR NUM21 < 1
               OR NUM12 > 999 OR NUM22 > 999
               OR NUM11 > NUM12 OR NUM21 > NUM22
               MOVE 'RNGE' TO EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               IF PAIR-COUNT < PAIR-MAX
                   ADD 1 TO PAIR-COUNT
                   MOVE LINE-NUM TO PR-LINE-NUM(PAIR-COUNT)
                   MOVE NUM11 TO PR-A-LO(PAIR-COUNT)
                   MOVE NUM12 TO PR-A-HI(PAIR-COUNT)
                   MOVE NUM21 TO PR-B-LO(PAIR-COUNT)
                   MOVE NUM22 TO PR-B-HI(PAIR-COUNT)
                   MOVE NUM11 TO PN-A-LO(PAIR-COUNT)
                   MOVE NUM12 TO PN-A-HI(PAIR-COUNT)
                   MOVE NUM21 TO PN-B-LO(PAIR-COUNT)
                   MOVE NUM22 TO PN-B-HI(PAIR-COUNT)
                   MOVE SPACES TO PR-REASON(PAIR-COUNT)
                   IF NUM12 > MAX-SECTION
                       MOVE NUM12 TO MAX-SECTION
                   END-IF
                   IF NUM22 > MAX-SECTION
                       MOVE NUM22 TO MAX-SECTION
                   END-IF
               ELSE
                   DISPLAY 'AOCRASG PAIR TABLE FULL AT ' PAIR-MAX
                       ' - LINE ' LINE-NUM ' CARRIED AS GIVEN'
               END-IF
           END-IF.
      *
       TALLY-BEFORE.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PAIR-COUNT
               PERFORM VARYING SECT FROM PR-A-LO(PX) BY 1
                   UNTIL SECT > PR-A-HI(PX)
                   ADD 1 TO SECTION-BEFORE(SECT)
               END-PERFORM
               PERFORM VARYING SECT FROM PR-B-LO(PX) BY 1
                   UNTIL SECT > PR-B-HI(PX)
                   ADD 1 TO SECTION-BEFORE(SECT)
               END-PERFORM
               IF (PR-A-LO(PX) <= PR-B-LO(PX)
                   AND PR-A-HI(PX) >= PR-B-HI(PX))
                   OR (PR-B-LO(PX) <= PR-A-LO(PX)
                   AND PR-B-HI(PX) >= PR-A-HI(PX))
                   ADD 1 TO CONTAIN-BEFORE
               END-IF
               IF PR-A-LO(PX) <= PR-B-HI(PX)
                   AND PR-B-LO(PX) <= PR-A-HI(PX)
                   ADD 1 TO OVERLAP-BEFORE
               END-IF
           END-PERFORM.
      *
      *    Split an overlapping pair so the two elves share nothing,
      *    keeping the sections the pair covered between them and
      *    moving as few section ends as possible. L is the elf
      *    whose range starts lower (on a tie, ends lower).
       RESOLVE-PAIR.
           IF PR-A-LO(PX) <= PR-B-HI(PX)
               AND PR-B-LO(PX) <= PR-A-HI(PX)
               IF (PR-A-LO(PX) <= PR-B-LO(PX)
                   AND PR-A-HI(PX) >= PR-B-HI(PX))
                   OR (PR-B-LO(PX) <= PR-A-LO(PX)
                   AND PR-B-HI(PX) >= PR-A-HI(PX))
                   MOVE 'CONTAINED' TO PR-REASON(PX)
               ELSE
                   MOVE 'OVERLAP' TO PR-REASON(PX)
               END-IF
               IF PR-A-LO(PX) < PR-B-LO(PX)
                   OR (PR-A-LO(PX) = PR-B-LO(PX)
                   AND PR-A-HI(PX) <= PR-B-HI(PX))
                   MOVE 'Y' TO L-IS-A
                   MOVE PR-A-LO(PX) TO L-LO
                   MOVE PR-A-HI(PX) TO L-HI
                   MOVE PR-B-LO(PX) TO R-LO
                   MOVE PR-B-HI(PX) TO R-HI
               ELSE
                   MOVE 'N' TO L-IS-A
                   MOVE PR-B-LO(PX) TO L-LO
                   MOVE PR-B-HI(PX) TO L-HI
                   MOVE PR-A-LO(PX) TO R-LO
                   MOVE PR-A-HI(PX) TO R-HI
               END-IF
               MOVE L-HI TO TOP-SECT
               IF R-HI > TOP-SECT
                   MOVE R-HI TO TOP-SECT
               END-IF
               PERFORM SPLIT-PAIR
           END-IF.
      *
      *    Either L gives up everything from R's start (R then runs
      *    to the pair's top section), or R starts after L's end -
      *    only possible when R ends past L. The cheaper one wins.
      *    Two elves on the same single section cannot be split.
       SPLIT-PAIR.
           MOVE 9999 TO COST1
           MOVE 9999 TO COST2
           IF L-LO < R-LO
               COMPUTE COST1 = (L-HI - R-LO + 1) + (TOP-SECT - R-HI)
           END-IF
           IF R-HI > L-HI
               COMPUTE COST2 = L-HI - R-LO + 1
           END-IF
           EVALUATE TRUE
               WHEN COST2 < 9999 AND COST2 <= COST1
                   COMPUTE R-LO = L-HI + 1
               WHEN COST1 < 9999
                   COMPUTE L-HI = R-LO - 1
                   MOVE TOP-SECT TO R-HI
               WHEN L-HI > L-LO
                   COMPUTE MID-SECT = (L-LO + L-HI) / 2
                   MOVE MID-SECT TO L-HI
                   COMPUTE R-LO = MID-SECT + 1
               WHEN OTHER
                   ADD 1 TO UNSPLIT-COUNT
                   MOVE 'CANNOT SPLIT' TO PR-REASON(PX)
           END-EVALUATE
           IF L-IS-A = 'Y'
               MOVE L-LO TO PN-A-LO(PX)
               MOVE L-HI TO PN-A-HI(PX)
               MOVE R-LO TO PN-B-LO(PX)
               MOVE R-HI TO PN-B-HI(PX)
           ELSE
               MOVE L-LO TO PN-B-LO(PX)
               MOVE L-HI TO PN-B-HI(PX)
               MOVE R-LO TO PN-A-LO(PX)
               MOVE R-HI TO PN-A-HI(PX)
           END-IF.
      *
       TALLY-AFTER.
           INITIALIZE SECTION-TABLE-NEW
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PAIR-COUNT
               PERFORM VARYING SECT FROM PN-A-LO(PX) BY 1
                   UNTIL SECT > PN-A-HI(PX)
                   ADD 1 TO SECTION-AFTER(SECT)
               END-PERFORM
               PERFORM VARYING SECT FROM PN-B-LO(PX) BY 1
                   UNTIL SECT > PN-B-HI(PX)
                   ADD 1 TO SECTION-AFTER(SECT)
               END-PERFORM
           END-PERFORM.
      *
      *    Each run of sections nobody covers goes to the elf that
      *    has to stretch least to reach it, as long as the stretch
      *    doesn't run into that elf's own partner.
       FILL-GAPS.
           MOVE 1 TO SECT
           PERFORM UNTIL SECT > MAX-SECTION
               IF SECTION-AFTER(SECT) = 0
                   MOVE SECT TO GAP-LO
                   PERFORM UNTIL SECT > MAX-SECTION
                       OR SECTION-AFTER(SECT) NOT = 0
                       MOVE SECT TO GAP-HI
                       ADD 1 TO SECT
                   END-PERFORM
                   PERFORM FILL-ONE-GAP
               ELSE
                   ADD 1 TO SECT
               END-IF
           END-PERFORM.
      *
       FILL-ONE-GAP.
           MOVE 0 TO BEST-PX
           MOVE 9999 TO BEST-COST
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PAIR-COUNT
               MOVE PN-A-LO(PX) TO CAND-LO
               MOVE PN-A-HI(PX) TO CAND-HI
               MOVE PN-B-LO(PX) TO MATE-LO
               MOVE PN-B-HI(PX) TO MATE-HI
               PERFORM TRY-CANDIDATE
               MOVE PN-B-LO(PX) TO CAND-LO
               MOVE PN-B-HI(PX) TO CAND-HI
               MOVE PN-A-LO(PX) TO MATE-LO
               MOVE PN-A-HI(PX) TO MATE-HI
               PERFORM TRY-CANDIDATE-B
           END-PERFORM
           IF BEST-PX = 0
               ADD 1 TO UNFILLED-COUNT
               PERFORM WRITE-UNFILLED-GAP
           ELSE
               PERFORM APPLY-GAP-FILL
           END-IF.
      *
      *    Stretch the elf's end up to the gap's end when the range
      *    lies below the gap, or its start down to the gap's start
      *    when it lies above.
       TRY-CANDIDATE.
           PERFORM PRICE-CANDIDATE
           IF CAND-COST < BEST-COST
               MOVE CAND-COST TO BEST-COST
               MOVE PX TO BEST-PX
               MOVE 'A' TO BEST-ELF
           END-IF.
      *
       TRY-CANDIDATE-B.
           PERFORM PRICE-CANDIDATE
           IF CAND-COST < BEST-COST
               MOVE CAND-COST TO BEST-COST
               MOVE PX TO BEST-PX
               MOVE 'B' TO BEST-ELF
           END-IF.
      *
       PRICE-CANDIDATE.
           MOVE 9999 TO CAND-COST
           EVALUATE TRUE
               WHEN CAND-HI < GAP-LO
                   MOVE CAND-LO TO NEW-LO
                   MOVE GAP-HI TO NEW-HI
                   COMPUTE CAND-COST = GAP-HI - CAND-HI
               WHEN CAND-LO > GAP-HI
                   MOVE GAP-LO TO NEW-LO
                   MOVE CAND-HI TO NEW-HI
                   COMPUTE CAND-COST = CAND-LO - GAP-LO
           END-EVALUATE
           IF CAND-COST < 9999
               AND MATE-LO <= NEW-HI AND NEW-LO <= MATE-HI
               MOVE 9999 TO CAND-COST
           END-IF.
      *
       APPLY-GAP-FILL.
           MOVE BEST-PX TO PX
           IF BEST-ELF = 'A'
               MOVE PN-A-LO(PX) TO CAND-LO
               MOVE PN-A-HI(PX) TO CAND-HI
           ELSE
               MOVE PN-B-LO(PX) TO CAND-LO
               MOVE PN-B-HI(PX) TO CAND-HI
           END-IF
           IF CAND-HI < GAP-LO
               PERFORM VARYING SECT FROM CAND-HI BY 1
                   UNTIL SECT >= GAP-HI
                   ADD 1 TO SECTION-AFTER(SECT + 1)
               END-PERFORM
               MOVE GAP-HI TO CAND-HI
           ELSE
               PERFORM VARYING SECT FROM GAP-LO BY 1
                   UNTIL SECT >= CAND-LO
                   ADD 1 TO SECTION-AFTER(SECT)
               END-PERFORM
               MOVE GAP-LO TO CAND-LO
           END-IF
           IF BEST-ELF = 'A'
               MOVE CAND-LO TO PN-A-LO(PX)
               MOVE CAND-HI TO PN-A-HI(PX)
           ELSE
               MOVE CAND-LO TO PN-B-LO(PX)
               MOVE CAND-HI TO PN-B-HI(PX)
           END-IF
           IF PR-REASON(PX) = SPACES
               MOVE 'GAP FILL' TO PR-REASON(PX)
           ELSE
               MOVE '+GAP FILL' TO PR-REASON(PX)(14:9)
           END-IF
           COMPUTE SECT = GAP-HI + 1.
      *
       COUNT-PAIR-CONFLICTS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PAIR-COUNT
               IF (PN-A-LO(PX) <= PN-B-LO(PX)
                   AND PN-A-HI(PX) >= PN-B-HI(PX))
                   OR (PN-B-LO(PX) <= PN-A-LO(PX)
                   AND PN-B-HI(PX) >= PN-A-HI(PX))
                   ADD 1 TO CONTAIN-AFTER
               END-IF
               IF PN-A-LO(PX) <= PN-B-HI(PX)
                   AND PN-B-LO(PX) <= PN-A-HI(PX)
                   ADD 1 TO OVERLAP-AFTER
               END-IF
           END-PERFORM.
      *
      *    Second pass over AOCIN: each line that was re-planned is
      *    written from the table, every other line as it came in.
       WRITE-PROPOSAL.
           MOVE SPACE TO LASTREC
           MOVE 0 TO LINE-NUM
           MOVE 1 TO PX
           OPEN INPUT DATAIN
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF PX <= PAIR-COUNT
                   AND PR-LINE-NUM(PX) = LINE-NUM
                   MOVE PN-A-LO(PX) TO NEW-LO
                   MOVE PN-A-HI(PX) TO NEW-HI
                   MOVE PN-B-LO(PX) TO CAND-LO
                   MOVE PN-B-HI(PX) TO CAND-HI
                   PERFORM FORMAT-RANGES
                   MOVE SPACES TO PROP-REC
                   MOVE RANGE-TEXT TO PROP-REC
                   ADD 1 TO PX
               ELSE
                   MOVE DAT TO PROP-REC
               END-IF
               WRITE PROP-REC
               PERFORM READ-RECORD
           END-PERFORM.
      *
      *    NEW-LO/NEW-HI and CAND-LO/CAND-HI as NN-NN,NN-NN.
       FORMAT-RANGES.
           MOVE NEW-LO TO RPT-S1-ED
           MOVE NEW-HI TO RPT-S2-ED
           MOVE CAND-LO TO RPT-S3-ED
           MOVE CAND-HI TO RPT-S4-ED
           MOVE SPACES TO RANGE-TEXT
           STRING FUNCTION TRIM(RPT-S1-ED) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-S2-ED) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-S3-ED) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-S4-ED) DELIMITED BY SIZE
               INTO RANGE-TEXT
           END-STRING.
      *
       WRITE-EXCEPTION.
           ADD 1 TO WARN-COUNT
           MOVE 'AOCRASG' TO EXC-PROGRAM
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE DAT TO EXC-CONTENT
           MOVE HOME-CAMP TO EXC-CAMP
           WRITE EXC-REC.
      *
       WRITE-REPORT.
           MOVE SPACES TO RPT-LINE
           MOVE 'DAY 4 SECTION REASSIGNMENT PROPOSAL' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PAIRS CHANGED' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'LINE' TO RPT-LINE(6:4)
           MOVE 'AS ASSIGNED' TO RPT-LINE(12:11)
           MOVE 'PROPOSED' TO RPT-LINE(33:8)
           MOVE 'MOVED' TO RPT-LINE(54:5)
           MOVE 'WHY' TO RPT-LINE(62:3)
           WRITE RPT-LINE
           PERFORM WRITE-CHANGE-LINE VARYING PX FROM 1 BY 1
               UNTIL PX > PAIR-COUNT
           IF CHANGED-COUNT = 0
               MOVE SPACES TO RPT-LINE
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM WRITE-COVERAGE-COMPARISON
           PERFORM WRITE-REPORT-TOTALS.
      *
      *    A pair whose proposal differs from what was given, with
      *    how many section ends moved across its two elves.
       WRITE-CHANGE-LINE.
           IF PR-REASON(PX) NOT = SPACES
               COMPUTE PAIR-MOVED =
                   FUNCTION ABS(PN-A-LO(PX) - PR-A-LO(PX))
                 + FUNCTION ABS(PN-A-HI(PX) - PR-A-HI(PX))
                 + FUNCTION ABS(PN-B-LO(PX) - PR-B-LO(PX))
                 + FUNCTION ABS(PN-B-HI(PX) - PR-B-HI(PX))
               IF PAIR-MOVED > 0
                   ADD 1 TO CHANGED-COUNT
                   ADD PAIR-MOVED TO MOVED-TOTAL
               END-IF
               MOVE SPACES TO RPT-LINE
               MOVE PR-LINE-NUM(PX) TO RPT-NUM-ED
               MOVE RPT-NUM-ED TO RPT-LINE(1:9)
               MOVE PR-A-LO(PX) TO NEW-LO
               MOVE PR-A-HI(PX) TO NEW-HI
               MOVE PR-B-LO(PX) TO CAND-LO
               MOVE PR-B-HI(PX) TO CAND-HI
               PERFORM FORMAT-RANGES
               MOVE RANGE-TEXT TO RPT-LINE(12:19)
               MOVE PN-A-LO(PX) TO NEW-LO
               MOVE PN-A-HI(PX) TO NEW-HI
               MOVE PN-B-LO(PX) TO CAND-LO
               MOVE PN-B-HI(PX) TO CAND-HI
               PERFORM FORMAT-RANGES
               MOVE RANGE-TEXT TO RPT-LINE(33:19)
               MOVE PAIR-MOVED TO RPT-S1-ED
               MOVE RPT-S1-ED TO RPT-LINE(55:4)
               MOVE PR-REASON(PX) TO RPT-LINE(62:24)
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-UNFILLED-GAP.
           MOVE SPACES TO RPT-LINE
           MOVE GAP-LO TO RPT-S1-ED
           MOVE GAP-HI TO RPT-S2-ED
           STRING 'SECTIONS ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-S1-ED) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-S2-ED) DELIMITED BY SIZE
                  ' LEFT UNCOVERED - NO ELF CAN REACH THEM WITHOUT'
                      DELIMITED BY SIZE
                  ' RUNNING INTO THEIR PARTNER' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
      *    Section by section, as AOC04C lays coverage out, with the
      *    proposed count alongside the current one.
       WRITE-COVERAGE-COMPARISON.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SECTION COVERAGE BEFORE AND AFTER' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'SECTION' TO RPT-LINE(3:7)
           MOVE 'BEFORE' TO RPT-LINE(15:6)
           MOVE 'AFTER' TO RPT-LINE(38:5)
           WRITE RPT-LINE
           PERFORM VARYING SECT FROM 1 BY 1 UNTIL SECT > MAX-SECTION
               MOVE SPACES TO RPT-LINE
               MOVE SECT TO RPT-NUM-ED
               MOVE RPT-NUM-ED TO RPT-LINE(1:9)
               MOVE SECTION-BEFORE(SECT) TO RPT-CNT-ED
               MOVE RPT-CNT-ED TO RPT-LINE(12:9)
               EVALUATE TRUE
                   WHEN SECTION-BEFORE(SECT) = 0
                       ADD 1 TO ZERO-BEFORE
                       MOVE 'NOBODY' TO RPT-LINE(23:6)
                   WHEN SECTION-BEFORE(SECT) > OVER-LIMIT
                       ADD 1 TO OVER-BEFORE
                       MOVE 'OVER' TO RPT-LINE(23:4)
               END-EVALUATE
               MOVE SECTION-AFTER(SECT) TO RPT-CNT-ED
               MOVE RPT-CNT-ED TO RPT-LINE(34:9)
               EVALUATE TRUE
                   WHEN SECTION-AFTER(SECT) = 0
                       ADD 1 TO ZERO-AFTER
                       MOVE 'NOBODY' TO RPT-LINE(45:6)
                   WHEN SECTION-AFTER(SECT) > OVER-LIMIT
                       ADD 1 TO OVER-AFTER
                       MOVE 'OVER' TO RPT-LINE(45:4)
               END-EVALUATE
               IF SECTION-AFTER(SECT) NOT = SECTION-BEFORE(SECT)
                   MOVE 'CHANGED' TO RPT-LINE(53:7)
               END-IF
               WRITE RPT-LINE
           END-PERFORM.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BEFORE' TO RPT-LINE(38:6)
           MOVE 'AFTER' TO RPT-LINE(52:5)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'PAIRS WITH ONE RANGE CONTAINED' TO RPT-LINE
           MOVE CONTAIN-BEFORE TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(35:9)
           MOVE CONTAIN-AFTER TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(48:9)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'PAIRS OVERLAPPING' TO RPT-LINE
           MOVE OVERLAP-BEFORE TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(35:9)
           MOVE OVERLAP-AFTER TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(48:9)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'SECTIONS WITH NOBODY ASSIGNED' TO RPT-LINE
           MOVE ZERO-BEFORE TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(35:9)
           MOVE ZERO-AFTER TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(48:9)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE OVER-LIMIT TO RPT-S1-ED
           STRING 'SECTIONS OVER-ASSIGNED (ABOVE ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-S1-ED) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE OVER-BEFORE TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(35:9)
           MOVE OVER-AFTER TO RPT-CNT-ED
           MOVE RPT-CNT-ED TO RPT-LINE(48:9)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE CHANGED-COUNT TO RPT-CNT-ED
           STRING 'PAIRS CHANGED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-CNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE MOVED-TOTAL TO RPT-CNT-ED
           STRING 'SECTION ENDS MOVED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-CNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           IF UNSPLIT-COUNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE UNSPLIT-COUNT TO RPT-CNT-ED
               STRING 'PAIRS ON ONE SHARED SECTION, LEFT AS GIVEN: '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-CNT-ED) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF
           IF UNFILLED-COUNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE UNFILLED-COUNT TO RPT-CNT-ED
               STRING 'UNCOVERED RUNS LEFT UNFILLED: ' DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-CNT-ED) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCRASG' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE PAIR-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE RP-ECHO TO RL-NOTE
           MOVE 0 TO RL-RC
           IF WARN-COUNT > 0 OR UNSPLIT-COUNT > 0
               OR UNFILLED-COUNT > 0
               MOVE 4 TO RL-RC
           END-IF
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY RPTPPROC.
