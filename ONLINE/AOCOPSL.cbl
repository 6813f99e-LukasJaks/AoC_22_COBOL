       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Tonight's AOCGATE GO/NOGO decisions, one per input base
      *    per camp; a missing file (the gate hasn't run yet) just
      *    leaves every program's gate column blank.
       FD  GATEIN RECORDING MODE F.
       01  GATE-REC.
           05  GK-INPUT           PIC X(8).
           05  GK-STATUS          PIC X(4).
           05  GK-REASON          PIC X(20).
           05  GK-CAMP            PIC X(4).
      *
      *    AOCRECA's reconciliation lines; the worst verdict among
      *    a program's answers (FAIL beats NOREF beats PASS) rides
         05 PX                PIC 9(2) VALUE 0.

      *    Tonight's gate decisions held for the per-program join.
      *    An input refused in any camp shows NOGO for its program.
       01 GATE-TABLE.
         05 GATE-ENTRY OCCURS 40 TIMES.
             10  GT-INPUT         PIC X(8)  VALUE SPACES.
             10  GT-STATUS        PIC X(4)  VALUE SPACES.
             10  GT-REASON        PIC X(20) VALUE SPACES.
           IF GATE-STATUS = '00'
               PERFORM READ-GATE-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF GATE-COUNT < 40
                       ADD 1 TO GATE-COUNT
                       MOVE GK-INPUT TO GT-INPUT(GATE-COUNT)
                       MOVE GK-STATUS TO GT-STATUS(GATE-COUNT)
           IF EXP-INPUT(PX) NOT = SPACES
               PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GATE-COUNT
                   IF GT-INPUT(GX) = EXP-INPUT(PX)
                       AND OR-GATE-STATUS NOT = 'NOGO'
                       MOVE GT-STATUS(GX) TO OR-GATE-STATUS
                       MOVE GT-REASON(GX) TO OR-GATE-REASON
                   END-IF
