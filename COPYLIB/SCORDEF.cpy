      *    Working storage behind the shared scoring-rules loader
      *    (COPYLIB/SCORPROC.cpy): the rule set in force on the
      *    business date. The values here are the standard rules
      *    (version 0), and stand if the rules master can't be
      *    opened or holds nothing in force yet.
       01  SCORING-RULES.
           05  RULE-STATUS       PIC X(2)  VALUE '00'.
           05  RULE-EOF          PIC X(1)  VALUE 'N'.
           05  RULE-VERSION      PIC 9(4)  VALUE 0.
           05  RULE-EFF-DATE     PIC 9(8)  VALUE 0.
           05  SHAPE-POINT-VALUES
                                 PIC X(6)  VALUE '010203'.
           05  SHAPE-POINTS REDEFINES SHAPE-POINT-VALUES
                                 OCCURS 3 TIMES PIC 9(2).
           05  LOSS-POINTS       PIC 9(2)  VALUE 0.
           05  DRAW-POINTS       PIC 9(2)  VALUE 3.
           05  WIN-POINTS        PIC 9(2)  VALUE 6.
