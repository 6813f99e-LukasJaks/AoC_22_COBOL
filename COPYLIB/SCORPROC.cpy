      *    Shared scoring-rules loader, copied into the procedure
      *    division of each Day 2 scorer (data side in SCORDEF.cpy).
      *    The caller declares RULMAST over the SCORRUL cluster
      *    (sequential access, COPY SCORRUL) and performs
      *    LOAD-SCORING-RULES after GET-RUN-CONTROL has settled
      *    the business date (CTL-BUS-DATE). The master is passed
      *    in key order, so the last record at or before the
      *    business date is the rule set in force.
       LOAD-SCORING-RULES.
           OPEN INPUT RULMAST
           IF RULE-STATUS = '00'
               PERFORM READ-RULE-RECORD
               PERFORM UNTIL RULE-EOF = 'Y'
                   OR SR-EFF-DATE > CTL-BUS-DATE
                   MOVE SR-EFF-DATE TO RULE-EFF-DATE
                   MOVE SR-VERSION TO RULE-VERSION
                   MOVE SR-SHAPE-PTS(1) TO SHAPE-POINTS(1)
                   MOVE SR-SHAPE-PTS(2) TO SHAPE-POINTS(2)
                   MOVE SR-SHAPE-PTS(3) TO SHAPE-POINTS(3)
                   MOVE SR-LOSS-PTS TO LOSS-POINTS
                   MOVE SR-DRAW-PTS TO DRAW-POINTS
                   MOVE SR-WIN-PTS TO WIN-POINTS
                   PERFORM READ-RULE-RECORD
               END-PERFORM
               CLOSE RULMAST
           ELSE
               DISPLAY CTL-PROGRAM ' SCORRUL OPEN FAILED, STATUS = '
                   RULE-STATUS ' - STANDARD RULES USED'
           END-IF
           DISPLAY CTL-PROGRAM ' SCORING RULES VERSION = '
               RULE-VERSION ' IN FORCE FROM ' RULE-EFF-DATE.
      *
       READ-RULE-RECORD.
           READ RULMAST
               AT END MOVE 'Y' TO RULE-EOF
           END-READ
           IF RULE-STATUS NOT = '00'
               MOVE 'Y' TO RULE-EOF
           END-IF.
