      *    deck family: family S is the suite-wide deck, R the
      *    report utilities'. Type N carries the numeric range the
      *    owning program checks, type A a Y/N switch, type D a
      *    yyyymmdd date, type C a camp code (one to four
      *    characters, no embedded blank). Adding a keyword to a
      *    program means adding its registry line here, or the 5pm
      *    check lies.
       01 KEYWORD-REGISTRY.
         05 FILLER PIC X(40) VALUE
             'SBDATE               D000000000         '.
             'SMARKERLEN           N000000001000000099'.
         05 FILLER PIC X(40) VALUE
             'SCKPTINT             N000000001-        '.
         05 FILLER PIC X(40) VALUE
             'SCAMP                C000000000         '.
         05 FILLER PIC X(40) VALUE
             'SWARNMAX             N000000000-        '.
         05 FILLER PIC X(40) VALUE
             'RAGEDAYS             N000000001000000999'.
         05 FILLER PIC X(40) VALUE
             'RRPTYM               N000190001000299912'.
         05 FILLER PIC X(40) VALUE
             'RAWARDN              N000000001000000100'.
         05 FILLER PIC X(40) VALUE
             'RWEEKS               N000000001000000004'.
         05 FILLER PIC X(40) VALUE
             'RMAWIN               N000000001000000008'.
         05 FILLER PIC X(40) VALUE
             'RWARNWEEKS           N000000001000000520'.
         05 FILLER PIC X(40) VALUE
             'RWARNPCT             N000000001000000100'.
         05 FILLER PIC X(40) VALUE
             'RTRENDDAYS           N000000007000000364'.
         05 FILLER PIC X(40) VALUE
             'RRUNS                N000000001000000014'.
         05 FILLER PIC X(40) VALUE
             'RMARGIN              N000000000000000600'.
       01 KEYWORD-REGISTRY-R REDEFINES KEYWORD-REGISTRY.
         05 REGISTRY-ENTRY OCCURS 31 TIMES.
             10  RG-FAMILY        PIC X(1).
             10  RG-KEYWORD       PIC X(20).
             10  RG-TYPE          PIC X(1).
      *
       JUDGE-CARD-FAMILY-S.
           MOVE 'N' TO KEY-FOUND
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 31
               IF RG-FAMILY(KX) = 'S'
                   AND RG-KEYWORD(KX) = CARD-KEYWORD
                   MOVE 'Y' TO KEY-FOUND
      *
       JUDGE-CARD-FAMILY-R.
           MOVE 'N' TO KEY-FOUND
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 31
               IF RG-FAMILY(KX) = 'R'
                   AND RG-KEYWORD(KX) = CARD-KEYWORD
                   MOVE 'Y' TO KEY-FOUND
                       PERFORM WRITE-CARD-VERDICT
                       ADD 1 TO BAD-COUNT
                   END-IF
               WHEN 'C'
                   IF CARD-VALUE(1:1) NOT = SPACE
                       AND CARD-VALUE(5:56) = SPACES
                       PERFORM WRITE-CARD-VALID
                   ELSE
                       MOVE 'CAMP CODE MUST BE 1 TO 4 CHARACTERS'
                           TO VERDICT-TEXT
                       PERFORM WRITE-CARD-VERDICT
                       ADD 1 TO BAD-COUNT
                   END-IF
               WHEN 'D'
                   IF FUNCTION TEST-NUMVAL(CARD-VALUE) = 0
                       AND FUNCTION NUMVAL(CARD-VALUE) > 19000000
