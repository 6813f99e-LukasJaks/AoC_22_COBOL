      *    on the report and ends the step RC=8, the same checks
      *    the other AOC01A consumers apply.
       01  TRAILER-IN.
           05  FILLER             PIC X(24).
           05  TR-REC-TYPE        PIC X(1).
           05  TR-REC-COUNT       PIC 9(9).
           05  TR-CHECKSUM        PIC 9(18).
