      *    Per-crew provisioning requirement record, written by the
      *    AOCFCST forecast for the provisioning office: one record
      *    per crew per forecast run, carrying the forecast calorie
      *    need for each of the next four weeks (zero beyond the
      *    horizon the run was asked for) beside the sum of the
      *    members' ELFTARG allowances in force that week. Elves
      *    the team master doesn't place roll up under crew '-'.
       01  PROVREQ-REC.
           05  PR-RUN-DATE         PIC 9(8).
           05  PR-CREW-CODE        PIC X(4).
           05  PR-CREW-NAME        PIC X(20).
           05  PR-MEMBERS          PIC 9(4).
           05  PR-SHORT-COUNT      PIC 9(4).
           05  PR-WEEK OCCURS 4 TIMES.
               10  PR-WEEK-START   PIC 9(8).
               10  PR-NEED         PIC 9(18).
               10  PR-ALLOWANCE    PIC 9(18).
