      *    metrics, so failed nights reach the feed too. Written
      *    nightly for the warehouse's dailies and read back a
      *    month at a time by AOCWKPI for the management KPI
      *    rollup. WX-CAMP is the camp the program ran for.
       01  WEXT-REC.
           05  WX-RUN-DATE        PIC 9(8).
           05  WX-PROGRAM         PIC X(8).
           05  WX-REC-IN          PIC 9(9).
           05  WX-REC-OUT         PIC 9(9).
           05  WX-WARN-COUNT      PIC 9(9).
           05  WX-CAMP            PIC X(4).
