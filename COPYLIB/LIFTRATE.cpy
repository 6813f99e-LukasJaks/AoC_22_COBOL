      *    CrateMover rates master, a keyed VSAM cluster (see
      *    JCL/AOCLRTDF.jcl) holding one record per machine model
      *    ('1' = CrateMover 9000, '2' = CrateMover 9001, the
      *    JM-MODEL values of AOC05A's journal): the time one lift
      *    takes, the time to travel one stack along the row, and
      *    what an hour of the machine and its operator costs.
      *    AOCLIFT prices each model's journalled moves with it.
       01  LIFTRATE-REC.
           05  LR-MODEL            PIC X(1).
           05  LR-DESC             PIC X(20).
           05  LR-LIFT-SECS        PIC 9(3)V99.
           05  LR-TRAVEL-SECS      PIC 9(3)V99.
           05  LR-HOUR-RATE        PIC 9(5)V99.
