      *    Alphanumeric answers print through the second record
      *    layout, which shares the FD's storage with the first.
      *    AOCNOTE and AOCWEXT read these back by the program,
      *    label, verdict and camp columns.
       01  RECON-LINE.
           05  RC-PROGRAM         PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RC-ACTUAL          PIC Z(19)9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RC-STATUS          PIC X(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RC-CAMP            PIC X(4).
       01  RECON-ALPHA-LINE.
           05  FILLER             PIC X(32).
           05  RCA-EXPECTED       PIC X(20).
           05  RCA-ACTUAL         PIC X(20).
           05  FILLER             PIC X(2).
           05  RCA-STATUS         PIC X(5).
           05  FILLER             PIC X(6).
