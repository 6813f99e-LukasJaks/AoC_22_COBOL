      *    System control blocks behind the shared job-user lookup
      *    (COPYLIB/USERPROC.cpy), copied into the LINKAGE SECTION:
      *    the PSA at address zero, its current ASCB (PSAAOLD,
      *    X'224'), the address space's ASXB (ASCBASXB, X'6C'), and
      *    the ACEE the security system built for the job when it
      *    was submitted (ASXBSENV, X'C8'), whose ACEEUSRI (X'15')
      *    is the user the job runs under. Nothing in the job's
      *    JCL can change it, so it is the ID to trust when one
      *    user must not act as another.
       01  PSA-AREA.
           05  FILLER              PIC X(548).
           05  PSA-ASCB-PTR        POINTER.
       01  ASCB-AREA.
           05  FILLER              PIC X(108).
           05  ASCB-ASXB-PTR       POINTER.
       01  ASXB-AREA.
           05  FILLER              PIC X(200).
           05  ASXB-ACEE-PTR       POINTER.
       01  ACEE-AREA.
           05  FILLER              PIC X(20).
           05  ACEE-USER-LEN       PIC X(1).
           05  ACEE-USER-ID        PIC X(8).
