      *    Keyed answer-history record behind the AOCANSQ 3270
      *    transaction (ANSQ), a keyed VSAM cluster (see
      *    JCL/AOCANSDF.jcl) holding one record per camp, program,
      *    label and business date. AOCANSL rebuilds it each night
      *    from the whole DIGHIST history: the raw value (or the
      *    alphanumeric value for answers that aren't numbers),
      *    the AOCRECA verdict the answer drew that night, and the
      *    whole-percent move versus the prior run's value - sign
      *    '+' or '-', blank when there is no prior run (or no
      *    numeric value) to measure against. A night's verdict is
      *    only in RECOUT while that night is tonight, so the
      *    load keeps every verdict already on the store.
       01  ANSHIST-REC.
           05  AH-KEY.
               10  AH-CAMP         PIC X(4).
               10  AH-PROGRAM      PIC X(8).
               10  AH-LABEL        PIC X(20).
               10  AH-RUN-DATE     PIC 9(8).
           05  AH-VALUE            PIC 9(18).
           05  AH-ALPHA            PIC X(20).
           05  AH-VERDICT          PIC X(5).
           05  AH-MOVE-SIGN        PIC X(1).
           05  AH-MOVE-PCT         PIC 9(5).
