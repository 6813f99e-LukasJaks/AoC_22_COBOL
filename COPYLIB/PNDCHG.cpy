      *    Pending master-maintenance change, one record per card
      *    keyed into an AOCELFM roster, AOCTRGM target or AOCREFM
      *    reference deck. AOCPNDS queues each card as submitted
      *    (status P) under the submitter's user ID; AOCPNDA
      *    records a second, different user's decision against it
      *    (R released, X rejected); the maintenance program named
      *    in PC-PROGRAM picks up only its released cards and marks
      *    each one A (applied) or F (failed its own edits). The
      *    card image is carried untouched in PC-TRAN-IMAGE, laid
      *    out exactly as the maintenance program's deck was.
       01  PNDCHG-REC.
           05  PC-KEY.
               10  PC-PROGRAM      PIC X(8).
               10  PC-SUB-DATE     PIC 9(8).
               10  PC-SUB-TIME     PIC 9(8).
               10  PC-SUB-SEQ      PIC 9(4).
           05  PC-STATUS           PIC X(1).
           05  PC-SUBMITTER        PIC X(8).
           05  PC-APPROVER         PIC X(8).
           05  PC-DECIDE-DATE      PIC 9(8).
           05  PC-TRAN-IMAGE       PIC X(80).
