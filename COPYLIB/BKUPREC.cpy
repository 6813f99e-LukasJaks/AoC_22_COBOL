      *    Master backup record, the layout of every generation the
      *    nightly unload (AOCBKUP) cuts: one 'D' record per master
      *    record, its image left-justified in BK-DATA (the longest
      *    master, ELFPROF, is 91 bytes), followed by one 'T'
      *    control trailer. The trailer carries the unload date and
      *    time, the record count and the key hash (see
      *    COPYLIB/BKUPPROC.cpy); AOCREST will not load or compare
      *    a generation whose data records disagree with it, or
      *    one with no trailer at all.
       01  BKUP-REC.
           05  BK-TYPE             PIC X(1).
           05  BK-MASTER           PIC X(8).
           05  BK-DATA             PIC X(100).
           05  BK-TRAILER REDEFINES BK-DATA.
               10  BK-TRL-DATE     PIC 9(8).
               10  BK-TRL-TIME     PIC 9(8).
               10  BK-TRL-COUNT    PIC 9(9).
               10  BK-TRL-HASH     PIC 9(18).
               10  FILLER          PIC X(57).
