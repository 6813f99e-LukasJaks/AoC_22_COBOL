      *    Working storage behind the master key hash
      *    (COPYLIB/BKUPPROC.cpy): the key of the record in hand
      *    and its length, the per-record value, and the running
      *    count and hash total the backup trailer carries; and
      *    the reference deck record whose key SET-REF-HASH-KEY
      *    builds.
       01  KEY-HASH-AREA.
           05  HASH-KEY-TEXT     PIC X(32) VALUE SPACES.
           05  HASH-KEY-LEN      PIC 9(2)  VALUE 0.
           05  HASH-KX           PIC 9(2)  VALUE 0.
           05  HASH-REC-VALUE    PIC 9(18) VALUE 0.
           05  HASH-COUNT        PIC 9(9)  VALUE 0.
           05  HASH-TOTAL        PIC 9(18) VALUE 0.
           05  HASH-REF-IMAGE    PIC X(70) VALUE SPACES.
