      *    Table-headroom history record, appended nightly by
      *    AOCHDRM (one per measured ceiling) and read back by it
      *    the next night for the growth trend: the night, which
      *    table in which program, the table's ceiling, the high-
      *    water mark measured against it, and whether the input
      *    behind the measure was there to be measured at all.
       01  HDRMHIST-REC.
           05  HM-RUN-DATE        PIC 9(8).
           05  HM-MEASURE         PIC X(8).
           05  HM-PROGRAM         PIC X(8).
           05  HM-CEILING         PIC 9(9).
           05  HM-VALUE           PIC 9(9).
           05  HM-MEASURED        PIC X(1).
