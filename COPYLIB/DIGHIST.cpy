      *    Dated answer-history record, appended by AOCDIGA for every
      *    digest line (raw unedited value plus the alphanumeric
      *    value for answers that aren't numbers) and read back by
      *    AOCDIGT for the day-over-day comparison, camp by camp.
       01  DIGHIST-REC.
           05  DH-RUN-DATE        PIC 9(8).
           05  DH-PROGRAM         PIC X(8).
           05  DH-LABEL           PIC X(20).
           05  DH-VALUE           PIC 9(18).
           05  DH-ALPHA           PIC X(20).
           05  DH-CAMP            PIC X(4).
