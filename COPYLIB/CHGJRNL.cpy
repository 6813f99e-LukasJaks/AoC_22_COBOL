      *    Master change journal, one record appended for every
      *    released change a maintenance program applies: which
      *    program and pending card it came from, who submitted it
      *    and who released it, and the whole master record before
      *    and after (blank before-image on an add, blank after-
      *    image on a delete). Written through WRITE-JOURNAL in
      *    COPYLIB/PNDPROC.cpy, so an auditor reads one layout
      *    whichever master changed.
       01  CHGJRNL-REC.
           05  CJ-RUN-DATE         PIC 9(8).
           05  CJ-PROGRAM          PIC X(8).
           05  CJ-ACTION           PIC X(1).
           05  CJ-SUB-DATE         PIC 9(8).
           05  CJ-SUB-TIME         PIC 9(8).
           05  CJ-SUB-SEQ          PIC 9(4).
           05  CJ-SUBMITTER        PIC X(8).
           05  CJ-APPROVER         PIC X(8).
           05  CJ-BEFORE-IMAGE     PIC X(80).
           05  CJ-AFTER-IMAGE      PIC X(80).
