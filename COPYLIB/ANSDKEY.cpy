      *    Companion date-to-answer record for the answer-history
      *    store, a keyed VSAM cluster (see JCL/AOCANSDF.jcl) keyed
      *    on camp and business date ahead of the program and
      *    label, maintained by AOCANSL alongside each night's
      *    ANSHIST load. The AOCANSQ by-date panel is a keyed
      *    browse of one night's answers here, each then read
      *    from ANSHIST, instead of a scan of every answer's whole
      *    history.
       01  ANSDKEY-REC.
           05  AK-KEY.
               10  AK-CAMP         PIC X(4).
               10  AK-RUN-DATE     PIC 9(8).
               10  AK-PROGRAM      PIC X(8).
               10  AK-LABEL        PIC X(20).
