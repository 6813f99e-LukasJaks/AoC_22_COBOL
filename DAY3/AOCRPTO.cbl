           05  SRT-RUN-DATE       PIC 9(8).
           05  SRT-PROGRAM        PIC X(8).
           05  SRT-RUN-SEQ        PIC 9(4).
           05  SRT-CAMP           PIC X(4).
           05  SRT-LINE-NUM       PIC 9(9).
           05  SRT-ITEM           PIC X(1).
           05  SRT-PRIORITY       PIC 9(2).
