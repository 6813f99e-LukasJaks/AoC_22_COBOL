      *    produced the record and which program wrote it, so files
      *    from several days sitting in the same place can be told
      *    apart without relying on the dataset name alone.
      *    RH-CAMP is the camp whose input the run processed (see
      *    COPYLIB/CAMPDEF.cpy), so two camps' files can be told
      *    apart the same way.
           05  RH-RUN-DATE       PIC 9(8).
           05  RH-PROGRAM        PIC X(8).
           05  RH-RUN-SEQ        PIC 9(4).
           05  RH-CAMP           PIC X(4).
