      *    Season control record, one flat append-only file written
      *    by the AOCSEAS season close: at each close a 'C' record
      *    closing the season that ran from SC-OPEN-DATE to
      *    SC-CLOSE-DATE, then an 'O' record opening the next one
      *    from the day after the close. The last record on the
      *    file is the season in force; a missing or empty file
      *    means season 1, open since the suite began (open date
      *    zero). AOCPROF reads it so the first night of a new
      *    season starts rank movement, drop streaks and first-
      *    seen dates afresh instead of carrying last season's.
       01  SEASCTL-REC.
           05  SC-REC-TYPE         PIC X(1).
           05  SC-SEASON           PIC 9(4).
           05  SC-OPEN-DATE        PIC 9(8).
           05  SC-CLOSE-DATE       PIC 9(8).
           05  SC-ELF-COUNT        PIC 9(5).
