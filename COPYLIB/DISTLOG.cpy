      *    Distribution log, appended by AOCDIST: one record per
      *    report per recipient per run - the business date, who,
      *    which report, and what they got: S sent (with its line
      *    count), E the report was produced empty (the banner
      *    page says so), M it was not produced at all and the
      *    bundle went out without it. A rerun for the same
      *    business date appends again with its own send time, so
      *    "I never got the shortage report" is answered by
      *    reading this file for that date and recipient.
       01  DISTLOG-REC.
           05  DL-BUS-DATE         PIC 9(8).
           05  DL-RECIPIENT        PIC X(8).
           05  DL-REPORT           PIC X(8).
           05  DL-STATUS           PIC X(1).
           05  DL-LINES            PIC 9(7).
           05  DL-SENT-DATE        PIC 9(8).
           05  DL-SENT-TIME        PIC 9(8).
