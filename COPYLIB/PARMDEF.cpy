      *    (COPYLIB/PARMPROC.cpy): the program name for exception
      *    stamping, the business date every output is stamped with
      *    (defaults to the accepted system date, overridden by a
      *    BDATE= card in the PARMDECK control deck), the camp the
      *    run is for (HOME-CAMP from COPYLIB/CAMPDEF.cpy unless a
      *    CAMP= card names another), the true rerun sequence for
      *    that business date and camp (counted from prior RUNLOG
      *    records), the suite-wide tuning values the deck can set
      *    (zero means "not set, keep the program default"),
      *    the echo of every accepted card (written to the run log
      *    so the settings a run actually used are on record), and
      *    the parse work fields. Deck lines that fail to parse are
       01  RUN-CONTROL.
           05  CTL-PROGRAM       PIC X(8)  VALUE SPACES.
           05  CTL-BUS-DATE      PIC 9(8)  VALUE 0.
           05  CTL-CAMP          PIC X(4)  VALUE SPACES.
           05  CTL-RUN-SEQ       PIC 9(4)  VALUE 1.
           05  CTL-TOPN          PIC 9(4)  VALUE 0.
           05  CTL-CAP           PIC 9(18) VALUE 0.
           05  CTL-WARNMAX       PIC 9(9)  VALUE 0.
           05  CTL-INVENT        PIC X(1)  VALUE 'N'.
           05  CTL-CHECKONLY     PIC X(1)  VALUE 'N'.
           05  CTL-ECHO          PIC X(56) VALUE SPACES.
           05  ECHO-PTR          PIC 9(2)  VALUE 1.
           05  PDECK-STATUS      PIC X(2)  VALUE '00'.
           05  RLOG-STATUS       PIC X(2)  VALUE '00'.
