           05  ELF-NAME-IN        PIC X(20).
           05  CALTOTAL           PIC 9(18).
       01  TRAILER-IN.
           05  FILLER             PIC X(24).
           05  TR-REC-TYPE        PIC X(1).
           05  TR-REC-COUNT       PIC 9(9).
           05  TR-CHECKSUM        PIC 9(18).
