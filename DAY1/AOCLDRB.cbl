      *    CALTOTAL, and the detail-record count. The ranking is
      *    produced only when the details read agree with it.
       01  TRAILER-IN.
           05  FILLER             PIC X(24).
           05  TR-REC-TYPE        PIC X(1).
           05  TR-REC-COUNT       PIC 9(9).
           05  TR-CHECKSUM        PIC 9(18).
         05 CREW-HOLD         PIC X(46) VALUE SPACES.
         05 LOAD-DATE         PIC 9(8)  VALUE 0.
         05 LOAD-SEQ          PIC 9(4)  VALUE 0.
         05 LOAD-CAMP         PIC X(4)  VALUE SPACES.
         05 TOPN              PIC 9(4)  VALUE 3.
         05 BUCKET-SIZE       PIC 9(9)  VALUE 10000.
         05 E                 PIC 9(4)  VALUE 0.
       INSERT-LEADER.
           MOVE RH-RUN-DATE IN LDR-IN TO LOAD-DATE
           MOVE RH-RUN-SEQ IN LDR-IN TO LOAD-SEQ
           MOVE RH-CAMP IN LDR-IN TO LOAD-CAMP
           ADD 1 TO ELF-COUNT
           MOVE ELF-COUNT TO J
           PERFORM UNTIL J < 2
           MOVE LOAD-DATE TO RH-RUN-DATE IN RNK-REC
           MOVE 'AOCLDRB' TO RH-PROGRAM IN RNK-REC
           MOVE LOAD-SEQ TO RH-RUN-SEQ IN RNK-REC
           MOVE LOAD-CAMP TO RH-CAMP IN RNK-REC
           MOVE E TO LR-RANK
           MOVE LB-ELF-NUM(E) TO LR-ELF-NUM
           MOVE LB-TOTAL(E) TO LR-TOTAL
