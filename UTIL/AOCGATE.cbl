               FILE STATUS IS GEN-STATUS.
           SELECT GEN8IN ASSIGN TO GEN8IN
               FILE STATUS IS GEN-STATUS.
           SELECT GEN9IN ASSIGN TO GEN9IN
               FILE STATUS IS GEN-STATUS.
           SELECT GEN10IN ASSIGN TO GEN10IN
               FILE STATUS IS GEN-STATUS.
           SELECT GEN11IN ASSIGN TO GEN11IN
               FILE STATUS IS GEN-STATUS.
           SELECT GEN12IN ASSIGN TO GEN12IN
               FILE STATUS IS GEN-STATUS.
           SELECT GEN13IN ASSIGN TO GEN13IN
               FILE STATUS IS GEN-STATUS.
           SELECT GEN14IN ASSIGN TO GEN14IN
               FILE STATUS IS GEN-STATUS.
           SELECT GEN15IN ASSIGN TO GEN15IN
               FILE STATUS IS GEN-STATUS.
           SELECT GEN16IN ASSIGN TO GEN16IN
               FILE STATUS IS GEN-STATUS.
           SELECT STAMPIN ASSIGN TO STAMPIN
               FILE STATUS IS STAMP-STATUS.
           SELECT CALFILE ASSIGN TO AOCCAL
      *    Adding a new day's input is a registry record pointed at
      *    a spare slot, not a new FD and a recompile - the old
      *    four hardwired FDs left the Day 5 crate file and Day 6
      *    stream never freshness-checked at all. Each camp's bases
      *    are registered under its camp code; a blank code is the
      *    home camp's, as every record was before a second camp.
       FD  REGIN RECORDING MODE F.
       01  REG-REC.
           05  RG-INPUT           PIC X(8).
           05  RG-SLOT            PIC 9(2).
           05  RG-REQUIRED        PIC X(1).
           05  RG-SHAPE           PIC X(4).
           05  RG-CAMP            PIC X(4).
      *
      *    The pool of input DD slots, opened only to prove the
      *    registered input exists and holds at least one record.
      *    Slots 1-6 and 9-14 take the standard 500-byte puzzle-
      *    input lines; slots 7-8 and 15-16 are wide (508) for the
      *    channel-tagged Day 6 stream and any future tagged feed.
      *    Point unused slots at DD DUMMY.
       FD  GEN1IN RECORDING MODE F.
       01  GEN1-REC               PIC X(500).
       FD  GEN2IN RECORDING MODE F.
       01  GEN7-REC               PIC X(508).
       FD  GEN8IN RECORDING MODE F.
       01  GEN8-REC               PIC X(508).
       FD  GEN9IN RECORDING MODE F.
       01  GEN9-REC               PIC X(500).
       FD  GEN10IN RECORDING MODE F.
       01  GEN10-REC              PIC X(500).
       FD  GEN11IN RECORDING MODE F.
       01  GEN11-REC              PIC X(500).
       FD  GEN12IN RECORDING MODE F.
       01  GEN12-REC              PIC X(500).
       FD  GEN13IN RECORDING MODE F.
       01  GEN13-REC              PIC X(500).
       FD  GEN14IN RECORDING MODE F.
       01  GEN14-REC              PIC X(500).
       FD  GEN15IN RECORDING MODE F.
       01  GEN15-REC              PIC X(508).
       FD  GEN16IN RECORDING MODE F.
       01  GEN16-REC              PIC X(508).
      *
      *    Load receipts appended by the intake job (AOCINTKJ) once
      *    a landed file has passed its envelope checks and been
      *    cataloged: one record per input base, with the load date.
      *    An input with no receipt dated today is stale - the
      *    transfer didn't land - even if a generation is sitting
      *    there from yesterday. The receipt carries the camp the
      *    base was loaded for, blank for the home camp.
       FD  STAMPIN RECORDING MODE F.
       01  STAMP-REC.
           05  ST-INPUT           PIC X(8).
           05  ST-LOAD-DATE       PIC 9(8).
           05  ST-CAMP            PIC X(4).
      *
      *    The processing calendar (see COPYLIB/CALREC.cpy): on a
      *    date carrying an H or M record no run is expected, so
       FD  CALFILE RECORDING MODE F.
           COPY CALREC.
      *
      *    One GO/NOGO decision record per registry entry, under
      *    the camp the input belongs to.
       FD  GATEOUT RECORDING MODE F.
       01  GATE-REC.
           05  GK-INPUT           PIC X(8).
           05  GK-STATUS          PIC X(4).
           05  GK-REASON          PIC X(20).
           05  GK-CAMP            PIC X(4).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
         05 NOGO-COUNT        PIC 9(2)  VALUE 0.
         05 REG-COUNT         PIC 9(2)  VALUE 0.
         05 CHECK-NAME        PIC X(8)  VALUE SPACES.
         05 CHECK-CAMP        PIC X(4)  VALUE SPACES.
      *    M missing, E empty, O opened and non-empty
         05 CHECK-STATE       PIC X(1)  VALUE SPACE.
         05 CHECK-REQUIRED    PIC X(1)  VALUE 'Y'.
         05 STAMP-DATE        PIC 9(8)  VALUE 0.
         05 SX                PIC 9(2)  VALUE 0.

      *    Latest load date per camp and input base from the
      *    receipts file.
       01 STAMP-TABLE.
         05 STAMP-ENTRY OCCURS 50 TIMES.
             10  STT-INPUT        PIC X(8) VALUE SPACES.
             10  STT-CAMP         PIC X(4) VALUE SPACES.
             10  STT-DATE         PIC 9(8) VALUE 0.

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           END-READ.
      *
       POST-STAMP.
           IF ST-CAMP = SPACES
               MOVE HOME-CAMP TO ST-CAMP
           END-IF
           MOVE 0 TO SX
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STAMP-COUNT
               OR (STT-INPUT(SX) = ST-INPUT
                   AND STT-CAMP(SX) = ST-CAMP)
               CONTINUE
           END-PERFORM
           IF SX > STAMP-COUNT
                   ADD 1 TO STAMP-COUNT
                   MOVE STAMP-COUNT TO SX
                   MOVE ST-INPUT TO STT-INPUT(SX)
                   MOVE ST-CAMP TO STT-CAMP(SX)
               ELSE
                   MOVE 0 TO SX
               END-IF
       CHECK-ONE-INPUT.
           MOVE RG-INPUT TO CHECK-NAME
           MOVE RG-REQUIRED TO CHECK-REQUIRED
           MOVE RG-CAMP TO CHECK-CAMP
           IF CHECK-CAMP = SPACES
               MOVE HOME-CAMP TO CHECK-CAMP
           END-IF
           MOVE CHECK-CAMP TO GK-CAMP
           IF NO-RUN-DAY = 'Y'
               MOVE CHECK-NAME TO GK-INPUT
               MOVE 'SKIP' TO GK-STATUS
                       END-READ
                       CLOSE GEN8IN
                   END-IF
               WHEN 9
                   OPEN INPUT GEN9IN
                   IF GEN-STATUS = '00'
                       READ GEN9IN
                           AT END MOVE 'E' TO CHECK-STATE
                           NOT AT END MOVE 'O' TO CHECK-STATE
                       END-READ
                       CLOSE GEN9IN
                   END-IF
               WHEN 10
                   OPEN INPUT GEN10IN
                   IF GEN-STATUS = '00'
                       READ GEN10IN
                           AT END MOVE 'E' TO CHECK-STATE
                           NOT AT END MOVE 'O' TO CHECK-STATE
                       END-READ
                       CLOSE GEN10IN
                   END-IF
               WHEN 11
                   OPEN INPUT GEN11IN
                   IF GEN-STATUS = '00'
                       READ GEN11IN
                           AT END MOVE 'E' TO CHECK-STATE
                           NOT AT END MOVE 'O' TO CHECK-STATE
                       END-READ
                       CLOSE GEN11IN
                   END-IF
               WHEN 12
                   OPEN INPUT GEN12IN
                   IF GEN-STATUS = '00'
                       READ GEN12IN
                           AT END MOVE 'E' TO CHECK-STATE
                           NOT AT END MOVE 'O' TO CHECK-STATE
                       END-READ
                       CLOSE GEN12IN
                   END-IF
               WHEN 13
                   OPEN INPUT GEN13IN
                   IF GEN-STATUS = '00'
                       READ GEN13IN
                           AT END MOVE 'E' TO CHECK-STATE
                           NOT AT END MOVE 'O' TO CHECK-STATE
                       END-READ
                       CLOSE GEN13IN
                   END-IF
               WHEN 14
                   OPEN INPUT GEN14IN
                   IF GEN-STATUS = '00'
                       READ GEN14IN
                           AT END MOVE 'E' TO CHECK-STATE
                           NOT AT END MOVE 'O' TO CHECK-STATE
                       END-READ
                       CLOSE GEN14IN
                   END-IF
               WHEN 15
                   OPEN INPUT GEN15IN
                   IF GEN-STATUS = '00'
                       READ GEN15IN
                           AT END MOVE 'E' TO CHECK-STATE
                           NOT AT END MOVE 'O' TO CHECK-STATE
                       END-READ
                       CLOSE GEN15IN
                   END-IF
               WHEN 16
                   OPEN INPUT GEN16IN
                   IF GEN-STATUS = '00'
                       READ GEN16IN
                           AT END MOVE 'E' TO CHECK-STATE
                           NOT AT END MOVE 'O' TO CHECK-STATE
                       END-READ
                       CLOSE GEN16IN
                   END-IF
           END-EVALUATE
           IF GEN-STATUS NOT = '00'
               MOVE 'M' TO CHECK-STATE
           MOVE 0 TO STAMP-DATE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STAMP-COUNT
               IF STT-INPUT(SX) = CHECK-NAME
                   AND STT-CAMP(SX) = CHECK-CAMP
                   MOVE STT-DATE(SX) TO STAMP-DATE
               END-IF
           END-PERFORM
           END-EVALUATE
           IF GK-STATUS = 'NOGO'
               ADD 1 TO NOGO-COUNT
               DISPLAY 'AOCGATE ' CHECK-CAMP ' ' CHECK-NAME ' NOGO: '
                   GK-REASON
           END-IF
           WRITE GATE-REC.
      *
