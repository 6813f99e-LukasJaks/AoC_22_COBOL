      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCTKTF.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKTIN   ASSIGN TO TKTIN
               FILE STATUS IS TKT-STATUS.
           SELECT RUNLOGI ASSIGN TO RUNLOGI.
           SELECT RECIN   ASSIGN TO RECIN
               FILE STATUS IS REC-STATUS.
           SELECT GATEIN  ASSIGN TO GATEIN
               FILE STATUS IS GATE-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT TKTOUT  ASSIGN TO TKTOUT.
           SELECT TKTFEED ASSIGN TO TKTFEED.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The open-ticket file the last pass wrote (see
      *    COPYLIB/TKTOPEN.cpy); a missing file starts with no
      *    tickets open.
       FD  TKTIN RECORDING MODE F.
           COPY TKTOPEN.
      *
      *    The shared run log, read end to end in the order it was
      *    appended: abends raise or update a program's ticket, and
      *    a clean run logged after the abend for the same business
      *    date closes it.
       FD  RUNLOGI RECORDING MODE F.
           COPY RUNLOG REPLACING LEADING ==RL-== BY ==RI-==
               ==RUNLOG-REC== BY ==RUNLOGI-REC==.
      *
      *    AOCRECA's reconciliation lines: a program with any FAIL
      *    has a problem tonight, one with lines and no FAIL has
      *    reconciled clean. Read only when the run log shows the
      *    file is the night's own (NOTE-NIGHT-RUN); the job hands
      *    over an empty file when there is none.
       FD  RECIN RECORDING MODE F.
           COPY RECLINE.
      *
      *    AOCGATE's GO/NOGO decisions, one per input base per
      *    camp. Missing file means the gate hasn't run.
       FD  GATEIN RECORDING MODE F.
       01  GATE-REC.
           05  GK-INPUT           PIC X(8).
           05  GK-STATUS          PIC X(4).
           05  GK-REASON          PIC X(20).
           05  GK-CAMP            PIC X(4).
      *
      *    The suite-wide control deck, read only for a BDATE card
      *    so the tickets carry the business date the night ran
      *    under.
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    The carried-forward open-ticket file written back out;
      *    the job's copy-back step swaps it over the live file.
       FD  TKTOUT RECORDING MODE F.
       01  TKTOUT-REC             PIC X(98).
      *
      *    Tonight's outbound ticket events for the service desk
      *    (see COPYLIB/TKTFEED.cpy).
       FD  TKTFEED RECORDING MODE F.
           COPY TKTFEED.
      *
      *    Ticket report: every event sent tonight, then every
      *    ticket still open.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE               PIC X(132).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 TKT-STATUS        PIC X(2) VALUE '00'.
         05 REC-STATUS        PIC X(2) VALUE '00'.
         05 GATE-STATUS       PIC X(2) VALUE '00'.
         05 PDECK-STATUS      PIC X(2) VALUE '00'.
         05 RECON-FRESH       PIC X(1) VALUE 'N'.

       01 TEMP.
         05 TODAY             PIC 9(8)  VALUE 0.
         05 NOW-TIME          PIC 9(8)  VALUE 0.
         05 TONIGHT           PIC 9(8)  VALUE 0.
         05 WINDOW-DATE       PIC 9(8)  VALUE 0.
         05 NIGHT-DATE        PIC 9(8)  VALUE 0.
         05 PROBLEM-DATE      PIC 9(8)  VALUE 0.
         05 RUNLOG-COUNT      PIC 9(9)  VALUE 0.
         05 TKT-COUNT         PIC 9(3)  VALUE 0.
         05 OPEN-COUNT        PIC 9(3)  VALUE 0.
         05 NEW-COUNT         PIC 9(4)  VALUE 0.
         05 UPDATE-COUNT      PIC 9(4)  VALUE 0.
         05 CLOSE-COUNT       PIC 9(4)  VALUE 0.
         05 EVENT-COUNT       PIC 9(9)  VALUE 0.
         05 DROP-COUNT        PIC 9(4)  VALUE 0.
         05 NEXT-SEQ          PIC 9(4)  VALUE 1.
         05 TX                PIC 9(3)  VALUE 0.
         05 VX                PIC 9(2)  VALUE 0.
         05 VERDICT-COUNT     PIC 9(2)  VALUE 0.
         05 NX                PIC 9(2)  VALUE 0.
         05 NOGO-COUNT        PIC 9(2)  VALUE 0.
         05 GATE-PASS         PIC X(1)  VALUE SPACE.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 WANT-SOURCE       PIC X(4)  VALUE SPACES.
         05 WANT-OBJECT       PIC X(8)  VALUE SPACES.
         05 EVENT-TYPE        PIC X(1)  VALUE SPACE.
         05 EVENT-DATE        PIC 9(8)  VALUE 0.
         05 EVENT-DETAIL      PIC X(40) VALUE SPACES.
         05 PROBLEM-DETAIL    PIC X(40) VALUE SPACES.
         05 CARD-KEYWORD      PIC X(20) VALUE SPACES.
         05 CARD-VALUE        PIC X(60) VALUE SPACES.
         05 FAIL-ED           PIC Z(3)9.
         05 RPT-NUM-ED        PIC Z(8)9.

      *    Inputs the gate refused tonight in any camp; a GO in
      *    one camp doesn't clear an input still refused in another.
       01 NOGO-TABLE.
         05 NOGO-INPUT OCCURS 40 TIMES PIC X(8) VALUE SPACES.

      *    Ticket numbers are the calendar date they were raised on
      *    and a sequence within it.
       01 TICKET-ID-WORK      PIC 9(12) VALUE 0.
       01 TICKET-ID-PARTS REDEFINES TICKET-ID-WORK.
         05 TID-DATE          PIC 9(8).
         05 TID-SEQ           PIC 9(4).

      *    The open-ticket file held in memory while tonight's
      *    problems fold in. TT-PASSED is set once this pass has
      *    read the run-log record a ticket's latest abend came
      *    from, so only run-log records after it can update or
      *    close the ticket.
       01 TICKET-TABLE.
         05 TICKET OCCURS 200 TIMES.
             10  TT-TICKET-ID     PIC 9(12) VALUE 0.
             10  TT-SOURCE        PIC X(4)  VALUE SPACES.
             10  TT-OBJECT        PIC X(8)  VALUE SPACES.
             10  TT-FIRST-SEEN    PIC 9(8)  VALUE 0.
             10  TT-BUS-DATE      PIC 9(8)  VALUE 0.
             10  TT-RUN-SEQ       PIC 9(4)  VALUE 0.
             10  TT-END-TIME      PIC 9(8)  VALUE 0.
             10  TT-OCCURS        PIC 9(5)  VALUE 0.
             10  TT-STATUS        PIC X(1)  VALUE SPACE.
             10  TT-DETAIL        PIC X(40) VALUE SPACES.
             10  TT-PASSED        PIC X(1)  VALUE 'N'.

      *    Tonight's reconciliation summed per program: how many
      *    lines, how many FAIL, and the first failing answer.
       01 VERDICT-TABLE.
         05 VERDICT OCCURS 50 TIMES.
             10  VT-PROGRAM       PIC X(8)  VALUE SPACES.
             10  VT-LINES         PIC 9(4)  VALUE 0.
             10  VT-FAILS         PIC 9(4)  VALUE 0.
             10  VT-LABEL         PIC X(20) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RUNLOGI TKTOUT
               TKTFEED RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCTKTF I/O ERROR - ABNORMAL END AT RECORD '
               RUNLOG-COUNT
           MOVE 'AOCTKTF' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE RUNLOG-COUNT TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE RL-RUN-DATE TO TODAY.
           MOVE RL-START-TIME TO NOW-TIME.
           OPEN INPUT  RUNLOGI.
           OPEN OUTPUT TKTOUT.
           OPEN OUTPUT TKTFEED.
           OPEN OUTPUT RPTOUT.
           PERFORM SET-BUSINESS-DATE.
           PERFORM LOAD-TICKETS.
      *
       FOLD-TONIGHT.
           PERFORM WRITE-REPORT-HEADER
           PERFORM SCAN-RUN-LOG
           PERFORM CHECK-RECONCILIATION
           PERFORM CHECK-GATE
           PERFORM WRITE-OPEN-REPORT
           PERFORM WRITE-TICKETS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCTKTF RUN-LOG RECORDS READ = ' RUNLOG-COUNT
           DISPLAY 'AOCTKTF TICKETS RAISED      = ' NEW-COUNT
           DISPLAY 'AOCTKTF TICKETS UPDATED     = ' UPDATE-COUNT
           DISPLAY 'AOCTKTF TICKETS CLOSED      = ' CLOSE-COUNT
           DISPLAY 'AOCTKTF TICKETS STILL OPEN  = ' OPEN-COUNT
           IF DROP-COUNT > 0
               DISPLAY 'AOCTKTF TICKET TABLE FULL - ' DROP-COUNT
                   ' PROBLEM(S) NOT TICKETED' UPON CONSOLE
               MOVE 8 TO RUN-RC
           ELSE
               IF NEW-COUNT > 0 OR UPDATE-COUNT > 0
                   MOVE 4 TO RUN-RC
               END-IF
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE RUNLOGI.
           CLOSE TKTOUT.
           CLOSE TKTFEED.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
      *    A BDATE card on the deck is the business date, as in
      *    AOCNCTL; without one it is today. The day programs stamp
      *    their run-log records with the business date they ran
      *    under, and a night that runs past midnight stamps its
      *    later steps with the next day's, so abends are ticketed
      *    from the day before the business date onward.
       SET-BUSINESS-DATE.
           MOVE TODAY TO TONIGHT
           MOVE SPACE TO LASTREC
           OPEN INPUT PARMDECK
           IF PDECK-STATUS = '00'
               PERFORM READ-PDECK-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM SCAN-PARM-LINE
                   PERFORM READ-PDECK-RECORD
               END-PERFORM
               CLOSE PARMDECK
           END-IF
           MOVE SPACE TO LASTREC
           COMPUTE WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TONIGHT) - 1).
      *
       READ-PDECK-RECORD.
           READ PARMDECK
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       SCAN-PARM-LINE.
           IF PDECK-REC NOT = SPACES AND PDECK-REC(1:1) NOT = '*'
               MOVE SPACES TO CARD-KEYWORD
               MOVE SPACES TO CARD-VALUE
               UNSTRING PDECK-REC DELIMITED BY '='
                   INTO CARD-KEYWORD CARD-VALUE
               END-UNSTRING
               IF CARD-KEYWORD = 'BDATE'
                   AND FUNCTION TEST-NUMVAL(CARD-VALUE) = 0
                   AND FUNCTION NUMVAL(CARD-VALUE) > 19000000
                   COMPUTE TONIGHT = FUNCTION NUMVAL(CARD-VALUE)
               END-IF
           END-IF.
      *
       LOAD-TICKETS.
           OPEN INPUT TKTIN
           IF TKT-STATUS = '00'
               PERFORM READ-TICKET-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF TKT-COUNT < 200
                       ADD 1 TO TKT-COUNT
                       MOVE TKT-COUNT TO TX
                       MOVE TK-TICKET-ID TO TT-TICKET-ID(TX)
                       MOVE TK-SOURCE TO TT-SOURCE(TX)
                       MOVE TK-OBJECT TO TT-OBJECT(TX)
                       MOVE TK-FIRST-SEEN TO TT-FIRST-SEEN(TX)
                       MOVE TK-BUS-DATE TO TT-BUS-DATE(TX)
                       MOVE TK-RUN-SEQ TO TT-RUN-SEQ(TX)
                       MOVE TK-END-TIME TO TT-END-TIME(TX)
                       MOVE TK-OCCURS TO TT-OCCURS(TX)
                       MOVE TK-STATUS TO TT-STATUS(TX)
                       MOVE TK-DETAIL TO TT-DETAIL(TX)
                       MOVE TK-TICKET-ID TO TICKET-ID-WORK
                       IF TID-DATE = TODAY AND TID-SEQ >= NEXT-SEQ
                           COMPUTE NEXT-SEQ = TID-SEQ + 1
                       END-IF
                   ELSE
                       ADD 1 TO DROP-COUNT
                   END-IF
                   PERFORM READ-TICKET-RECORD
               END-PERFORM
               CLOSE TKTIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-TICKET-RECORD.
           READ TKTIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'INCIDENT TICKET FEED - BUSINESS DATE '
                  DELIMITED BY SIZE
                  TONIGHT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TICKET EVENTS SENT' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-COLUMN-HEADS.
      *
       WRITE-COLUMN-HEADS.
           MOVE SPACES TO RPT-LINE
           MOVE 'EVENT   TICKET        SOURCE  OBJECT    BUS DATE'
               TO RPT-LINE(1:50)
           MOVE '  OCCURS  DETAIL' TO RPT-LINE(51:16)
           WRITE RPT-LINE.
      *
      *    The run log is read in the order it was appended, so an
      *    abend is always read before the reruns that follow it.
       SCAN-RUN-LOG.
           PERFORM READ-RUNLOGI-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM NOTE-NIGHT-RUN
               IF RI-STATUS = 'A'
                   PERFORM POST-ABEND
               ELSE
                   IF RI-STATUS = 'N' AND RI-RC < 8
                       PERFORM CLEAR-ABEND
                   END-IF
               END-IF
               PERFORM READ-RUNLOGI-RECORD
           END-PERFORM
           MOVE SPACE TO LASTREC.
      *
      *    The reconciliation file is a night's own only when the
      *    run log has a clean AOCRECA run after that night's
      *    AOCGATE run (the tail's STEP075). A night the gate held
      *    has its AOCGATE record and no AOCRECA after it - STEP075
      *    was bypassed and whatever file is left is an older
      *    night's.
       NOTE-NIGHT-RUN.
           IF RI-PROGRAM = 'AOCGATE'
               MOVE RI-RUN-DATE TO NIGHT-DATE
               MOVE 'N' TO RECON-FRESH
           END-IF
           IF RI-PROGRAM = 'AOCRECA'
               IF RI-STATUS = 'N' AND NIGHT-DATE > 0
                   MOVE 'Y' TO RECON-FRESH
               ELSE
                   MOVE 'N' TO RECON-FRESH
               END-IF
           END-IF.
      *
       READ-RUNLOGI-RECORD.
           READ RUNLOGI
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO RUNLOG-COUNT
           END-IF.
      *
      *    An abend already on a ticket is passed over until its own
      *    record is reached (earlier records were counted by an
      *    earlier pass); one read after that is a recurrence. With
      *    no ticket, only an abend inside the business-date window
      *    raises one - older ones were ticketed and closed before.
       POST-ABEND.
           MOVE 'ABND' TO WANT-SOURCE
           MOVE RI-PROGRAM TO WANT-OBJECT
           PERFORM FIND-TICKET
           MOVE RI-RUN-DATE TO EVENT-DATE
           MOVE SPACES TO PROBLEM-DETAIL
           STRING 'ABNORMAL END RC ' DELIMITED BY SIZE
                  RI-RC DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  RI-RUN-SEQ DELIMITED BY SIZE
                  ' CAMP ' DELIMITED BY SIZE
                  RI-CAMP DELIMITED BY SIZE
               INTO PROBLEM-DETAIL
           END-STRING
           EVALUATE TRUE
               WHEN TX = 0
                   IF RI-RUN-DATE >= WINDOW-DATE
                       PERFORM RAISE-TICKET
                       IF TX > 0
                           PERFORM STAMP-ABEND
                       END-IF
                   END-IF
               WHEN TT-PASSED(TX) = 'N'
                   IF RI-RUN-DATE = TT-BUS-DATE(TX)
                       AND RI-RUN-SEQ = TT-RUN-SEQ(TX)
                       AND RI-END-TIME = TT-END-TIME(TX)
                       MOVE 'Y' TO TT-PASSED(TX)
                   END-IF
               WHEN TT-STATUS(TX) = 'C'
                   AND RI-RUN-DATE NOT = TT-BUS-DATE(TX)
                   PERFORM RAISE-TICKET
                   PERFORM STAMP-ABEND
               WHEN OTHER
                   PERFORM UPDATE-TICKET
                   PERFORM STAMP-ABEND
           END-EVALUATE.
      *
       STAMP-ABEND.
           MOVE RI-RUN-SEQ TO TT-RUN-SEQ(TX)
           MOVE RI-END-TIME TO TT-END-TIME(TX)
           MOVE 'Y' TO TT-PASSED(TX).
      *
      *    A clean run logged after the ticketed abend, for the same
      *    program, camp and business date, is the successful rerun
      *    (the abend's camp is the last word of the ticket detail).
       CLEAR-ABEND.
           MOVE 'ABND' TO WANT-SOURCE
           MOVE RI-PROGRAM TO WANT-OBJECT
           PERFORM FIND-TICKET
           IF TX > 0
               IF TT-STATUS(TX) = 'O'
                   AND TT-PASSED(TX) = 'Y'
                   AND RI-RUN-DATE = TT-BUS-DATE(TX)
                   AND RI-CAMP = TT-DETAIL(TX)(36:4)
                   MOVE SPACES TO EVENT-DETAIL
                   STRING 'CLEAN RERUN RC ' DELIMITED BY SIZE
                          RI-RC DELIMITED BY SIZE
                          ' RUN ' DELIMITED BY SIZE
                          RI-RUN-SEQ DELIMITED BY SIZE
                       INTO EVENT-DETAIL
                   END-STRING
                   PERFORM CLOSE-TICKET
               END-IF
           END-IF.
      *
      *    The verdicts count for the night they came from - the
      *    business date, or the day before it when the night ran
      *    past midnight - and are posted under that night's date,
      *    so a night already posted is never posted again under a
      *    later one.
       CHECK-RECONCILIATION.
           IF RECON-FRESH = 'Y'
               AND (NIGHT-DATE = TONIGHT OR NIGHT-DATE = WINDOW-DATE)
               MOVE NIGHT-DATE TO PROBLEM-DATE
               OPEN INPUT RECIN
               IF REC-STATUS = '00'
                   PERFORM READ-RECON-RECORD
                   PERFORM UNTIL LASTREC = 'Y'
                       PERFORM POST-VERDICT
                       PERFORM READ-RECON-RECORD
                   END-PERFORM
                   CLOSE RECIN
                   PERFORM TICKET-VERDICTS VARYING VX FROM 1 BY 1
                       UNTIL VX > VERDICT-COUNT
               END-IF
           ELSE
               DISPLAY 'AOCTKTF NO RECONCILIATION RUN FOR ' TONIGHT
                   ' - VERDICTS NOT CHECKED'
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-RECON-RECORD.
           READ RECIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-VERDICT.
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VERDICT-COUNT
               OR VT-PROGRAM(VX) = RC-PROGRAM
               CONTINUE
           END-PERFORM
           IF VX > VERDICT-COUNT
               IF VERDICT-COUNT < 50
                   ADD 1 TO VERDICT-COUNT
                   MOVE VERDICT-COUNT TO VX
                   MOVE RC-PROGRAM TO VT-PROGRAM(VX)
               ELSE
                   MOVE 0 TO VX
               END-IF
           END-IF
           IF VX > 0
               ADD 1 TO VT-LINES(VX)
               IF RC-STATUS = 'FAIL '
                   ADD 1 TO VT-FAILS(VX)
                   IF VT-FAILS(VX) = 1
                       MOVE RC-LABEL TO VT-LABEL(VX)
                   END-IF
               END-IF
           END-IF.
      *
      *    Any FAIL is a problem for the business date; a program
      *    whose answers all reconciled (NOREF is no verdict either
      *    way) clears one.
       TICKET-VERDICTS.
           MOVE 'FAIL' TO WANT-SOURCE
           MOVE VT-PROGRAM(VX) TO WANT-OBJECT
           PERFORM FIND-TICKET
           IF VT-FAILS(VX) > 0
               MOVE VT-FAILS(VX) TO FAIL-ED
               MOVE SPACES TO PROBLEM-DETAIL
               STRING FUNCTION TRIM(VT-LABEL(VX)) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(FAIL-ED) DELIMITED BY SIZE
                      ' ANSWER(S) FAILED' DELIMITED BY SIZE
                   INTO PROBLEM-DETAIL
               END-STRING
               PERFORM POST-DAILY-PROBLEM
           ELSE
               MOVE 'ANSWERS RECONCILED CLEAN' TO EVENT-DETAIL
               PERFORM CLEAR-DAILY-PROBLEM
           END-IF.
      *
      *    Two passes over the decisions: the NOGOs first, so the
      *    GO pass knows which inputs are still refused elsewhere.
       CHECK-GATE.
           MOVE TONIGHT TO PROBLEM-DATE
           MOVE 'N' TO GATE-PASS
           PERFORM SCAN-GATE
           MOVE 'G' TO GATE-PASS
           PERFORM SCAN-GATE.
      *
       SCAN-GATE.
           OPEN INPUT GATEIN
           IF GATE-STATUS = '00'
               PERFORM READ-GATE-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM TICKET-GATE-DECISION
                   PERFORM READ-GATE-RECORD
               END-PERFORM
               CLOSE GATEIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-GATE-RECORD.
           READ GATEIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    NOGO is a problem for the business date; GO clears one
      *    once the input is refused in no camp. SKIP (no run
      *    scheduled or input not needed) is neither.
       TICKET-GATE-DECISION.
           MOVE 'NOGO' TO WANT-SOURCE
           MOVE GK-INPUT TO WANT-OBJECT
           PERFORM FIND-TICKET
           EVALUATE TRUE
               WHEN GK-STATUS = 'NOGO' AND GATE-PASS = 'N'
                   MOVE SPACES TO PROBLEM-DETAIL
                   STRING GK-REASON DELIMITED BY SIZE
                          ' CAMP ' DELIMITED BY SIZE
                          GK-CAMP DELIMITED BY SIZE
                       INTO PROBLEM-DETAIL
                   END-STRING
                   PERFORM POST-DAILY-PROBLEM
                   PERFORM NOTE-NOGO-INPUT
               WHEN GK-STATUS = 'GO  ' AND GATE-PASS = 'G'
                   PERFORM FIND-NOGO-INPUT
                   IF NX > NOGO-COUNT
                       MOVE SPACES TO EVENT-DETAIL
                       STRING 'GATE GO - ' DELIMITED BY SIZE
                              GK-REASON DELIMITED BY SIZE
                           INTO EVENT-DETAIL
                       END-STRING
                       PERFORM CLEAR-DAILY-PROBLEM
                   END-IF
           END-EVALUATE.
      *
       NOTE-NOGO-INPUT.
           PERFORM FIND-NOGO-INPUT
           IF NX > NOGO-COUNT AND NOGO-COUNT < 40
               ADD 1 TO NOGO-COUNT
               MOVE GK-INPUT TO NOGO-INPUT(NOGO-COUNT)
           END-IF.
      *
       FIND-NOGO-INPUT.
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > NOGO-COUNT
               OR NOGO-INPUT(NX) = GK-INPUT
               CONTINUE
           END-PERFORM.
      *
      *    Reconciliation and gate problems count once per business
      *    date, so rerunning the feed against the same files sends
      *    nothing new. A ticket closed earlier the same business
      *    date is reopened; one closed on another date is left
      *    closed and a new ticket raised.
       POST-DAILY-PROBLEM.
           MOVE PROBLEM-DATE TO EVENT-DATE
           EVALUATE TRUE
               WHEN TX = 0
                   PERFORM RAISE-TICKET
               WHEN TT-STATUS(TX) = 'C'
                   AND TT-BUS-DATE(TX) NOT = PROBLEM-DATE
                   PERFORM RAISE-TICKET
               WHEN TT-STATUS(TX) = 'C'
                   PERFORM UPDATE-TICKET
               WHEN TT-BUS-DATE(TX) < PROBLEM-DATE
                   PERFORM UPDATE-TICKET
           END-EVALUATE.
      *
       CLEAR-DAILY-PROBLEM.
           IF TX > 0
               IF TT-STATUS(TX) = 'O'
                   AND TT-BUS-DATE(TX) = PROBLEM-DATE
                   PERFORM CLOSE-TICKET
               END-IF
           END-IF.
      *
       FIND-TICKET.
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TKT-COUNT
               OR (TT-SOURCE(TX) = WANT-SOURCE
                   AND TT-OBJECT(TX) = WANT-OBJECT)
               CONTINUE
           END-PERFORM
           IF TX > TKT-COUNT
               MOVE 0 TO TX
           END-IF.
      *
      *    A new ticket takes the slot of the closed one it replaces,
      *    otherwise the next free one.
       RAISE-TICKET.
           IF TX = 0
               IF TKT-COUNT < 200
                   ADD 1 TO TKT-COUNT
                   MOVE TKT-COUNT TO TX
               ELSE
                   ADD 1 TO DROP-COUNT
               END-IF
           END-IF
           IF TX > 0
               MOVE TODAY TO TID-DATE
               MOVE NEXT-SEQ TO TID-SEQ
               ADD 1 TO NEXT-SEQ
               MOVE TICKET-ID-WORK TO TT-TICKET-ID(TX)
               MOVE WANT-SOURCE TO TT-SOURCE(TX)
               MOVE WANT-OBJECT TO TT-OBJECT(TX)
               MOVE EVENT-DATE TO TT-FIRST-SEEN(TX)
               MOVE EVENT-DATE TO TT-BUS-DATE(TX)
               MOVE 0 TO TT-RUN-SEQ(TX)
               MOVE 0 TO TT-END-TIME(TX)
               MOVE 1 TO TT-OCCURS(TX)
               MOVE 'O' TO TT-STATUS(TX)
               MOVE PROBLEM-DETAIL TO TT-DETAIL(TX)
               MOVE 'N' TO EVENT-TYPE
               MOVE PROBLEM-DETAIL TO EVENT-DETAIL
               ADD 1 TO NEW-COUNT
               PERFORM SEND-EVENT
           END-IF.
      *
       UPDATE-TICKET.
           ADD 1 TO TT-OCCURS(TX)
           MOVE EVENT-DATE TO TT-BUS-DATE(TX)
           MOVE 'O' TO TT-STATUS(TX)
           MOVE PROBLEM-DETAIL TO TT-DETAIL(TX)
           MOVE 'U' TO EVENT-TYPE
           MOVE PROBLEM-DETAIL TO EVENT-DETAIL
           ADD 1 TO UPDATE-COUNT
           PERFORM SEND-EVENT.
      *
       CLOSE-TICKET.
           MOVE 'C' TO TT-STATUS(TX)
           MOVE 'C' TO EVENT-TYPE
           ADD 1 TO CLOSE-COUNT
           PERFORM SEND-EVENT.
      *
       SEND-EVENT.
           MOVE EVENT-TYPE TO TF-REC-TYPE
           MOVE TT-TICKET-ID(TX) TO TF-TICKET-ID
           MOVE TT-SOURCE(TX) TO TF-SOURCE
           MOVE TT-OBJECT(TX) TO TF-OBJECT
           MOVE TT-BUS-DATE(TX) TO TF-BUS-DATE
           MOVE TT-FIRST-SEEN(TX) TO TF-FIRST-SEEN
           MOVE TT-OCCURS(TX) TO TF-OCCURS
           MOVE TODAY TO TF-SENT-DATE
           MOVE NOW-TIME TO TF-SENT-TIME
           MOVE EVENT-DETAIL TO TF-DETAIL
           WRITE TKTFEED-REC
           ADD 1 TO EVENT-COUNT
           MOVE SPACES TO RPT-LINE
           EVALUATE EVENT-TYPE
               WHEN 'N' MOVE 'NEW' TO RPT-LINE(1:6)
               WHEN 'U' MOVE 'UPDATE' TO RPT-LINE(1:6)
               WHEN 'C' MOVE 'CLOSE' TO RPT-LINE(1:6)
           END-EVALUATE
           MOVE TF-TICKET-ID TO RPT-LINE(9:12)
           MOVE TF-SOURCE TO RPT-LINE(23:4)
           MOVE TF-OBJECT TO RPT-LINE(31:8)
           MOVE TF-BUS-DATE TO RPT-LINE(41:8)
           MOVE TF-OCCURS TO RPT-NUM-ED
           MOVE RPT-NUM-ED(5:5) TO RPT-LINE(53:5)
           MOVE TF-DETAIL TO RPT-LINE(59:40)
           WRITE RPT-LINE.
      *
       WRITE-OPEN-REPORT.
           IF EVENT-COUNT = 0
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TICKETS STILL OPEN' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-COLUMN-HEADS
           PERFORM WRITE-OPEN-LINE VARYING TX FROM 1 BY 1
               UNTIL TX > TKT-COUNT
           IF OPEN-COUNT = 0
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE NEW-COUNT TO RPT-NUM-ED
           STRING 'RAISED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-NUM-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE UPDATE-COUNT TO RPT-NUM-ED
           STRING 'UPDATED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-NUM-ED) DELIMITED BY SIZE
               INTO RPT-LINE(20:20)
           END-STRING
           MOVE CLOSE-COUNT TO RPT-NUM-ED
           STRING 'CLOSED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-NUM-ED) DELIMITED BY SIZE
               INTO RPT-LINE(40:20)
           END-STRING
           MOVE OPEN-COUNT TO RPT-NUM-ED
           STRING 'STILL OPEN: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-NUM-ED) DELIMITED BY SIZE
               INTO RPT-LINE(60:20)
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-OPEN-LINE.
           IF TT-STATUS(TX) = 'O'
               ADD 1 TO OPEN-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE 'OPEN' TO RPT-LINE(1:6)
               MOVE TT-TICKET-ID(TX) TO RPT-LINE(9:12)
               MOVE TT-SOURCE(TX) TO RPT-LINE(23:4)
               MOVE TT-OBJECT(TX) TO RPT-LINE(31:8)
               MOVE TT-BUS-DATE(TX) TO RPT-LINE(41:8)
               MOVE TT-OCCURS(TX) TO RPT-NUM-ED
               MOVE RPT-NUM-ED(5:5) TO RPT-LINE(53:5)
               MOVE TT-DETAIL(TX) TO RPT-LINE(59:40)
               WRITE RPT-LINE
           END-IF.
      *
      *    Closed tickets are carried only while their business
      *    date is still inside the window, or they were raised
      *    today, so a rerun of the feed can't raise them again or
      *    reuse their numbers; after that they drop off.
       WRITE-TICKETS.
           PERFORM WRITE-TICKET-RECORD VARYING TX FROM 1 BY 1
               UNTIL TX > TKT-COUNT.
      *
       WRITE-TICKET-RECORD.
           MOVE TT-TICKET-ID(TX) TO TICKET-ID-WORK
           IF TT-STATUS(TX) = 'O'
               OR TT-BUS-DATE(TX) >= WINDOW-DATE
               OR TID-DATE = TODAY
               MOVE TT-TICKET-ID(TX) TO TK-TICKET-ID
               MOVE TT-SOURCE(TX) TO TK-SOURCE
               MOVE TT-OBJECT(TX) TO TK-OBJECT
               MOVE TT-FIRST-SEEN(TX) TO TK-FIRST-SEEN
               MOVE TT-BUS-DATE(TX) TO TK-BUS-DATE
               MOVE TT-RUN-SEQ(TX) TO TK-RUN-SEQ
               MOVE TT-END-TIME(TX) TO TK-END-TIME
               MOVE TT-OCCURS(TX) TO TK-OCCURS
               MOVE TT-STATUS(TX) TO TK-STATUS
               MOVE TT-DETAIL(TX) TO TK-DETAIL
               MOVE TKTOPEN-REC TO TKTOUT-REC
               WRITE TKTOUT-REC
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCTKTF' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE RUNLOG-COUNT TO RL-REC-IN
           MOVE EVENT-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE RUN-RC TO RL-RC
           MOVE OPEN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
