      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCBGRC.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAIN   ASSIGN TO AOCIN.
           SELECT EXCFILE  ASSIGN TO AOCEXC.
           SELECT RPTOUT   ASSIGN TO AOCRPT.
           SELECT RUNLOG   ASSIGN TO RUNLOG
               FILE STATUS IS RLOG-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT TEAMMST  ASSIGN TO TEAMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS TEAM-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The same Day 3 rucksack input AOC03B groups into threes.
      *    Each elf carries one rucksack, listed in roster order,
      *    so rucksack line n belongs to elf n - the same boundary-
      *    order numbering ELF-ID uses on the roster.
       FD  DATAIN RECORDING MODE F.
       01  DATA-IN.
           05  RUCKSACK            PIC X(500).
      *
      *    Oversized lines (left out of the grouping, as AOC03B
      *    leaves them out) and control-deck errors.
       FD  EXCFILE RECORDING MODE F.
           COPY EXCREC.
      *
      *    Reconciliation report: groups that are not one crew,
      *    crews spread over more than one group, and the badges
      *    those groups would be issued.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE               PIC X(80).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
      *    Suite-wide keyword control deck, one KEYWORD=VALUE card
      *    per line (see COPYLIB/PARMPROC.cpy for the keywords).
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    Team master (see COPYLIB/TEAMMST.cpy), read by elf.
       FD  TEAMMST.
           COPY TEAMMST.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 GROUP-FINDING     PIC X(8) VALUE SPACES.

       01 TEMP.
         05  LINE-NUM          PIC 9(9) VALUE 0.
         05  WARN-COUNT        PIC 9(9) VALUE 0.
         05  WARN-LIMIT        PIC 9(9) VALUE 0.
         05  RUN-RC            PIC 9(4) VALUE 0.
         05  ALPHA             PIC X(52).
         05  GRPCNT            PIC 9(1) VALUE 0.
         05  GROUP-NUM         PIC 9(9) VALUE 0.
         05  CREW-GROUPS       PIC 9(9) VALUE 0.
         05  SPLIT-COUNT       PIC 9(9) VALUE 0.
         05  NOCREW-COUNT      PIC 9(9) VALUE 0.
         05  SPREAD-COUNT      PIC 9(9) VALUE 0.
         05  MISISSUE-COUNT    PIC 9(9) VALUE 0.
         05  LEFTOVER-COUNT    PIC 9(9) VALUE 0.
         05  BADGE             PIC X(1) VALUE SPACE.
         05  LEN1              PIC 9(4) VALUE 0.
         05  LEN2              PIC 9(4) VALUE 0.
         05  LEN3              PIC 9(4) VALUE 0.
         05  TALLY2            PIC 9(4) VALUE 0.
         05  TALLY3            PIC 9(4) VALUE 0.
         05  I                 PIC 9(4) VALUE 0.
         05  J                 PIC 9(4) VALUE 0.
         05  M                 PIC 9(4) VALUE 0.
         05  CX                PIC 9(4) VALUE 0.
         05  CREW-MAX          PIC 9(4) VALUE 500.
         05  CREW-COUNT        PIC 9(4) VALUE 0.
         05  RPT-GRP-ED        PIC Z(5)9.
         05  RPT-CNT-ED        PIC Z(8)9.
         05  RPT-SML-ED        PIC Z(3)9.

      *    the three rucksacks of the group being formed, with the
      *    elf and crew each one maps to
       01 GRP-DATA.
         05  R1                PIC X(500).
         05  R2                PIC X(500).
         05  R3                PIC X(500).
         05  GRP-MEMBER OCCURS 3 TIMES.
           10  GM-ELF-ID       PIC 9(9).
           10  GM-CREW-CODE    PIC X(4).
           10  GM-CREW-NAME    PIC X(20).

      *    every crew met in tonight's groups: how many of its
      *    members appeared, and in how many different groups.
      *    Groups arrive in order, so a change of group number is
      *    a new group for the crew.
       01 CREW-TABLE.
         05 CREW-ENTRY OCCURS 500 TIMES.
           10 CR-CODE          PIC X(4).
           10 CR-NAME          PIC X(20).
           10 CR-MEMBERS       PIC 9(4).
           10 CR-GROUPS        PIC 9(4).
           10 CR-FIRST-GROUP   PIC 9(9).
           10 CR-LAST-GROUP    PIC 9(9).

      *    badges that would go to groups that are not a crew, by
      *    ALPHA position
       01 MISISSUE-TABLE.
         05 MISISSUE-TALLY OCCURS 52 TIMES
                               PIC 9(9) VALUE 0.

       COPY PARMDEF.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DATAIN EXCFILE
               RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCBGRC I/O ERROR - ABNORMAL END AT RECORD '
               LINE-NUM
           MOVE 'AOCBGRC' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE 16 TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'AOCBGRC' TO CTL-PROGRAM
           PERFORM GET-RUN-CONTROL
           IF CTL-WARNMAX > 0
               MOVE CTL-WARNMAX TO WARN-LIMIT
           END-IF
           OPEN INPUT  TEAMMST.
           IF TEAM-STATUS NOT = '00'
               DISPLAY 'AOCBGRC TEAMMST OPEN FAILED, STATUS = '
                   TEAM-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  DATAIN.
           OPEN OUTPUT EXCFILE.
           OPEN OUTPUT RPTOUT.
           MOVE 'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'
      -    TO ALPHA
           PERFORM REPORT-PARM-ERRORS.
           PERFORM WRITE-REPORT-HEADING.
      *
       READ-NEXT-RECORD.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF RUCKSACK(500:1) NOT = SPACE
                   PERFORM WRITE-EXCEPTION
               ELSE
                   PERFORM STORE-LINE
               END-IF
               PERFORM READ-RECORD
           END-PERFORM
           MOVE GRPCNT TO LEFTOVER-COUNT
           PERFORM WRITE-SPREAD-CREWS
           PERFORM WRITE-MISISSUE-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCBGRC GROUPS FORMED      = ' GROUP-NUM
           DISPLAY 'AOCBGRC GROUPS ONE CREW    = ' CREW-GROUPS
           DISPLAY 'AOCBGRC SPLIT GROUPS       = ' SPLIT-COUNT
           DISPLAY 'AOCBGRC GROUPS WITH NO CREW= ' NOCREW-COUNT
           DISPLAY 'AOCBGRC CREWS SPREAD       = ' SPREAD-COUNT
           DISPLAY 'AOCBGRC WARNING COUNT      = ' WARN-COUNT
           IF WARN-COUNT > WARN-LIMIT
               MOVE 4 TO RUN-RC
           END-IF
      *    Any group that is not one crew holds the badge run: the
      *    stock must not be drawn down against the wrong crews.
           IF SPLIT-COUNT > 0 OR NOCREW-COUNT > 0
               OR SPREAD-COUNT > 0
               MOVE 8 TO RUN-RC
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE TEAMMST.
           CLOSE DATAIN.
           CLOSE EXCFILE.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
       READ-RECORD.
           READ DATAIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO LINE-NUM
           END-IF.
      *
      *    Three consecutive rucksacks make a group, exactly as
      *    AOC03B's STORE-LINE forms them.
       STORE-LINE.
           ADD 1 TO GRPCNT
           MOVE LINE-NUM TO GM-ELF-ID(GRPCNT)
           EVALUATE GRPCNT
               WHEN 1
                   MOVE RUCKSACK TO R1
               WHEN 2
                   MOVE RUCKSACK TO R2
               WHEN 3
                   MOVE RUCKSACK TO R3
                   PERFORM CHECK-GROUP
                   MOVE 0 TO GRPCNT
           END-EVALUATE.
      *
       CHECK-GROUP.
           ADD 1 TO GROUP-NUM
           PERFORM LOOK-UP-MEMBER VARYING M FROM 1 BY 1
               UNTIL M > 3
           MOVE SPACES TO GROUP-FINDING
           IF GM-CREW-CODE(1) = SPACES OR GM-CREW-CODE(2) = SPACES
               OR GM-CREW-CODE(3) = SPACES
               MOVE 'NO CREW' TO GROUP-FINDING
               ADD 1 TO NOCREW-COUNT
           ELSE
               IF GM-CREW-CODE(1) NOT = GM-CREW-CODE(2)
                   OR GM-CREW-CODE(1) NOT = GM-CREW-CODE(3)
                   MOVE 'SPLIT' TO GROUP-FINDING
                   ADD 1 TO SPLIT-COUNT
               ELSE
                   ADD 1 TO CREW-GROUPS
               END-IF
           END-IF
           PERFORM TALLY-CREW VARYING M FROM 1 BY 1
               UNTIL M > 3
           IF GROUP-FINDING NOT = SPACES
               PERFORM FIND-BADGE
               PERFORM WRITE-GROUP-LINE
           END-IF.
      *
      *    An elf not on the team master is in no crew at all.
       LOOK-UP-MEMBER.
           MOVE GM-ELF-ID(M) TO TM-ELF-ID
           READ TEAMMST
               INVALID KEY
                   MOVE SPACES TO GM-CREW-CODE(M)
                   MOVE SPACES TO GM-CREW-NAME(M)
               NOT INVALID KEY
                   MOVE TM-CREW-CODE TO GM-CREW-CODE(M)
                   MOVE TM-CREW-NAME TO GM-CREW-NAME(M)
           END-READ.
      *
       TALLY-CREW.
           IF GM-CREW-CODE(M) NOT = SPACES
               MOVE 0 TO CX
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > CREW-COUNT OR CX > 0
                   IF CR-CODE(J) = GM-CREW-CODE(M)
                       MOVE J TO CX
                   END-IF
               END-PERFORM
               IF CX = 0
                   IF CREW-COUNT < CREW-MAX
                       ADD 1 TO CREW-COUNT
                       MOVE CREW-COUNT TO CX
                       MOVE GM-CREW-CODE(M) TO CR-CODE(CX)
                       MOVE GM-CREW-NAME(M) TO CR-NAME(CX)
                       MOVE 0 TO CR-MEMBERS(CX)
                       MOVE 0 TO CR-GROUPS(CX)
                       MOVE GROUP-NUM TO CR-FIRST-GROUP(CX)
                       MOVE 0 TO CR-LAST-GROUP(CX)
                   ELSE
                       DISPLAY 'AOCBGRC CREW TABLE FULL AT '
                           CREW-MAX ' - CREW ' GM-CREW-CODE(M)
                           ' NOT TRACKED'
                       ADD 1 TO WARN-COUNT
                   END-IF
               END-IF
               IF CX > 0
                   ADD 1 TO CR-MEMBERS(CX)
                   IF CR-LAST-GROUP(CX) NOT = GROUP-NUM
                       ADD 1 TO CR-GROUPS(CX)
                       MOVE GROUP-NUM TO CR-LAST-GROUP(CX)
                   END-IF
               END-IF
           END-IF.
      *
      *    The item common to all three rucksacks is the badge
      *    AOC03B would issue to this group; none found, no badge.
       FIND-BADGE.
           MOVE SPACE TO BADGE
           MOVE 0 TO LEN1
           MOVE 0 TO LEN2
           MOVE 0 TO LEN3
           INSPECT FUNCTION REVERSE(R1)
               TALLYING LEN1 FOR LEADING SPACES
           COMPUTE LEN1 = LENGTH OF R1 - LEN1
           INSPECT FUNCTION REVERSE(R2)
               TALLYING LEN2 FOR LEADING SPACES
           COMPUTE LEN2 = LENGTH OF R2 - LEN2
           INSPECT FUNCTION REVERSE(R3)
               TALLYING LEN3 FOR LEADING SPACES
           COMPUTE LEN3 = LENGTH OF R3 - LEN3
           IF LEN1 > 0 AND LEN2 > 0 AND LEN3 > 0
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > LEN1 OR BADGE NOT = SPACE
                   MOVE 0 TO TALLY2
                   MOVE 0 TO TALLY3
                   INSPECT R2(1:LEN2) TALLYING TALLY2
                       FOR ALL R1(I:1)
                   INSPECT R3(1:LEN3) TALLYING TALLY3
                       FOR ALL R1(I:1)
                   IF TALLY2 > 0 AND TALLY3 > 0
                       MOVE R1(I:1) TO BADGE
                   END-IF
               END-PERFORM
           END-IF
           IF BADGE NOT = SPACE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 52
                   IF ALPHA(J:1) = BADGE
                       ADD 1 TO MISISSUE-TALLY(J)
                       ADD 1 TO MISISSUE-COUNT
                   END-IF
               END-PERFORM
           END-IF.
      *
       WRITE-EXCEPTION.
           ADD 1 TO WARN-COUNT
           MOVE 'AOCBGRC' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE 'OVSZ' TO EXC-REASON
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE RUCKSACK TO EXC-CONTENT
           WRITE EXC-REC.
      *
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           MOVE 'DAY 3 BADGE GROUPS VS CREWS - BUSINESS DATE'
               TO RPT-LINE
           MOVE CTL-BUS-DATE TO RPT-LINE(45:8)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'GROUPS THAT ARE NOT ONE CREW' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE ' GROUP' TO RPT-LINE(1:6)
           MOVE 'ELF/CREW' TO RPT-LINE(8:8)
           MOVE 'ELF/CREW' TO RPT-LINE(23:8)
           MOVE 'ELF/CREW' TO RPT-LINE(38:8)
           MOVE 'BADGE' TO RPT-LINE(53:5)
           MOVE 'FINDING' TO RPT-LINE(60:7)
           WRITE RPT-LINE.
      *
      *    One line per group: each member's elf id and crew code
      *    (---- for an elf in no crew), the badge and the finding.
       WRITE-GROUP-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE GROUP-NUM TO RPT-GRP-ED
           MOVE RPT-GRP-ED TO RPT-LINE(1:6)
           MOVE 8 TO I
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 3
               MOVE GM-ELF-ID(M) TO RPT-LINE(I:9)
               IF GM-CREW-CODE(M) = SPACES
                   MOVE '----' TO RPT-LINE(I + 10:4)
               ELSE
                   MOVE GM-CREW-CODE(M) TO RPT-LINE(I + 10:4)
               END-IF
               ADD 15 TO I
           END-PERFORM
           MOVE BADGE TO RPT-LINE(55:1)
           MOVE GROUP-FINDING TO RPT-LINE(60:8)
           WRITE RPT-LINE.
      *
      *    A crew met in more than one group was broken up by the
      *    grouping, even where each of its groups looked whole.
       WRITE-SPREAD-CREWS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CREWS SPREAD OVER MORE THAN ONE GROUP' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'CREW' TO RPT-LINE(1:4)
           MOVE 'CREW NAME' TO RPT-LINE(7:9)
           MOVE 'MEMBERS' TO RPT-LINE(29:7)
           MOVE 'GROUPS' TO RPT-LINE(38:6)
           MOVE 'FIRST GROUP' TO RPT-LINE(46:11)
           WRITE RPT-LINE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
               IF CR-GROUPS(CX) > 1
                   ADD 1 TO SPREAD-COUNT
                   MOVE SPACES TO RPT-LINE
                   MOVE CR-CODE(CX) TO RPT-LINE(1:4)
                   MOVE CR-NAME(CX) TO RPT-LINE(7:20)
                   MOVE CR-MEMBERS(CX) TO RPT-SML-ED
                   MOVE RPT-SML-ED TO RPT-LINE(32:4)
                   MOVE CR-GROUPS(CX) TO RPT-SML-ED
                   MOVE RPT-SML-ED TO RPT-LINE(40:4)
                   MOVE CR-FIRST-GROUP(CX) TO RPT-CNT-ED
                   MOVE RPT-CNT-ED TO RPT-LINE(48:9)
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF SPREAD-COUNT = 0
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-MISISSUE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BADGES THAT WOULD GO TO GROUPS THAT ARE NOT A CREW'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 52
               IF MISISSUE-TALLY(J) > 0
                   MOVE SPACES TO RPT-LINE
                   MOVE 'BADGE' TO RPT-LINE(1:5)
                   MOVE ALPHA(J:1) TO RPT-LINE(7:1)
                   MOVE MISISSUE-TALLY(J) TO RPT-CNT-ED
                   MOVE RPT-CNT-ED TO RPT-LINE(10:9)
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF MISISSUE-COUNT = 0
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE GROUP-NUM TO RPT-CNT-ED
           MOVE 'GROUPS FORMED' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE CREW-GROUPS TO RPT-CNT-ED
           MOVE 'GROUPS THAT ARE ONE CREW' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPLIT-COUNT TO RPT-CNT-ED
           MOVE 'SPLIT GROUPS' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE NOCREW-COUNT TO RPT-CNT-ED
           MOVE 'GROUPS WITH AN ELF IN NO CREW' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPREAD-COUNT TO RPT-CNT-ED
           MOVE 'CREWS SPREAD OVER GROUPS' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE MISISSUE-COUNT TO RPT-CNT-ED
           MOVE 'BADGES TO GROUPS NOT A CREW' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE LEFTOVER-COUNT TO RPT-CNT-ED
           MOVE 'RUCKSACKS LEFT OUT OF ANY GROUP' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           IF SPLIT-COUNT > 0 OR NOCREW-COUNT > 0
               OR SPREAD-COUNT > 0
               MOVE 'GROUPING DOES NOT MATCH THE CREWS - BADGE RUN HELD'
                   TO RPT-LINE
           ELSE
               MOVE 'GROUPING MATCHES THE CREWS' TO RPT-LINE
           END-IF
           WRITE RPT-LINE.
      *
       WRITE-TOTAL-LINE.
           MOVE RPT-CNT-ED TO RPT-LINE(34:9)
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCBGRC' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE GROUP-NUM TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY PARMPROC.
