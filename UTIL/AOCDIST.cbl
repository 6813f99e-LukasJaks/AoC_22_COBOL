      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCDIST.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTMST ASSIGN TO DISTMST
               FILE STATUS IS MST-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT RPT01  ASSIGN TO RPT01
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT02  ASSIGN TO RPT02
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT03  ASSIGN TO RPT03
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT04  ASSIGN TO RPT04
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT05  ASSIGN TO RPT05
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT06  ASSIGN TO RPT06
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT07  ASSIGN TO RPT07
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT08  ASSIGN TO RPT08
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT09  ASSIGN TO RPT09
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT10  ASSIGN TO RPT10
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT11  ASSIGN TO RPT11
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT12  ASSIGN TO RPT12
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT13  ASSIGN TO RPT13
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT14  ASSIGN TO RPT14
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT15  ASSIGN TO RPT15
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT16  ASSIGN TO RPT16
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT17  ASSIGN TO RPT17
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT18  ASSIGN TO RPT18
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT19  ASSIGN TO RPT19
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT20  ASSIGN TO RPT20
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT21  ASSIGN TO RPT21
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT22  ASSIGN TO RPT22
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT23  ASSIGN TO RPT23
               FILE STATUS IS SLOT-STATUS.
           SELECT RPT24  ASSIGN TO RPT24
               FILE STATUS IS SLOT-STATUS.
           SELECT BNDL1  ASSIGN TO BNDL1
               FILE STATUS IS BNDL-STATUS.
           SELECT BNDL2  ASSIGN TO BNDL2
               FILE STATUS IS BNDL-STATUS.
           SELECT BNDL3  ASSIGN TO BNDL3
               FILE STATUS IS BNDL-STATUS.
           SELECT BNDL4  ASSIGN TO BNDL4
               FILE STATUS IS BNDL-STATUS.
           SELECT BNDL5  ASSIGN TO BNDL5
               FILE STATUS IS BNDL-STATUS.
           SELECT BNDL6  ASSIGN TO BNDL6
               FILE STATUS IS BNDL-STATUS.
           SELECT BNDL7  ASSIGN TO BNDL7
               FILE STATUS IS BNDL-STATUS.
           SELECT BNDL8  ASSIGN TO BNDL8
               FILE STATUS IS BNDL-STATUS.
           SELECT RUNLOGI ASSIGN TO RUNLOGI.
           SELECT DISTLOG ASSIGN TO DISTLOG.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The distribution master (see COPYLIB/DISTMST.cpy):
      *    recipients with their bundle slots, reports with their
      *    DD slots and who gets them.
       FD  DISTMST RECORDING MODE F.
           COPY DISTMST.
      *
      *    The suite-wide control deck, read only for a BDATE card
      *    so the log is kept by the business date the night ran
      *    under.
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    The pool of report DD slots the master points reports
      *    at. Slots 1-14 take the 132-column reports, 15-22 the
      *    80-column ones, 23-24 are wide (160) for the trend
      *    report and any future wide one. A report whose S card
      *    program has no clean run since tonight's gate is left
      *    out of its bundles and logged as not produced (M),
      *    whatever is in its slot; one with no S card is only
      *    known by its slot, and an empty file or DD DUMMY there
      *    reads as produced empty (E). Point unused slots at
      *    DD DUMMY.
       FD  RPT01 RECORDING MODE F.
       01  RPT01-REC              PIC X(132).
       FD  RPT02 RECORDING MODE F.
       01  RPT02-REC              PIC X(132).
       FD  RPT03 RECORDING MODE F.
       01  RPT03-REC              PIC X(132).
       FD  RPT04 RECORDING MODE F.
       01  RPT04-REC              PIC X(132).
       FD  RPT05 RECORDING MODE F.
       01  RPT05-REC              PIC X(132).
       FD  RPT06 RECORDING MODE F.
       01  RPT06-REC              PIC X(132).
       FD  RPT07 RECORDING MODE F.
       01  RPT07-REC              PIC X(132).
       FD  RPT08 RECORDING MODE F.
       01  RPT08-REC              PIC X(132).
       FD  RPT09 RECORDING MODE F.
       01  RPT09-REC              PIC X(132).
       FD  RPT10 RECORDING MODE F.
       01  RPT10-REC              PIC X(132).
       FD  RPT11 RECORDING MODE F.
       01  RPT11-REC              PIC X(132).
       FD  RPT12 RECORDING MODE F.
       01  RPT12-REC              PIC X(132).
       FD  RPT13 RECORDING MODE F.
       01  RPT13-REC              PIC X(132).
       FD  RPT14 RECORDING MODE F.
       01  RPT14-REC              PIC X(132).
       FD  RPT15 RECORDING MODE F.
       01  RPT15-REC              PIC X(80).
       FD  RPT16 RECORDING MODE F.
       01  RPT16-REC              PIC X(80).
       FD  RPT17 RECORDING MODE F.
       01  RPT17-REC              PIC X(80).
       FD  RPT18 RECORDING MODE F.
       01  RPT18-REC              PIC X(80).
       FD  RPT19 RECORDING MODE F.
       01  RPT19-REC              PIC X(80).
       FD  RPT20 RECORDING MODE F.
       01  RPT20-REC              PIC X(80).
       FD  RPT21 RECORDING MODE F.
       01  RPT21-REC              PIC X(80).
       FD  RPT22 RECORDING MODE F.
       01  RPT22-REC              PIC X(80).
       FD  RPT23 RECORDING MODE F.
       01  RPT23-REC              PIC X(160).
       FD  RPT24 RECORDING MODE F.
       01  RPT24-REC              PIC X(160).
      *
      *    One bundle per recipient slot: a banner page listing what
      *    the bundle holds, then each of the recipient's reports
      *    behind a separator line. Unused slots are never opened.
       FD  BNDL1 RECORDING MODE F.
       01  BNDL1-REC              PIC X(160).
       FD  BNDL2 RECORDING MODE F.
       01  BNDL2-REC              PIC X(160).
       FD  BNDL3 RECORDING MODE F.
       01  BNDL3-REC              PIC X(160).
       FD  BNDL4 RECORDING MODE F.
       01  BNDL4-REC              PIC X(160).
       FD  BNDL5 RECORDING MODE F.
       01  BNDL5-REC              PIC X(160).
       FD  BNDL6 RECORDING MODE F.
       01  BNDL6-REC              PIC X(160).
       FD  BNDL7 RECORDING MODE F.
       01  BNDL7-REC              PIC X(160).
       FD  BNDL8 RECORDING MODE F.
       01  BNDL8-REC              PIC X(160).
      *
      *    The run log as appended so far, read to tell which
      *    reports were produced tonight (SCAN-RUN-LOG).
       FD  RUNLOGI RECORDING MODE F.
           COPY RUNLOG REPLACING LEADING ==RL-== BY ==RI-==
               ==RUNLOG-REC== BY ==RUNLOGI-REC==.
      *
      *    What was sent to whom (see COPYLIB/DISTLOG.cpy).
       FD  DISTLOG RECORDING MODE F.
           COPY DISTLOG.
      *
      *    Distribution report: per recipient, each report and what
      *    was sent, then any master cards that were rejected.
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
         05 SLOT-EOF          PIC X VALUE SPACE.
         05 MST-STATUS        PIC X(2) VALUE '00'.
         05 PDECK-STATUS      PIC X(2) VALUE '00'.
         05 SLOT-STATUS       PIC X(2) VALUE '00'.
         05 BNDL-STATUS       PIC X(2) VALUE '00'.
         05 FOR-RECIPIENT     PIC X(1) VALUE 'N'.

       01 TEMP.
         05 TODAY             PIC 9(8)  VALUE 0.
         05 NOW-TIME          PIC 9(8)  VALUE 0.
         05 BUS-DATE          PIC 9(8)  VALUE 0.
         05 BUS-PRIOR         PIC 9(8)  VALUE 0.
         05 NIGHT-DATE        PIC 9(8)  VALUE 0.
         05 RUN-CAMP          PIC X(4)  VALUE SPACES.
         05 MST-COUNT         PIC 9(4)  VALUE 0.
         05 RECIP-COUNT       PIC 9(2)  VALUE 0.
         05 REPORT-COUNT      PIC 9(2)  VALUE 0.
         05 REJECT-COUNT      PIC 9(4)  VALUE 0.
         05 SHORT-COUNT       PIC 9(4)  VALUE 0.
         05 SENT-COUNT        PIC 9(4)  VALUE 0.
         05 LOG-COUNT         PIC 9(9)  VALUE 0.
         05 LINE-COUNT        PIC 9(7)  VALUE 0.
         05 RX                PIC 9(2)  VALUE 0.
         05 PX                PIC 9(2)  VALUE 0.
         05 TX                PIC 9(2)  VALUE 0.
         05 CX                PIC 9(2)  VALUE 0.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 CARD-KEYWORD      PIC X(20) VALUE SPACES.
         05 CARD-VALUE        PIC X(60) VALUE SPACES.
         05 REJECT-REASON     PIC X(30) VALUE SPACES.
         05 REJECT-CARD       PIC X(80) VALUE SPACES.
         05 LINE-ED           PIC Z(6)9.
         05 RPT-NUM-ED        PIC Z(8)9.

      *    Every line in or out passes through here, sized for the
      *    widest slot; narrower reports are padded with spaces.
       01 LINE-BUF            PIC X(160) VALUE SPACES.

      *    Master cards rejected while loading, listed on the report.
       01 REJECT-TABLE.
         05 REJECT-LINE OCCURS 20 TIMES PIC X(80) VALUE SPACES.

      *    Recipients from the R cards, in deck order.
       01 RECIPIENT-TABLE.
         05 RECIPIENT OCCURS 8 TIMES.
             10  RT-ID            PIC X(8)  VALUE SPACES.
             10  RT-SLOT          PIC 9(2)  VALUE 0.
             10  RT-NAME          PIC X(28) VALUE SPACES.

      *    Reports from the P cards, with tonight's state once
      *    probed: O produced (PT-LINES lines), E produced empty,
      *    M not produced. PT-PROGRAM and PT-CAMP come from the
      *    report's S card; PT-FRESH is Y once the run log shows
      *    that program's last run since the gate was clean.
       01 REPORT-TABLE.
         05 REPORT-ENTRY OCCURS 30 TIMES.
             10  PT-ID            PIC X(8)  VALUE SPACES.
             10  PT-SLOT          PIC 9(2)  VALUE 0.
             10  PT-TITLE         PIC X(28) VALUE SPACES.
             10  PT-PROGRAM       PIC X(8)  VALUE SPACES.
             10  PT-CAMP          PIC X(4)  VALUE SPACES.
             10  PT-FRESH         PIC X(1)  VALUE 'N'.
             10  PT-STATE         PIC X(1)  VALUE SPACE.
             10  PT-LINES         PIC 9(7)  VALUE 0.
             10  PT-TO-COUNT      PIC 9(2)  VALUE 0.
             10  PT-TO OCCURS 8 TIMES PIC X(8) VALUE SPACES.

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DISTLOG RPTOUT
               RUNLOGI.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCDIST I/O ERROR - ABNORMAL END AT RECORD '
               LOG-COUNT
           MOVE 'AOCDIST' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE MST-COUNT TO RL-REC-IN
           MOVE LOG-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE SHORT-COUNT TO RL-WARN-COUNT
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
           OPEN EXTEND DISTLOG.
           OPEN OUTPUT RPTOUT.
           PERFORM SET-BUSINESS-DATE.
           PERFORM LOAD-MASTER.
      *
       DISTRIBUTE.
           IF RECIP-COUNT > 0
               PERFORM CHECK-RECIPIENTS
               PERFORM SCAN-RUN-LOG
               PERFORM PROBE-REPORT VARYING PX FROM 1 BY 1
                   UNTIL PX > REPORT-COUNT
               PERFORM WRITE-REPORT-HEADER
               PERFORM BUILD-BUNDLE VARYING RX FROM 1 BY 1
                   UNTIL RX > RECIP-COUNT
           ELSE
               DISPLAY 'AOCDIST NO RECIPIENTS ON THE DISTRIBUTION'
                   ' MASTER - NOTHING SENT' UPON CONSOLE
               MOVE 8 TO RUN-RC
               PERFORM WRITE-REPORT-HEADER
           END-IF
           PERFORM WRITE-REJECTS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCDIST MASTER CARDS READ    = ' MST-COUNT
           DISPLAY 'AOCDIST RECIPIENTS           = ' RECIP-COUNT
           DISPLAY 'AOCDIST REPORTS SENT         = ' SENT-COUNT
           DISPLAY 'AOCDIST REPORTS NOT SENT     = ' SHORT-COUNT
           DISPLAY 'AOCDIST MASTER CARDS REJECTED = ' REJECT-COUNT
           IF RUN-RC = 0
               AND (SHORT-COUNT > 0 OR REJECT-COUNT > 0)
               MOVE 4 TO RUN-RC
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE DISTLOG.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
      *    A BDATE card on the deck is the business date, as in
      *    AOCNCTL; without one it is today.
       SET-BUSINESS-DATE.
           MOVE TODAY TO BUS-DATE
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
           COMPUTE BUS-PRIOR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BUS-DATE) - 1).
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
                   COMPUTE BUS-DATE = FUNCTION NUMVAL(CARD-VALUE)
               END-IF
           END-IF.
      *
       LOAD-MASTER.
           OPEN INPUT DISTMST
           IF MST-STATUS = '00'
               PERFORM READ-MASTER-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM POST-MASTER-CARD
                   PERFORM READ-MASTER-RECORD
               END-PERFORM
               CLOSE DISTMST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-MASTER-RECORD.
           READ DISTMST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO MST-COUNT
           END-IF.
      *
      *    Blank and '*' comment cards pass through; anything else
      *    must be a well-formed R or P card.
       POST-MASTER-CARD.
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
               WHEN DISTMST-REC = SPACES
                   CONTINUE
               WHEN DM-TYPE = '*'
                   CONTINUE
               WHEN DM-KEY = SPACES
                   MOVE 'NO RECIPIENT OR REPORT ID' TO REJECT-REASON
               WHEN DM-SLOT NOT NUMERIC
                   MOVE 'SLOT NOT NUMERIC' TO REJECT-REASON
               WHEN DM-TYPE = 'R'
                   PERFORM POST-RECIPIENT-CARD
               WHEN DM-TYPE = 'P'
                   PERFORM POST-REPORT-CARD
               WHEN DM-TYPE = 'S'
                   PERFORM POST-SOURCE-CARD
               WHEN OTHER
                   MOVE 'CARD TYPE NOT R, P OR S' TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               MOVE DISTMST-REC TO REJECT-CARD
               PERFORM NOTE-REJECT
           END-IF.
      *
      *    A recipient owns one bundle slot; two recipients sharing
      *    a slot would get each other's reports.
       POST-RECIPIENT-CARD.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RECIP-COUNT
               OR RT-ID(RX) = DM-KEY
               OR RT-SLOT(RX) = DM-SLOT
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN DM-SLOT < 1 OR DM-SLOT > 8
                   MOVE 'BUNDLE SLOT NOT 1-8' TO REJECT-REASON
               WHEN RX NOT > RECIP-COUNT
                   MOVE 'RECIPIENT OR SLOT REPEATED' TO REJECT-REASON
               WHEN RECIP-COUNT NOT < 8
                   MOVE 'MORE THAN 8 RECIPIENTS' TO REJECT-REASON
               WHEN OTHER
                   ADD 1 TO RECIP-COUNT
                   MOVE DM-KEY TO RT-ID(RECIP-COUNT)
                   MOVE DM-SLOT TO RT-SLOT(RECIP-COUNT)
                   MOVE DM-TITLE TO RT-NAME(RECIP-COUNT)
           END-EVALUATE.
      *
      *    A second card for a report already loaded adds its
      *    recipients to the first; its slot must match the first
      *    card's, and its title is ignored.
       POST-REPORT-CARD.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > REPORT-COUNT
               OR PT-ID(PX) = DM-KEY
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN DM-SLOT < 1 OR DM-SLOT > 24
                   MOVE 'REPORT SLOT NOT 1-24' TO REJECT-REASON
               WHEN PX NOT > REPORT-COUNT
                   IF DM-SLOT NOT = PT-SLOT(PX)
                       MOVE 'SLOT DIFFERS FROM FIRST CARD'
                           TO REJECT-REASON
                   ELSE
                       PERFORM ADD-REPORT-RECIPIENTS
                   END-IF
               WHEN REPORT-COUNT NOT < 30
                   MOVE 'MORE THAN 30 REPORTS' TO REJECT-REASON
               WHEN OTHER
                   ADD 1 TO REPORT-COUNT
                   MOVE REPORT-COUNT TO PX
                   MOVE DM-KEY TO PT-ID(PX)
                   MOVE DM-SLOT TO PT-SLOT(PX)
                   MOVE DM-TITLE TO PT-TITLE(PX)
                   PERFORM ADD-REPORT-RECIPIENTS
           END-EVALUATE.
      *
      *    The S card follows its report's P card and names the
      *    program whose run log record says the report was written
      *    tonight; a camp on it holds the match to that camp's run
      *    (a blank run-log camp is the home camp).
       POST-SOURCE-CARD.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > REPORT-COUNT
               OR PT-ID(PX) = DM-KEY
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN PX > REPORT-COUNT
                   MOVE 'NO P CARD BEFORE S CARD' TO REJECT-REASON
               WHEN DM-SLOT NOT = PT-SLOT(PX)
                   MOVE 'SLOT DIFFERS FROM FIRST CARD'
                       TO REJECT-REASON
               WHEN DM-PROGRAM = SPACES
                   MOVE 'NO PRODUCING PROGRAM' TO REJECT-REASON
               WHEN OTHER
                   MOVE DM-PROGRAM TO PT-PROGRAM(PX)
                   MOVE DM-CAMP TO PT-CAMP(PX)
           END-EVALUATE.
      *
       ADD-REPORT-RECIPIENTS.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 4
               IF DM-TO-ID(CX) NOT = SPACES
                   IF PT-TO-COUNT(PX) < 8
                       ADD 1 TO PT-TO-COUNT(PX)
                       MOVE DM-TO-ID(CX)
                           TO PT-TO(PX, PT-TO-COUNT(PX))
                   ELSE
                       MOVE 'MORE THAN 8 RECIPIENTS' TO REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM.
      *
       NOTE-REJECT.
           ADD 1 TO REJECT-COUNT
           DISPLAY 'AOCDIST MASTER CARD REJECTED: ' REJECT-CARD(1:40)
           IF REJECT-COUNT NOT > 20
               STRING REJECT-REASON DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      REJECT-CARD(1:47) DELIMITED BY SIZE
                   INTO REJECT-LINE(REJECT-COUNT)
               END-STRING
           END-IF.
      *
      *    A report sent to a recipient with no R card would never
      *    reach anyone; that is a master error, not a skip.
       CHECK-RECIPIENTS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > REPORT-COUNT
               PERFORM VARYING TX FROM 1 BY 1
                   UNTIL TX > PT-TO-COUNT(PX)
                   PERFORM VARYING RX FROM 1 BY 1
                       UNTIL RX > RECIP-COUNT
                       OR RT-ID(RX) = PT-TO(PX, TX)
                       CONTINUE
                   END-PERFORM
                   IF RX > RECIP-COUNT
                       MOVE SPACES TO REJECT-CARD
                       STRING 'P ' DELIMITED BY SIZE
                              PT-ID(PX) DELIMITED BY SIZE
                              ' TO ' DELIMITED BY SIZE
                              PT-TO(PX, TX) DELIMITED BY SIZE
                           INTO REJECT-CARD
                       END-STRING
                       MOVE 'NO R CARD FOR RECIPIENT' TO REJECT-REASON
                       PERFORM NOTE-REJECT
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *    The run log is read in the order it was appended. Each
      *    AOCGATE run opens a night and forgets what went before;
      *    after it, each report's producing program counts as run
      *    tonight if its latest run ended normally. A gate not
      *    dated the business date or the day before it (a night
      *    run past midnight) means tonight has not opened at all.
       SCAN-RUN-LOG.
           OPEN INPUT RUNLOGI
           PERFORM READ-RUNLOGI-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM NOTE-REPORT-RUN
               PERFORM READ-RUNLOGI-RECORD
           END-PERFORM
           CLOSE RUNLOGI
           MOVE SPACE TO LASTREC
           IF NIGHT-DATE NOT = BUS-DATE AND NIGHT-DATE NOT = BUS-PRIOR
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > REPORT-COUNT
                   MOVE 'N' TO PT-FRESH(PX)
               END-PERFORM
           END-IF.
      *
       READ-RUNLOGI-RECORD.
           READ RUNLOGI
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       NOTE-REPORT-RUN.
           IF RI-PROGRAM = 'AOCGATE'
               MOVE RI-RUN-DATE TO NIGHT-DATE
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > REPORT-COUNT
                   MOVE 'N' TO PT-FRESH(PX)
               END-PERFORM
           ELSE
               MOVE RI-CAMP TO RUN-CAMP
               IF RUN-CAMP = SPACES
                   MOVE HOME-CAMP TO RUN-CAMP
               END-IF
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > REPORT-COUNT
                   IF PT-PROGRAM(PX) = RI-PROGRAM
                       AND (PT-CAMP(PX) = SPACES
                           OR PT-CAMP(PX) = RUN-CAMP)
                       IF RI-STATUS = 'N'
                           MOVE 'Y' TO PT-FRESH(PX)
                       ELSE
                           MOVE 'N' TO PT-FRESH(PX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    Open the report's slot once up front and count its
      *    lines, so the banner pages can say what each bundle
      *    holds before the reports are copied in behind them. A
      *    report whose program has not run clean tonight is not
      *    opened: whatever its slot holds is an older night's.
       PROBE-REPORT.
           MOVE 0 TO PT-LINES(PX)
           MOVE '00' TO SLOT-STATUS
           IF PT-PROGRAM(PX) NOT = SPACES AND PT-FRESH(PX) NOT = 'Y'
               MOVE '99' TO SLOT-STATUS
           ELSE
               PERFORM OPEN-SLOT
           END-IF
           IF SLOT-STATUS = '00'
               PERFORM READ-SLOT
               PERFORM UNTIL SLOT-EOF = 'Y'
                   ADD 1 TO PT-LINES(PX)
                   PERFORM READ-SLOT
               END-PERFORM
               PERFORM CLOSE-SLOT
               IF PT-LINES(PX) > 0
                   MOVE 'O' TO PT-STATE(PX)
               ELSE
                   MOVE 'E' TO PT-STATE(PX)
               END-IF
           ELSE
               MOVE 'M' TO PT-STATE(PX)
           END-IF.
      *
       OPEN-SLOT.
           MOVE '00' TO SLOT-STATUS
           MOVE SPACE TO SLOT-EOF
           EVALUATE PT-SLOT(PX)
               WHEN 1
                   OPEN INPUT RPT01
               WHEN 2
                   OPEN INPUT RPT02
               WHEN 3
                   OPEN INPUT RPT03
               WHEN 4
                   OPEN INPUT RPT04
               WHEN 5
                   OPEN INPUT RPT05
               WHEN 6
                   OPEN INPUT RPT06
               WHEN 7
                   OPEN INPUT RPT07
               WHEN 8
                   OPEN INPUT RPT08
               WHEN 9
                   OPEN INPUT RPT09
               WHEN 10
                   OPEN INPUT RPT10
               WHEN 11
                   OPEN INPUT RPT11
               WHEN 12
                   OPEN INPUT RPT12
               WHEN 13
                   OPEN INPUT RPT13
               WHEN 14
                   OPEN INPUT RPT14
               WHEN 15
                   OPEN INPUT RPT15
               WHEN 16
                   OPEN INPUT RPT16
               WHEN 17
                   OPEN INPUT RPT17
               WHEN 18
                   OPEN INPUT RPT18
               WHEN 19
                   OPEN INPUT RPT19
               WHEN 20
                   OPEN INPUT RPT20
               WHEN 21
                   OPEN INPUT RPT21
               WHEN 22
                   OPEN INPUT RPT22
               WHEN 23
                   OPEN INPUT RPT23
               WHEN 24
                   OPEN INPUT RPT24
           END-EVALUATE
           .
      *
       READ-SLOT.
           MOVE SPACES TO LINE-BUF
           EVALUATE PT-SLOT(PX)
               WHEN 1
                   READ RPT01 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 2
                   READ RPT02 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 3
                   READ RPT03 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 4
                   READ RPT04 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 5
                   READ RPT05 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 6
                   READ RPT06 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 7
                   READ RPT07 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 8
                   READ RPT08 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 9
                   READ RPT09 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 10
                   READ RPT10 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 11
                   READ RPT11 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 12
                   READ RPT12 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 13
                   READ RPT13 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 14
                   READ RPT14 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 15
                   READ RPT15 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 16
                   READ RPT16 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 17
                   READ RPT17 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 18
                   READ RPT18 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 19
                   READ RPT19 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 20
                   READ RPT20 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 21
                   READ RPT21 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 22
                   READ RPT22 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 23
                   READ RPT23 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
               WHEN 24
                   READ RPT24 INTO LINE-BUF
                       AT END MOVE 'Y' TO SLOT-EOF
                   END-READ
           END-EVALUATE
           IF SLOT-STATUS NOT = '00' AND SLOT-STATUS NOT = '04'
               MOVE 'Y' TO SLOT-EOF
           END-IF.
      *
       CLOSE-SLOT.
           EVALUATE PT-SLOT(PX)
               WHEN 1
                   CLOSE RPT01
               WHEN 2
                   CLOSE RPT02
               WHEN 3
                   CLOSE RPT03
               WHEN 4
                   CLOSE RPT04
               WHEN 5
                   CLOSE RPT05
               WHEN 6
                   CLOSE RPT06
               WHEN 7
                   CLOSE RPT07
               WHEN 8
                   CLOSE RPT08
               WHEN 9
                   CLOSE RPT09
               WHEN 10
                   CLOSE RPT10
               WHEN 11
                   CLOSE RPT11
               WHEN 12
                   CLOSE RPT12
               WHEN 13
                   CLOSE RPT13
               WHEN 14
                   CLOSE RPT14
               WHEN 15
                   CLOSE RPT15
               WHEN 16
                   CLOSE RPT16
               WHEN 17
                   CLOSE RPT17
               WHEN 18
                   CLOSE RPT18
               WHEN 19
                   CLOSE RPT19
               WHEN 20
                   CLOSE RPT20
               WHEN 21
                   CLOSE RPT21
               WHEN 22
                   CLOSE RPT22
               WHEN 23
                   CLOSE RPT23
               WHEN 24
                   CLOSE RPT24
           END-EVALUATE
           .
      *
      *    One recipient's bundle: the banner page, then every
      *    report the master sends them, in master order.
       BUILD-BUNDLE.
           PERFORM OPEN-BUNDLE
           IF BNDL-STATUS NOT = '00'
               DISPLAY 'AOCDIST BUNDLE SLOT ' RT-SLOT(RX)
                   ' FOR ' RT-ID(RX) ' WILL NOT OPEN, STATUS = '
                   BNDL-STATUS UPON CONSOLE
               MOVE 8 TO RUN-RC
           ELSE
               PERFORM WRITE-BANNER
               PERFORM SEND-REPORT VARYING PX FROM 1 BY 1
                   UNTIL PX > REPORT-COUNT
               PERFORM CLOSE-BUNDLE
           END-IF.
      *
       OPEN-BUNDLE.
           MOVE '00' TO BNDL-STATUS
           EVALUATE RT-SLOT(RX)
               WHEN 1
                   OPEN OUTPUT BNDL1
               WHEN 2
                   OPEN OUTPUT BNDL2
               WHEN 3
                   OPEN OUTPUT BNDL3
               WHEN 4
                   OPEN OUTPUT BNDL4
               WHEN 5
                   OPEN OUTPUT BNDL5
               WHEN 6
                   OPEN OUTPUT BNDL6
               WHEN 7
                   OPEN OUTPUT BNDL7
               WHEN 8
                   OPEN OUTPUT BNDL8
           END-EVALUATE
           .
      *
       WRITE-BUNDLE-LINE.
           EVALUATE RT-SLOT(RX)
               WHEN 1
                   WRITE BNDL1-REC FROM LINE-BUF
               WHEN 2
                   WRITE BNDL2-REC FROM LINE-BUF
               WHEN 3
                   WRITE BNDL3-REC FROM LINE-BUF
               WHEN 4
                   WRITE BNDL4-REC FROM LINE-BUF
               WHEN 5
                   WRITE BNDL5-REC FROM LINE-BUF
               WHEN 6
                   WRITE BNDL6-REC FROM LINE-BUF
               WHEN 7
                   WRITE BNDL7-REC FROM LINE-BUF
               WHEN 8
                   WRITE BNDL8-REC FROM LINE-BUF
           END-EVALUATE
           .
      *
       CLOSE-BUNDLE.
           EVALUATE RT-SLOT(RX)
               WHEN 1
                   CLOSE BNDL1
               WHEN 2
                   CLOSE BNDL2
               WHEN 3
                   CLOSE BNDL3
               WHEN 4
                   CLOSE BNDL4
               WHEN 5
                   CLOSE BNDL5
               WHEN 6
                   CLOSE BNDL6
               WHEN 7
                   CLOSE BNDL7
               WHEN 8
                   CLOSE BNDL8
           END-EVALUATE
           .
      *
       CHECK-FOR-RECIPIENT.
           MOVE 'N' TO FOR-RECIPIENT
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > PT-TO-COUNT(PX)
               IF PT-TO(PX, TX) = RT-ID(RX)
                   MOVE 'Y' TO FOR-RECIPIENT
               END-IF
           END-PERFORM.
      *
       WRITE-BANNER.
           MOVE ALL '*' TO LINE-BUF(1:80)
           PERFORM WRITE-BUNDLE-LINE
           MOVE SPACES TO LINE-BUF
           STRING '*  DISTRIBUTION BUNDLE FOR ' DELIMITED BY SIZE
                  RT-NAME(RX) DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  RT-ID(RX) DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
               INTO LINE-BUF
           END-STRING
           PERFORM WRITE-BUNDLE-LINE
           MOVE SPACES TO LINE-BUF
           STRING '*  BUSINESS DATE ' DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  '   PRODUCED ' DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOW-TIME(1:4) DELIMITED BY SIZE
               INTO LINE-BUF
           END-STRING
           PERFORM WRITE-BUNDLE-LINE
           MOVE '*' TO LINE-BUF
           PERFORM WRITE-BUNDLE-LINE
           MOVE '*  REPORTS IN THIS BUNDLE:' TO LINE-BUF
           PERFORM WRITE-BUNDLE-LINE
           MOVE 0 TO CX
           PERFORM WRITE-BANNER-ENTRY VARYING PX FROM 1 BY 1
               UNTIL PX > REPORT-COUNT
           IF CX = 0
               MOVE '*     (NONE ON THE DISTRIBUTION MASTER)'
                   TO LINE-BUF
               PERFORM WRITE-BUNDLE-LINE
           END-IF
           MOVE ALL '*' TO LINE-BUF(1:80)
           PERFORM WRITE-BUNDLE-LINE
           MOVE SPACES TO LINE-BUF
           PERFORM WRITE-BUNDLE-LINE.
      *
       WRITE-BANNER-ENTRY.
           PERFORM CHECK-FOR-RECIPIENT
           IF FOR-RECIPIENT = 'Y'
               ADD 1 TO CX
               MOVE SPACES TO LINE-BUF
               MOVE '*' TO LINE-BUF(1:1)
               MOVE PT-ID(PX) TO LINE-BUF(7:8)
               MOVE PT-TITLE(PX) TO LINE-BUF(17:28)
               EVALUATE PT-STATE(PX)
                   WHEN 'O'
                       MOVE PT-LINES(PX) TO LINE-ED
                       STRING FUNCTION TRIM(LINE-ED) DELIMITED BY SIZE
                              ' LINES' DELIMITED BY SIZE
                           INTO LINE-BUF(47:20)
                       END-STRING
                   WHEN 'E'
                       MOVE 'PRODUCED EMPTY' TO LINE-BUF(47:20)
                   WHEN OTHER
                       MOVE 'NOT PRODUCED TONIGHT' TO LINE-BUF(47:20)
               END-EVALUATE
               PERFORM WRITE-BUNDLE-LINE
           END-IF.
      *
      *    Copy one report into the bundle behind its separator and
      *    log what the recipient got.
       SEND-REPORT.
           PERFORM CHECK-FOR-RECIPIENT
           IF FOR-RECIPIENT = 'Y'
               MOVE 0 TO LINE-COUNT
               IF PT-STATE(PX) = 'O'
                   MOVE SPACES TO LINE-BUF
                   STRING '===== ' DELIMITED BY SIZE
                          PT-ID(PX) DELIMITED BY SPACE
                          ' - ' DELIMITED BY SIZE
                          PT-TITLE(PX) DELIMITED BY '  '
                          ' =====' DELIMITED BY SIZE
                       INTO LINE-BUF
                   END-STRING
                   PERFORM WRITE-BUNDLE-LINE
                   PERFORM OPEN-SLOT
                   IF SLOT-STATUS = '00'
                       PERFORM READ-SLOT
                       PERFORM UNTIL SLOT-EOF = 'Y'
                           PERFORM WRITE-BUNDLE-LINE
                           ADD 1 TO LINE-COUNT
                           PERFORM READ-SLOT
                       END-PERFORM
                       PERFORM CLOSE-SLOT
                   END-IF
                   MOVE SPACES TO LINE-BUF
                   PERFORM WRITE-BUNDLE-LINE
               END-IF
               PERFORM WRITE-DIST-LOG
           END-IF.
      *
       WRITE-DIST-LOG.
           MOVE BUS-DATE TO DL-BUS-DATE
           MOVE RT-ID(RX) TO DL-RECIPIENT
           MOVE PT-ID(PX) TO DL-REPORT
           MOVE LINE-COUNT TO DL-LINES
           EVALUATE TRUE
               WHEN PT-STATE(PX) = 'O' AND LINE-COUNT > 0
                   MOVE 'S' TO DL-STATUS
                   ADD 1 TO SENT-COUNT
               WHEN PT-STATE(PX) = 'M'
                   MOVE 'M' TO DL-STATUS
                   ADD 1 TO SHORT-COUNT
               WHEN OTHER
                   MOVE 'E' TO DL-STATUS
                   ADD 1 TO SHORT-COUNT
           END-EVALUATE
           MOVE TODAY TO DL-SENT-DATE
           MOVE NOW-TIME TO DL-SENT-TIME
           PERFORM WRITE-DIST-LINE
           WRITE DISTLOG-REC
           ADD 1 TO LOG-COUNT.
      *
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'REPORT DISTRIBUTION - BUSINESS DATE '
                  DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RECIPIENT BUNDLE  REPORT    TITLE' TO RPT-LINE
           MOVE 'SENT' TO RPT-LINE(60:4)
           MOVE 'LINES' TO RPT-LINE(73:5)
           WRITE RPT-LINE.
      *
       WRITE-DIST-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE RT-ID(RX) TO RPT-LINE(1:8)
           MOVE RT-SLOT(RX) TO RPT-LINE(12:2)
           MOVE PT-ID(PX) TO RPT-LINE(18:8)
           MOVE PT-TITLE(PX) TO RPT-LINE(28:28)
           EVALUATE DL-STATUS
               WHEN 'S' MOVE 'SENT' TO RPT-LINE(60:12)
               WHEN 'E' MOVE 'EMPTY' TO RPT-LINE(60:12)
               WHEN OTHER MOVE 'NOT PRODUCED' TO RPT-LINE(60:12)
           END-EVALUATE
           MOVE DL-LINES TO LINE-ED
           MOVE LINE-ED TO RPT-LINE(73:7)
           WRITE RPT-LINE.
      *
       WRITE-REJECTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DISTRIBUTION MASTER CARDS REJECTED' TO RPT-LINE
           WRITE RPT-LINE
           IF REJECT-COUNT = 0
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING CX FROM 1 BY 1
               UNTIL CX > REJECT-COUNT OR CX > 20
               MOVE REJECT-LINE(CX) TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE SENT-COUNT TO RPT-NUM-ED
           STRING 'REPORTS SENT: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-NUM-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE SHORT-COUNT TO RPT-NUM-ED
           STRING 'NOT SENT: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-NUM-ED) DELIMITED BY SIZE
               INTO RPT-LINE(25:20)
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCDIST' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE MST-COUNT TO RL-REC-IN
           MOVE LOG-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE RUN-RC TO RL-RC
           MOVE SHORT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
