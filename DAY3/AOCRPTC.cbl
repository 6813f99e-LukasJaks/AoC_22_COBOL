      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCRPTC.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DTLIN   ASSIGN TO DTLIN.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
           SELECT ITEMCAT ASSIGN TO ITEMCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-LETTER
               FILE STATUS IS CAT-STATUS.
           SELECT TEAMMST ASSIGN TO TEAMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS TEAM-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Concatenation of the retained AOC03A per-rucksack detail
      *    generations (the same window AOCRPTO reads): one record
      *    per rucksack per run, carrying the run date, input line
      *    number, duplicated item and its priority.
       FD  DTLIN RECORDING MODE F.
       01  DTL-REC.
           COPY RUNHDR.
           05  DT-LINE-NUM        PIC 9(9).
           05  DT-ITEM            PIC X(1).
           05  DT-PRIORITY        PIC 9(2).
      *
      *    Costed report: the items ranked by what their repacking
      *    cost over the window, the crews ranked the same way,
      *    then the window totals and the weekly figure.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE               PIC X(80).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
      *    Supply-item catalog (see COPYLIB/ITEMCAT.cpy), read by
      *    item letter.
       FD  ITEMCAT.
           COPY ITEMCAT.
      *
      *    Team master (see COPYLIB/TEAMMST.cpy), read by elf.
       FD  TEAMMST.
           COPY TEAMMST.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 CAT-STATUS        PIC X(2) VALUE '00'.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.

       01 TEMP.
         05 LINE-NUM          PIC 9(9) VALUE 0.
         05 COSTED-COUNT      PIC 9(9) VALUE 0.
         05 BADITEM-COUNT     PIC 9(9) VALUE 0.
         05 UNCAT-COUNT       PIC 9(9) VALUE 0.
         05 ALPHA             PIC X(52).
         05 IX                PIC 9(4) VALUE 0.
         05 CX                PIC 9(4) VALUE 0.
         05 J                 PIC 9(4) VALUE 0.
         05 K                 PIC 9(4) VALUE 0.
         05 CREW-MAX          PIC 9(4) VALUE 500.
         05 CREW-COUNT        PIC 9(4) VALUE 0.
         05 RUN-MAX           PIC 9(4) VALUE 100.
         05 RUN-COUNT         PIC 9(4) VALUE 0.
         05 FIRST-DATE        PIC 9(8) VALUE 0.
         05 LAST-DATE         PIC 9(8) VALUE 0.
         05 CUR-CREW-CODE     PIC X(4) VALUE SPACES.
         05 CUR-CREW-NAME     PIC X(20) VALUE SPACES.
         05 TOTAL-COST        PIC 9(11)V99 VALUE 0.
         05 RUN-AVG-COST      PIC 9(11)V99 VALUE 0.
         05 WEEK-COST         PIC 9(11)V99 VALUE 0.
         05 RPT-CNT-ED        PIC Z(6)9.
         05 RPT-UNIT-ED       PIC ZZZZ9.99.
         05 RPT-COST-ED       PIC Z(10)9.99.
         05 RPT-NUM-ED        PIC Z(8)9.
         05 RPT-DATE-ED       PIC 9(8).

      *    One entry per item letter in ALPHA order, with what the
      *    catalog says of it; IT-ON-CAT is N for a letter the
      *    catalog does not carry (costed at zero).
       01 ITEM-TABLE.
         05 ITEM-ENTRY OCCURS 52 TIMES.
           10 IT-LETTER          PIC X(1).
           10 IT-DESC            PIC X(30).
           10 IT-UNIT            PIC X(8).
           10 IT-UNIT-COST       PIC 9(5)V99.
           10 IT-ON-CAT          PIC X(1).
           10 IT-COUNT           PIC 9(9).
           10 IT-COST            PIC 9(11)V99.
       01 ITEM-HOLD              PIC X(69).

      *    Every crew met in the window, plus one entry for elves
      *    in no crew.
       01 CREW-TABLE.
         05 CREW-ENTRY OCCURS 500 TIMES.
           10 CR-CODE            PIC X(4).
           10 CR-NAME            PIC X(20).
           10 CR-COUNT           PIC 9(9).
           10 CR-COST            PIC 9(11)V99.
       01 CREW-HOLD              PIC X(46).

      *    Distinct runs in the window (a rerun of the same date
      *    and sequence is the same run), for the per-run average.
       01 RUN-TABLE.
         05 RUN-ENTRY OCCURS 100 TIMES.
           10 RN-DATE            PIC 9(8).
           10 RN-SEQ             PIC 9(4).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DTLIN RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCRPTC I/O ERROR - ABNORMAL END AT RECORD '
               LINE-NUM
           MOVE 'AOCRPTC' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
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
           OPEN INPUT  ITEMCAT.
           IF CAT-STATUS NOT = '00'
               DISPLAY 'AOCRPTC ITEMCAT OPEN FAILED, STATUS = '
                   CAT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT  TEAMMST.
           IF TEAM-STATUS NOT = '00'
               DISPLAY 'AOCRPTC TEAMMST OPEN FAILED, STATUS = '
                   TEAM-STATUS
               CLOSE ITEMCAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  DTLIN.
           OPEN OUTPUT RPTOUT.
           MOVE 'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'
      -    TO ALPHA
           PERFORM LOAD-CATALOG.
      *
       READ-NEXT-RECORD.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM COST-DETAIL-RECORD
               PERFORM READ-RECORD
           END-PERFORM
           PERFORM RANK-ITEMS
           PERFORM RANK-CREWS
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-ITEM-SECTION
           PERFORM WRITE-CREW-SECTION
           PERFORM WRITE-REPORT-TOTALS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCRPTC DETAIL RECORDS READ= ' LINE-NUM
           DISPLAY 'AOCRPTC RECORDS COSTED     = ' COSTED-COUNT
           DISPLAY 'AOCRPTC NOT CATALOGUED     = ' UNCAT-COUNT
           DISPLAY 'AOCRPTC RUNS IN WINDOW     = ' RUN-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE ITEMCAT.
           CLOSE TEAMMST.
           CLOSE DTLIN.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF UNCAT-COUNT > 0 OR BADITEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *
      *    The catalog is small and fixed at 52 letters, so it is
      *    read once up front rather than once per detail record.
       LOAD-CATALOG.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 52
               MOVE ALPHA(IX:1) TO IT-LETTER(IX)
               MOVE 0 TO IT-COUNT(IX)
               MOVE 0 TO IT-COST(IX)
               MOVE ALPHA(IX:1) TO IC-LETTER
               READ ITEMCAT
                   INVALID KEY
                       MOVE '(NOT CATALOGUED)' TO IT-DESC(IX)
                       MOVE SPACES TO IT-UNIT(IX)
                       MOVE 0 TO IT-UNIT-COST(IX)
                       MOVE 'N' TO IT-ON-CAT(IX)
                   NOT INVALID KEY
                       MOVE IC-DESC TO IT-DESC(IX)
                       MOVE IC-UNIT TO IT-UNIT(IX)
                       MOVE IC-UNIT-COST TO IT-UNIT-COST(IX)
                       MOVE 'Y' TO IT-ON-CAT(IX)
               END-READ
           END-PERFORM.
      *
       READ-RECORD.
           READ DTLIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO LINE-NUM
           END-IF.
      *
      *    One detail record is one rucksack repacked: one unit of
      *    its duplicated item, charged to the item and to the crew
      *    of the elf who carries that rucksack.
       COST-DETAIL-RECORD.
           MOVE 0 TO IX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 52 OR IX > 0
               IF ALPHA(J:1) = DT-ITEM
                   MOVE J TO IX
               END-IF
           END-PERFORM
           IF IX = 0
               ADD 1 TO BADITEM-COUNT
           ELSE
               PERFORM NOTE-RUN
               ADD 1 TO COSTED-COUNT
               IF IT-ON-CAT(IX) = 'N'
                   ADD 1 TO UNCAT-COUNT
               END-IF
               ADD 1 TO IT-COUNT(IX)
               ADD IT-UNIT-COST(IX) TO IT-COST(IX)
               ADD IT-UNIT-COST(IX) TO TOTAL-COST
               PERFORM FIND-CREW
               IF CX > 0
                   ADD 1 TO CR-COUNT(CX)
                   ADD IT-UNIT-COST(IX) TO CR-COST(CX)
               END-IF
           END-IF.
      *
       NOTE-RUN.
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RUN-COUNT OR K > 0
               IF RN-DATE(J) = RH-RUN-DATE
                   AND RN-SEQ(J) = RH-RUN-SEQ
                   MOVE J TO K
               END-IF
           END-PERFORM
           IF K = 0 AND RUN-COUNT < RUN-MAX
               ADD 1 TO RUN-COUNT
               MOVE RH-RUN-DATE TO RN-DATE(RUN-COUNT)
               MOVE RH-RUN-SEQ TO RN-SEQ(RUN-COUNT)
           END-IF
           IF FIRST-DATE = 0 OR RH-RUN-DATE < FIRST-DATE
               MOVE RH-RUN-DATE TO FIRST-DATE
           END-IF
           IF RH-RUN-DATE > LAST-DATE
               MOVE RH-RUN-DATE TO LAST-DATE
           END-IF.
      *
      *    Rucksack line n is carried by elf n (boundary order, the
      *    numbering ELF-ID uses), so the crew comes from TEAMMST.
       FIND-CREW.
           MOVE DT-LINE-NUM TO TM-ELF-ID
           READ TEAMMST
               INVALID KEY
                   MOVE '----' TO CUR-CREW-CODE
                   MOVE '(NOT IN A CREW)' TO CUR-CREW-NAME
               NOT INVALID KEY
                   MOVE TM-CREW-CODE TO CUR-CREW-CODE
                   MOVE TM-CREW-NAME TO CUR-CREW-NAME
           END-READ
           MOVE 0 TO CX
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > CREW-COUNT OR CX > 0
               IF CR-CODE(J) = CUR-CREW-CODE
                   MOVE J TO CX
               END-IF
           END-PERFORM
           IF CX = 0
               IF CREW-COUNT < CREW-MAX
                   ADD 1 TO CREW-COUNT
                   MOVE CREW-COUNT TO CX
                   MOVE CUR-CREW-CODE TO CR-CODE(CX)
                   MOVE CUR-CREW-NAME TO CR-NAME(CX)
                   MOVE 0 TO CR-COUNT(CX)
                   MOVE 0 TO CR-COST(CX)
               ELSE
                   DISPLAY 'AOCRPTC CREW TABLE FULL AT ' CREW-MAX
                       ' - CREW ' CUR-CREW-CODE ' NOT SHOWN'
               END-IF
           END-IF.
      *
      *    Highest cost first; equal cost by count, then letter
      *    order as loaded.
       RANK-ITEMS.
           PERFORM VARYING J FROM 2 BY 1 UNTIL J > 52
               MOVE J TO K
               PERFORM UNTIL K < 2
                   OR NOT (IT-COST(K) > IT-COST(K - 1)
                   OR (IT-COST(K) = IT-COST(K - 1)
                   AND IT-COUNT(K) > IT-COUNT(K - 1)))
                   MOVE ITEM-ENTRY(K) TO ITEM-HOLD
                   MOVE ITEM-ENTRY(K - 1) TO ITEM-ENTRY(K)
                   MOVE ITEM-HOLD TO ITEM-ENTRY(K - 1)
                   SUBTRACT 1 FROM K
               END-PERFORM
           END-PERFORM.
      *
       RANK-CREWS.
           PERFORM VARYING J FROM 2 BY 1 UNTIL J > CREW-COUNT
               MOVE J TO K
               PERFORM UNTIL K < 2
                   OR NOT (CR-COST(K) > CR-COST(K - 1)
                   OR (CR-COST(K) = CR-COST(K - 1)
                   AND CR-COUNT(K) > CR-COUNT(K - 1)))
                   MOVE CREW-ENTRY(K) TO CREW-HOLD
                   MOVE CREW-ENTRY(K - 1) TO CREW-ENTRY(K)
                   MOVE CREW-HOLD TO CREW-ENTRY(K - 1)
                   SUBTRACT 1 FROM K
               END-PERFORM
           END-PERFORM.
      *
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           MOVE 'DAY 3 DOUBLE-PACKED ITEMS - REPACKING COST' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'RUNS FROM' TO RPT-LINE(1:9)
           MOVE FIRST-DATE TO RPT-DATE-ED
           MOVE RPT-DATE-ED TO RPT-LINE(11:8)
           MOVE 'TO' TO RPT-LINE(20:2)
           MOVE LAST-DATE TO RPT-DATE-ED
           MOVE RPT-DATE-ED TO RPT-LINE(23:8)
           WRITE RPT-LINE.
      *
       WRITE-ITEM-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COST BY ITEM' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'ITEM' TO RPT-LINE(1:4)
           MOVE 'DESCRIPTION' TO RPT-LINE(6:11)
           MOVE 'UNIT' TO RPT-LINE(37:4)
           MOVE 'COUNT' TO RPT-LINE(48:5)
           MOVE 'UNIT COST' TO RPT-LINE(54:9)
           MOVE 'TOTAL COST' TO RPT-LINE(69:10)
           WRITE RPT-LINE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 52
               IF IT-COUNT(IX) > 0
                   MOVE SPACES TO RPT-LINE
                   MOVE IT-LETTER(IX) TO RPT-LINE(2:1)
                   MOVE IT-DESC(IX) TO RPT-LINE(6:30)
                   MOVE IT-UNIT(IX) TO RPT-LINE(37:8)
                   MOVE IT-COUNT(IX) TO RPT-CNT-ED
                   MOVE RPT-CNT-ED TO RPT-LINE(46:7)
                   MOVE IT-UNIT-COST(IX) TO RPT-UNIT-ED
                   MOVE RPT-UNIT-ED TO RPT-LINE(55:8)
                   MOVE IT-COST(IX) TO RPT-COST-ED
                   MOVE RPT-COST-ED TO RPT-LINE(65:14)
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
      *
       WRITE-CREW-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COST BY CREW' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'CREW' TO RPT-LINE(1:4)
           MOVE 'CREW NAME' TO RPT-LINE(6:9)
           MOVE 'COUNT' TO RPT-LINE(48:5)
           MOVE 'TOTAL COST' TO RPT-LINE(69:10)
           WRITE RPT-LINE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CREW-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE CR-CODE(CX) TO RPT-LINE(1:4)
               MOVE CR-NAME(CX) TO RPT-LINE(6:20)
               MOVE CR-COUNT(CX) TO RPT-CNT-ED
               MOVE RPT-CNT-ED TO RPT-LINE(46:7)
               MOVE CR-COST(CX) TO RPT-COST-ED
               MOVE RPT-COST-ED TO RPT-LINE(65:14)
               WRITE RPT-LINE
           END-PERFORM.
      *
      *    AOC03A runs nightly, so a week is seven runs at the
      *    window's average.
       WRITE-REPORT-TOTALS.
           IF RUN-COUNT > 0
               COMPUTE RUN-AVG-COST ROUNDED = TOTAL-COST / RUN-COUNT
           END-IF
           COMPUTE WEEK-COST = RUN-AVG-COST * 7
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RUNS IN WINDOW' TO RPT-LINE(1:14)
           MOVE RUN-COUNT TO RPT-NUM-ED
           MOVE RPT-NUM-ED TO RPT-LINE(69:9)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'ITEMS REPACKED' TO RPT-LINE(1:14)
           MOVE COSTED-COUNT TO RPT-NUM-ED
           MOVE RPT-NUM-ED TO RPT-LINE(69:9)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'TOTAL COST OVER WINDOW' TO RPT-LINE(1:22)
           MOVE TOTAL-COST TO RPT-COST-ED
           MOVE RPT-COST-ED TO RPT-LINE(65:14)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'AVERAGE COST PER RUN' TO RPT-LINE(1:20)
           MOVE RUN-AVG-COST TO RPT-COST-ED
           MOVE RPT-COST-ED TO RPT-LINE(65:14)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'COST PER WEEK (7 NIGHTLY RUNS)' TO RPT-LINE(1:30)
           MOVE WEEK-COST TO RPT-COST-ED
           MOVE RPT-COST-ED TO RPT-LINE(65:14)
           WRITE RPT-LINE
           IF UNCAT-COUNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE 'REPACKS OF ITEMS NOT CATALOGUED (COSTED AT ZERO)'
                   TO RPT-LINE(1:48)
               MOVE UNCAT-COUNT TO RPT-NUM-ED
               MOVE RPT-NUM-ED TO RPT-LINE(69:9)
               WRITE RPT-LINE
           END-IF
           IF BADITEM-COUNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE 'DETAIL RECORDS WITH NO VALID ITEM LETTER'
                   TO RPT-LINE(1:40)
               MOVE BADITEM-COUNT TO RPT-NUM-ED
               MOVE RPT-NUM-ED TO RPT-LINE(69:9)
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCRPTC' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE COSTED-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 0 TO RL-RC
           IF UNCAT-COUNT > 0 OR BADITEM-COUNT > 0
               MOVE 4 TO RL-RC
           END-IF
           ADD UNCAT-COUNT BADITEM-COUNT GIVING RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
