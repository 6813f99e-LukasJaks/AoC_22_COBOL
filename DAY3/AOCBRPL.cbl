      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCBRPL.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STKIN    ASSIGN TO STKIN
               FILE STATUS IS STK-STATUS.
           SELECT POIN     ASSIGN TO POIN
               FILE STATUS IS POIN-STATUS.
           SELECT POOUT    ASSIGN TO POOUT.
           SELECT POORD    ASSIGN TO POORD.
           SELECT EXCFILE  ASSIGN TO AOCEXC.
           SELECT RPTOUT   ASSIGN TO AOCRPT.
           SELECT RUNLOG   ASSIGN TO RUNLOG
               FILE STATUS IS RLOG-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT SUPMAST  ASSIGN TO BADGSUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BS-LETTER
               FILE STATUS IS SUP-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Badge-stock master as AOC03B left it after tonight's
      *    issues (its STKOUT): letter, on-hand, reorder threshold.
      *    An oversold letter has already been written back as zero.
       FD  STKIN RECORDING MODE F.
       01  STK-REC.
           05  STK-LETTER          PIC X(1).
           05  STK-ON-HAND         PIC 9(9).
           05  STK-THRESHOLD       PIC 9(9).
      *
      *    Open purchase orders carried forward from the last pass
      *    (see COPYLIB/BADGPO.cpy); a missing file means nothing
      *    is on order.
       FD  POIN RECORDING MODE F.
           COPY BADGPO.
      *
      *    The open orders written back out with tonight's new ones
      *    added; the job's copy-back step swaps it over the live
      *    store.
       FD  POOUT RECORDING MODE F.
       01  POOUT-REC               PIC X(47).
      *
      *    Tonight's new purchase orders only, same layout, for the
      *    supply tent to send to the suppliers.
       FD  POORD RECORDING MODE F.
       01  POORD-REC               PIC X(47).
      *
      *    Short letters with no supplier on the reorder master,
      *    and control-deck errors.
       FD  EXCFILE RECORDING MODE F.
           COPY EXCREC.
      *
      *    Replenishment report: every short letter and what was
      *    done about it, then the aging of open orders past their
      *    due date.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE                PIC X(80).
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
      *    Supplier / reorder master (see COPYLIB/BADGSUP.cpy).
       FD  SUPMAST.
           COPY BADGSUP.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 STK-STATUS        PIC X(2) VALUE '00'.
         05 POIN-STATUS       PIC X(2) VALUE '00'.
         05 SUP-STATUS        PIC X(2) VALUE '00'.
         05 ORDERED-TODAY     PIC X VALUE SPACE.

       01 TEMP.
         05  LINE-NUM          PIC 9(9) VALUE 0.
         05  WARN-COUNT        PIC 9(9) VALUE 0.
         05  WARN-LIMIT        PIC 9(9) VALUE 0.
         05  RUN-RC            PIC 9(4) VALUE 0.
         05  ALPHA             PIC X(52).
         05  SK                PIC 9(4) VALUE 0.
         05  PX                PIC 9(4) VALUE 0.
         05  PO-MAX            PIC 9(4) VALUE 500.
         05  PO-COUNT          PIC 9(4) VALUE 0.
         05  PO-DROP-COUNT     PIC 9(4) VALUE 0.
         05  ON-ORDER          PIC 9(9) VALUE 0.
         05  SHORTFALL         PIC 9(9) VALUE 0.
         05  ORDER-QTY         PIC 9(7) VALUE 0.
         05  DUE-INT           PIC 9(9) VALUE 0.
         05  DAYS-LATE         PIC 9(5) VALUE 0.
         05  SHORT-COUNT       PIC 9(4) VALUE 0.
         05  ORDER-COUNT       PIC 9(4) VALUE 0.
         05  COVERED-COUNT     PIC 9(4) VALUE 0.
         05  NOSUP-COUNT       PIC 9(4) VALUE 0.
         05  OVERDUE-COUNT     PIC 9(4) VALUE 0.
         05  ACTION-TEXT       PIC X(16) VALUE SPACES.
         05  RPT-QTY-ED        PIC Z(6)9.
         05  RPT-CNT-ED        PIC Z(8)9.
         05  RPT-DAYS-ED       PIC Z(4)9.

      *    Badge stock by ALPHA position, as AOC03B holds it.
       01 STOCK-TABLE.
         05 STOCK-SLOT OCCURS 52 TIMES.
             10  SK-ON-HAND       PIC 9(9) VALUE 0.
             10  SK-THRESHOLD     PIC 9(9) VALUE 0.

      *    Open orders: the carried-forward ones in file order,
      *    then tonight's, so the table stays in order-date order.
       01 PO-TABLE.
         05 PO-ENTRY OCCURS 500 TIMES.
           10 PT-NUMBER.
             15 PT-LETTER         PIC X(1).
             15 PT-ORDER-DATE     PIC 9(8).
           10 PT-SUPPLIER-ID      PIC X(8).
           10 PT-DUE-DATE         PIC 9(8).
           10 PT-QTY-ORDERED      PIC 9(7).
           10 PT-QTY-RECEIVED     PIC 9(7).
           10 PT-LAST-RECEIPT     PIC 9(8).

       COPY PARMDEF.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON POOUT POORD
               EXCFILE RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCBRPL I/O ERROR - ABNORMAL END AT RECORD '
               LINE-NUM
           MOVE 'AOCBRPL' TO RL-PROGRAM
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
           MOVE 'AOCBRPL' TO CTL-PROGRAM
           PERFORM GET-RUN-CONTROL
           IF CTL-WARNMAX > 0
               MOVE CTL-WARNMAX TO WARN-LIMIT
           END-IF
           OPEN INPUT  SUPMAST.
           IF SUP-STATUS NOT = '00'
               DISPLAY 'AOCBRPL BADGSUP OPEN FAILED, STATUS = '
                   SUP-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN OUTPUT POOUT.
           OPEN OUTPUT POORD.
           OPEN OUTPUT EXCFILE.
           OPEN OUTPUT RPTOUT.
           MOVE 'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'
      -    TO ALPHA
           PERFORM REPORT-PARM-ERRORS.
           PERFORM LOAD-STOCK.
           PERFORM LOAD-OPEN-ORDERS.
      *
       CHECK-SHORTAGES.
           PERFORM WRITE-REPORT-HEADING
           PERFORM CHECK-LETTER VARYING SK FROM 1 BY 1
               UNTIL SK > 52
           IF SHORT-COUNT = 0
               MOVE 'NO SHORTAGES TONIGHT' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM WRITE-OPEN-ORDERS
           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-REPORT-TOTALS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCBRPL LETTERS SHORT      = ' SHORT-COUNT
           DISPLAY 'AOCBRPL ORDERS PLACED      = ' ORDER-COUNT
           DISPLAY 'AOCBRPL NO SUPPLIER        = ' NOSUP-COUNT
           DISPLAY 'AOCBRPL ORDERS PAST DUE    = ' OVERDUE-COUNT
           DISPLAY 'AOCBRPL WARNING COUNT      = ' WARN-COUNT
      *    An order past due or a short letter nobody can order
      *    is what keeps a letter short night after night.
           IF WARN-COUNT > WARN-LIMIT
               OR OVERDUE-COUNT > 0 OR NOSUP-COUNT > 0
               MOVE 4 TO RUN-RC
           END-IF
      *    An open order left off the table would be missing from
      *    the rewritten store, so the run fails and STEP030 keeps
      *    the live one.
           IF PO-DROP-COUNT > 0
               DISPLAY 'AOCBRPL ' PO-DROP-COUNT
                   ' OPEN ORDERS NOT CARRIED - STORE NOT REPLACED'
               MOVE 8 TO RUN-RC
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE SUPMAST.
           CLOSE POOUT.
           CLOSE POORD.
           CLOSE EXCFILE.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
      *    Same by-letter table AOC03B loads; a letter with no
      *    stock record has nothing on hand and no threshold.
       LOAD-STOCK.
           OPEN INPUT STKIN
           IF STK-STATUS = '00'
               PERFORM READ-STOCK-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM POST-STOCK-RECORD
                   PERFORM READ-STOCK-RECORD
               END-PERFORM
               CLOSE STKIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-STOCK-RECORD.
           READ STKIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO LINE-NUM
           END-IF.
      *
       POST-STOCK-RECORD.
           PERFORM VARYING SK FROM 1 BY 1 UNTIL SK > 52
               IF ALPHA(SK:1) = STK-LETTER
                   MOVE STK-ON-HAND TO SK-ON-HAND(SK)
                   MOVE STK-THRESHOLD TO SK-THRESHOLD(SK)
               END-IF
           END-PERFORM.
      *
       LOAD-OPEN-ORDERS.
           OPEN INPUT POIN
           IF POIN-STATUS = '00'
               PERFORM READ-ORDER-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF PO-COUNT < PO-MAX
                       ADD 1 TO PO-COUNT
                       MOVE BADGPO-REC TO PO-ENTRY(PO-COUNT)
                   ELSE
                       DISPLAY 'AOCBRPL OPEN ORDER TABLE FULL AT '
                           PO-MAX ' - ' PO-NUMBER ' NOT CARRIED'
                       ADD 1 TO WARN-COUNT
                       ADD 1 TO PO-DROP-COUNT
                   END-IF
                   PERFORM READ-ORDER-RECORD
               END-PERFORM
               CLOSE POIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-ORDER-RECORD.
           READ POIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    A short letter is ordered only when what is on hand plus
      *    what is still to arrive on open orders would not bring
      *    it back to its threshold. The order is the supplier's
      *    reorder quantity, or the whole gap if that is larger.
       CHECK-LETTER.
           IF SK-ON-HAND(SK) < SK-THRESHOLD(SK)
               ADD 1 TO SHORT-COUNT
               MOVE 0 TO ON-ORDER
               MOVE 0 TO ORDER-QTY
               MOVE SPACE TO ORDERED-TODAY
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PO-COUNT
                   IF PT-LETTER(PX) = ALPHA(SK:1)
                       COMPUTE ON-ORDER = ON-ORDER
                           + PT-QTY-ORDERED(PX) - PT-QTY-RECEIVED(PX)
                       IF PT-ORDER-DATE(PX) = CTL-BUS-DATE
                           MOVE 'Y' TO ORDERED-TODAY
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SK-ON-HAND(SK) + ON-ORDER
                       NOT < SK-THRESHOLD(SK)
                       MOVE 'COVERED BY PO' TO ACTION-TEXT
                       ADD 1 TO COVERED-COUNT
                   WHEN ORDERED-TODAY = 'Y'
                       MOVE 'ORDERED TODAY' TO ACTION-TEXT
                       ADD 1 TO COVERED-COUNT
                   WHEN OTHER
                       PERFORM PLACE-ORDER
               END-EVALUATE
               PERFORM WRITE-LETTER-LINE
           END-IF.
      *
       PLACE-ORDER.
           MOVE ALPHA(SK:1) TO BS-LETTER
           READ SUPMAST
               INVALID KEY MOVE '23' TO SUP-STATUS
           END-READ
           EVALUATE TRUE
               WHEN SUP-STATUS NOT = '00'
                   MOVE 'NO SUPPLIER' TO ACTION-TEXT
                   PERFORM WRITE-NO-SUPPLIER
               WHEN PO-COUNT NOT < PO-MAX
                   MOVE 'PO TABLE FULL' TO ACTION-TEXT
                   DISPLAY 'AOCBRPL OPEN ORDER TABLE FULL AT '
                       PO-MAX ' - BADGE ' ALPHA(SK:1) ' NOT ORDERED'
                   ADD 1 TO WARN-COUNT
               WHEN OTHER
                   COMPUTE SHORTFALL = SK-THRESHOLD(SK)
                       - SK-ON-HAND(SK) - ON-ORDER
                   MOVE BS-REORDER-QTY TO ORDER-QTY
                   IF SHORTFALL > ORDER-QTY
                       MOVE SHORTFALL TO ORDER-QTY
                   END-IF
                   ADD 1 TO PO-COUNT
                   MOVE PO-COUNT TO PX
                   MOVE ALPHA(SK:1) TO PT-LETTER(PX)
                   MOVE CTL-BUS-DATE TO PT-ORDER-DATE(PX)
                   MOVE BS-SUPPLIER-ID TO PT-SUPPLIER-ID(PX)
                   COMPUTE DUE-INT =
                       FUNCTION INTEGER-OF-DATE(CTL-BUS-DATE)
                       + BS-LEAD-DAYS
                   COMPUTE PT-DUE-DATE(PX) =
                       FUNCTION DATE-OF-INTEGER(DUE-INT)
                   MOVE ORDER-QTY TO PT-QTY-ORDERED(PX)
                   MOVE 0 TO PT-QTY-RECEIVED(PX)
                   MOVE 0 TO PT-LAST-RECEIPT(PX)
                   MOVE PO-ENTRY(PX) TO POORD-REC
                   WRITE POORD-REC
                   ADD 1 TO ORDER-COUNT
                   MOVE 'ORDER PLACED' TO ACTION-TEXT
           END-EVALUATE.
      *
       WRITE-NO-SUPPLIER.
           ADD 1 TO NOSUP-COUNT
           ADD 1 TO WARN-COUNT
           MOVE 'AOCBRPL' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE 'NSUP' TO EXC-REASON
           MOVE SK TO EXC-LINE-NUM
           MOVE SPACES TO EXC-CONTENT
           STRING 'BADGE ' DELIMITED BY SIZE
                  ALPHA(SK:1) DELIMITED BY SIZE
                  ' SHORT - NO SUPPLIER ON BADGSUP' DELIMITED BY SIZE
               INTO EXC-CONTENT
           END-STRING
           WRITE EXC-REC.
      *
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           MOVE 'DAY 3 BADGE REPLENISHMENT - BUSINESS DATE' TO RPT-LINE
           MOVE CTL-BUS-DATE TO RPT-LINE(43:8)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'BADGE' TO RPT-LINE(1:5)
           MOVE 'ON HAND' TO RPT-LINE(8:7)
           MOVE 'THRESH' TO RPT-LINE(18:6)
           MOVE 'ON ORDER' TO RPT-LINE(25:8)
           MOVE 'ORDERED' TO RPT-LINE(35:7)
           MOVE 'SUPPLIER' TO RPT-LINE(44:8)
           MOVE 'ACTION' TO RPT-LINE(54:6)
           WRITE RPT-LINE.
      *
       WRITE-LETTER-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE ALPHA(SK:1) TO RPT-LINE(3:1)
           MOVE SK-ON-HAND(SK) TO RPT-QTY-ED
           MOVE RPT-QTY-ED TO RPT-LINE(8:7)
           MOVE SK-THRESHOLD(SK) TO RPT-QTY-ED
           MOVE RPT-QTY-ED TO RPT-LINE(17:7)
           MOVE ON-ORDER TO RPT-QTY-ED
           MOVE RPT-QTY-ED TO RPT-LINE(26:7)
           IF ORDER-QTY > 0
               MOVE ORDER-QTY TO RPT-QTY-ED
               MOVE RPT-QTY-ED TO RPT-LINE(35:7)
               MOVE BS-SUPPLIER-ID TO RPT-LINE(44:8)
           END-IF
           MOVE ACTION-TEXT TO RPT-LINE(54:16)
           WRITE RPT-LINE.
      *
       WRITE-OPEN-ORDERS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PO-COUNT
               MOVE PO-ENTRY(PX) TO POOUT-REC
               WRITE POOUT-REC
           END-PERFORM.
      *
      *    Every open order past its due date, oldest first, with
      *    how late it is and how much is still to come.
       WRITE-AGING-REPORT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OPEN PURCHASE ORDERS PAST DUE' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'PO NUMBER' TO RPT-LINE(1:9)
           MOVE 'SUPPLIER' TO RPT-LINE(12:8)
           MOVE 'DUE DATE' TO RPT-LINE(22:8)
           MOVE 'ORDERED' TO RPT-LINE(33:7)
           MOVE 'RECEIVED' TO RPT-LINE(42:8)
           MOVE 'DAYS LATE' TO RPT-LINE(52:9)
           WRITE RPT-LINE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PO-COUNT
               IF PT-DUE-DATE(PX) < CTL-BUS-DATE
                   PERFORM WRITE-AGED-LINE
               END-IF
           END-PERFORM
           IF OVERDUE-COUNT = 0
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-AGED-LINE.
           ADD 1 TO OVERDUE-COUNT
           COMPUTE DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(CTL-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(PT-DUE-DATE(PX))
           MOVE SPACES TO RPT-LINE
           MOVE PT-NUMBER(PX) TO RPT-LINE(1:9)
           MOVE PT-SUPPLIER-ID(PX) TO RPT-LINE(12:8)
           MOVE PT-DUE-DATE(PX) TO RPT-LINE(22:8)
           MOVE PT-QTY-ORDERED(PX) TO RPT-QTY-ED
           MOVE RPT-QTY-ED TO RPT-LINE(33:7)
           MOVE PT-QTY-RECEIVED(PX) TO RPT-QTY-ED
           MOVE RPT-QTY-ED TO RPT-LINE(43:7)
           MOVE DAYS-LATE TO RPT-DAYS-ED
           MOVE RPT-DAYS-ED TO RPT-LINE(56:5)
           WRITE RPT-LINE.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SHORT-COUNT TO RPT-CNT-ED
           MOVE 'LETTERS SHORT' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE ORDER-COUNT TO RPT-CNT-ED
           MOVE 'ORDERS PLACED' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE COVERED-COUNT TO RPT-CNT-ED
           MOVE 'ALREADY COVERED BY OPEN ORDERS' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE NOSUP-COUNT TO RPT-CNT-ED
           MOVE 'SHORT WITH NO SUPPLIER' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE PO-COUNT TO RPT-CNT-ED
           MOVE 'OPEN ORDERS CARRIED FORWARD' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE
           MOVE OVERDUE-COUNT TO RPT-CNT-ED
           MOVE 'OPEN ORDERS PAST DUE' TO RPT-LINE
           PERFORM WRITE-TOTAL-LINE.
      *
       WRITE-TOTAL-LINE.
           MOVE RPT-CNT-ED TO RPT-LINE(34:9)
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCBRPL' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE ORDER-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY PARMPROC.
