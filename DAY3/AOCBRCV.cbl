      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCBRCV.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO RCVTRAN.
           SELECT STKIN    ASSIGN TO STKIN
               FILE STATUS IS STK-STATUS.
           SELECT STKOUT   ASSIGN TO STKOUT.
           SELECT POIN     ASSIGN TO POIN
               FILE STATUS IS POIN-STATUS.
           SELECT POOUT    ASSIGN TO POOUT.
           SELECT AUDFILE  ASSIGN TO RCVAUD.
           SELECT REJFILE  ASSIGN TO RCVREJ.
           SELECT RPTOUT   ASSIGN TO AOCRPT.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Receiving deck from the supply tent, one card per
      *    delivery: the badge letter, the order date of the PO it
      *    fills (blank fills the oldest open PO for the letter),
      *    the quantity that arrived, and the date it arrived
      *    (blank is today).
       FD  TRANFILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRN-LETTER          PIC X(1).
           05  TRN-PO-DATE         PIC X(8).
           05  TRN-QTY             PIC 9(7).
           05  TRN-RCV-DATE        PIC X(8).
           05  TRN-NOTE            PIC X(20).
      *
      *    Live badge-stock master (same layout AOC03B reads).
       FD  STKIN RECORDING MODE F.
       01  STK-REC.
           05  STK-LETTER          PIC X(1).
           05  STK-ON-HAND         PIC 9(9).
           05  STK-THRESHOLD       PIC 9(9).
      *
      *    Stock master with tonight's deliveries added; the job's
      *    copy-back step swaps it over the live master.
       FD  STKOUT RECORDING MODE F.
       01  STKOUT-REC.
           05  SKO-LETTER          PIC X(1).
           05  SKO-ON-HAND         PIC 9(9).
           05  SKO-THRESHOLD       PIC 9(9).
      *
      *    Open purchase orders (see COPYLIB/BADGPO.cpy).
       FD  POIN RECORDING MODE F.
           COPY BADGPO.
      *
      *    Open orders written back out less the ones filled in
      *    full tonight; swapped over the live store by the job.
       FD  POOUT RECORDING MODE F.
       01  POOUT-REC               PIC X(47).
      *
      *    Receiving audit trail, one record per delivery posted:
      *    the PO it filled, the quantity, the on-hand balance
      *    before and after, and C when the PO is now complete
      *    (O while some is still to come).
       FD  AUDFILE RECORDING MODE F.
       01  AUD-REC.
           05  AUD-RUN-DATE        PIC 9(8).
           05  AUD-PO-NUMBER       PIC X(9).
           05  AUD-QTY             PIC 9(7).
           05  AUD-RCV-DATE        PIC 9(8).
           05  AUD-BEFORE          PIC 9(9).
           05  AUD-AFTER           PIC 9(9).
           05  AUD-PO-STATUS       PIC X(1).
      *
      *    Rejected deliveries with a reason: a letter that is not
      *    a badge letter, a missing or zero quantity, a bad
      *    receipt date, no open PO to match, or more arriving than
      *    the PO still has outstanding - a delivery nobody ordered
      *    is sorted out with the supplier before it goes into
      *    stock. The card image rides along for the resubmit.
       FD  REJFILE RECORDING MODE F.
       01  REJ-REC.
           05  REJ-REASON          PIC X(12).
           05  REJ-IMAGE           PIC X(44).
      *
      *    Posted/rejected report, one line per card in deck
      *    order, then the totals and what is still on order.
       FD  RPTOUT RECORDING MODE F.
       01  RPT-LINE                PIC X(80).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 STK-STATUS        PIC X(2) VALUE '00'.
         05 POIN-STATUS       PIC X(2) VALUE '00'.

       01 TEMP.
         05 TRAN-COUNT        PIC 9(9) VALUE 0.
         05 APPLY-COUNT       PIC 9(9) VALUE 0.
         05 REJECT-COUNT      PIC 9(9) VALUE 0.
         05 CLOSED-COUNT      PIC 9(9) VALUE 0.
         05 OPEN-COUNT        PIC 9(9) VALUE 0.
         05 ALPHA             PIC X(52).
         05 SK                PIC 9(4) VALUE 0.
         05 PX                PIC 9(4) VALUE 0.
         05 J                 PIC 9(4) VALUE 0.
         05 PO-MAX            PIC 9(4) VALUE 500.
         05 PO-COUNT          PIC 9(4) VALUE 0.
         05 PO-DROP-COUNT     PIC 9(4) VALUE 0.
         05 RCV-DATE          PIC 9(8) VALUE 0.
         05 OUTSTANDING       PIC 9(7) VALUE 0.
         05 RPT-COUNT-ED      PIC Z(8)9.
         05 RPT-QTY-ED        PIC Z(6)9.

      *    Badge stock by ALPHA position, as AOC03B holds it.
       01 STOCK-TABLE.
         05 STOCK-SLOT OCCURS 52 TIMES.
             10  SK-ON-HAND       PIC 9(9) VALUE 0.
             10  SK-THRESHOLD     PIC 9(9) VALUE 0.

      *    Open orders in file (order-date) order; PT-CLOSED is set
      *    when a PO is filled in full and keeps it off POOUT.
       01 PO-TABLE.
         05 PO-ENTRY OCCURS 500 TIMES.
           10 PT-DATA.
             15 PT-NUMBER.
               20 PT-LETTER       PIC X(1).
               20 PT-ORDER-DATE   PIC 9(8).
             15 PT-SUPPLIER-ID    PIC X(8).
             15 PT-DUE-DATE       PIC 9(8).
             15 PT-QTY-ORDERED    PIC 9(7).
             15 PT-QTY-RECEIVED   PIC 9(7).
             15 PT-LAST-RECEIPT   PIC 9(8).
           10 PT-CLOSED           PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TRANFILE STKOUT
               POOUT AUDFILE REJFILE RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCBRCV I/O ERROR - ABNORMAL END AT RECORD '
               TRAN-COUNT
           MOVE 'AOCBRCV' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE TRAN-COUNT TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE REJECT-COUNT TO RL-WARN-COUNT
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
           MOVE 'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'
      -    TO ALPHA
           PERFORM LOAD-STOCK.
           PERFORM LOAD-OPEN-ORDERS.
           OPEN INPUT  TRANFILE.
           OPEN OUTPUT STKOUT.
           OPEN OUTPUT POOUT.
           OPEN OUTPUT AUDFILE.
           OPEN OUTPUT REJFILE.
           OPEN OUTPUT RPTOUT.
      *
       READ-NEXT-RECORD.
           PERFORM READ-TRAN-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM APPLY-TRANSACTION
               PERFORM READ-TRAN-RECORD
           END-PERFORM
           PERFORM WRITE-STOCK-MASTER
           PERFORM WRITE-OPEN-ORDERS
           PERFORM WRITE-REPORT-TOTALS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCBRCV DELIVERIES READ    = ' TRAN-COUNT
           DISPLAY 'AOCBRCV DELIVERIES POSTED  = ' APPLY-COUNT
           DISPLAY 'AOCBRCV DELIVERIES REJECTED= ' REJECT-COUNT
           DISPLAY 'AOCBRCV ORDERS COMPLETED   = ' CLOSED-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE TRANFILE.
           CLOSE STKOUT.
           CLOSE POOUT.
           CLOSE AUDFILE.
           CLOSE REJFILE.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *    An open order left off the table would be missing from
      *    the rewritten store, so the run fails and neither swap
      *    step replaces the live files.
           IF PO-DROP-COUNT > 0
               DISPLAY 'AOCBRCV ' PO-DROP-COUNT
                   ' OPEN ORDERS NOT CARRIED - STORES NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
      *
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
           END-READ.
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
                       MOVE BADGPO-REC TO PT-DATA(PO-COUNT)
                       MOVE 'N' TO PT-CLOSED(PO-COUNT)
                   ELSE
                       DISPLAY 'AOCBRCV OPEN ORDER TABLE FULL AT '
                           PO-MAX ' - ' PO-NUMBER ' NOT CARRIED'
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
       READ-TRAN-RECORD.
           READ TRANFILE
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO TRAN-COUNT
           END-IF.
      *
      *    Letter, quantity and date first, then the PO match, and
      *    only then the stock itself.
       APPLY-TRANSACTION.
           MOVE 0 TO SK
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 52 OR SK > 0
               IF ALPHA(J:1) = TRN-LETTER
                   MOVE J TO SK
               END-IF
           END-PERFORM
           IF TRN-RCV-DATE = SPACES
               MOVE RL-RUN-DATE TO RCV-DATE
           ELSE
               IF TRN-RCV-DATE NUMERIC
                   MOVE TRN-RCV-DATE TO RCV-DATE
               ELSE
                   MOVE 0 TO RCV-DATE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SK = 0
                   MOVE 'BAD LETTER' TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN TRN-QTY NOT NUMERIC
                   OR TRN-QTY = 0
                   MOVE 'BAD QTY' TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN RCV-DATE < 19000000
                   OR RCV-DATE > RL-RUN-DATE
                   MOVE 'BAD DATE' TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM FIND-ORDER
                   IF PX = 0
                       MOVE 'NO OPEN PO' TO REJ-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       COMPUTE OUTSTANDING = PT-QTY-ORDERED(PX)
                           - PT-QTY-RECEIVED(PX)
                       IF TRN-QTY > OUTSTANDING
                           MOVE 'OVER PO QTY' TO REJ-REASON
                           PERFORM WRITE-REJECT
                       ELSE
                           PERFORM POST-DELIVERY
                       END-IF
                   END-IF
           END-EVALUATE.
      *
      *    The PO named on the card, or with no order date given,
      *    the oldest PO for the letter still open.
       FIND-ORDER.
           MOVE 0 TO PX
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > PO-COUNT OR PX > 0
               IF PT-LETTER(J) = TRN-LETTER
                   AND PT-CLOSED(J) = 'N'
                   IF TRN-PO-DATE = SPACES
                       MOVE J TO PX
                   ELSE
                       IF TRN-PO-DATE NUMERIC
                           AND PT-ORDER-DATE(J) = TRN-PO-DATE
                           MOVE J TO PX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       POST-DELIVERY.
           MOVE SK-ON-HAND(SK) TO AUD-BEFORE
           ADD TRN-QTY TO SK-ON-HAND(SK)
           ADD TRN-QTY TO PT-QTY-RECEIVED(PX)
           MOVE RCV-DATE TO PT-LAST-RECEIPT(PX)
           MOVE 'O' TO AUD-PO-STATUS
           IF PT-QTY-RECEIVED(PX) = PT-QTY-ORDERED(PX)
               MOVE 'Y' TO PT-CLOSED(PX)
               MOVE 'C' TO AUD-PO-STATUS
               ADD 1 TO CLOSED-COUNT
           END-IF
           ADD 1 TO APPLY-COUNT
           MOVE RL-RUN-DATE TO AUD-RUN-DATE
           MOVE PT-NUMBER(PX) TO AUD-PO-NUMBER
           MOVE TRN-QTY TO AUD-QTY
           MOVE RCV-DATE TO AUD-RCV-DATE
           MOVE SK-ON-HAND(SK) TO AUD-AFTER
           WRITE AUD-REC
           MOVE SPACES TO RPT-LINE
           MOVE TRN-QTY TO RPT-QTY-ED
           STRING 'POSTED    ' DELIMITED BY SIZE
                  PT-NUMBER(PX) DELIMITED BY SIZE
                  '  QTY ' DELIMITED BY SIZE
                  RPT-QTY-ED DELIMITED BY SIZE
                  '  ON HAND ' DELIMITED BY SIZE
                  AUD-AFTER DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           IF AUD-PO-STATUS = 'C'
               MOVE 'PO COMPLETE' TO RPT-LINE(60:11)
           END-IF
           WRITE RPT-LINE.
      *
       WRITE-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE TRAN-REC TO REJ-IMAGE
           WRITE REJ-REC
           MOVE SPACES TO RPT-LINE
           STRING 'REJECTED  ' DELIMITED BY SIZE
                  TRAN-REC(1:24) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  REJ-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
      *    All 52 letters go back out, as AOC03B writes them.
       WRITE-STOCK-MASTER.
           PERFORM VARYING SK FROM 1 BY 1 UNTIL SK > 52
               MOVE ALPHA(SK:1) TO SKO-LETTER
               MOVE SK-ON-HAND(SK) TO SKO-ON-HAND
               MOVE SK-THRESHOLD(SK) TO SKO-THRESHOLD
               WRITE STKOUT-REC
           END-PERFORM.
      *
       WRITE-OPEN-ORDERS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PO-COUNT
               IF PT-CLOSED(PX) = 'N'
                   MOVE PT-DATA(PX) TO POOUT-REC
                   WRITE POOUT-REC
                   ADD 1 TO OPEN-COUNT
               END-IF
           END-PERFORM.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           MOVE TRAN-COUNT TO RPT-COUNT-ED
           STRING 'AOCBRCV DELIVERIES READ:      ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE APPLY-COUNT TO RPT-COUNT-ED
           STRING 'AOCBRCV DELIVERIES POSTED:    ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE REJECT-COUNT TO RPT-COUNT-ED
           STRING 'AOCBRCV DELIVERIES REJECTED:  ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE CLOSED-COUNT TO RPT-COUNT-ED
           STRING 'AOCBRCV ORDERS COMPLETED:     ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE OPEN-COUNT TO RPT-COUNT-ED
           STRING 'AOCBRCV ORDERS STILL OPEN:    ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCBRCV' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE TRAN-COUNT TO RL-REC-IN
           MOVE APPLY-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 0 TO RL-RC
           IF REJECT-COUNT > 0
               MOVE 4 TO RL-RC
           END-IF
           IF PO-DROP-COUNT > 0
               MOVE 8 TO RL-RC
           END-IF
           MOVE REJECT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
