       FILE-CONTROL.
           SELECT REFIN   ASSIGN TO REFIN
               FILE STATUS IS REF-STATUS.
           SELECT PENDFILE ASSIGN TO PNDCHG.
           SELECT JRNFILE ASSIGN TO CHGJRNL.
           SELECT MARKOUT ASSIGN TO PNDMARK.
           SELECT ANSIN   ASSIGN TO ANSIN
               FILE STATUS IS ANS-STATUS.
           SELECT REFOUT  ASSIGN TO REFOUT.
      *    hand-edited flat file - and twice a typo in REF-VALUE
      *    has produced a false 2am FAIL. This program is now its
      *    only writer; changes arrive as transactions below, the
      *    way the elf roster is maintained. Each camp's answers
      *    have references of their own, under its camp code; a
      *    record with none is read as the home camp's.
       FD  REFIN RECORDING MODE F.
       01  REF-IN.
           05  RIN-PROGRAM        PIC X(8).
           05  RIN-LABEL          PIC X(20).
           05  RIN-VALUE          PIC 9(18).
           05  RIN-ALPHA          PIC X(20).
           05  RIN-CAMP           PIC X(4).
      *
      *    Approval queue (see COPYLIB/PNDCHG.cpy). Only AOCREFM
      *    cards a second user has released are applied - a P
      *    promotion included. The queue is only read here: the
      *    new reference reaches AOCREF through the job's copy-back
      *    step, so no card may be marked applied before that step
      *    has ended cleanly.
       FD  PENDFILE RECORDING MODE F.
           COPY PNDCHG.
      *
      *    Master change journal: before/after reference entry
      *    images with the submitter and approver of each applied
      *    change. The job points this at a staging copy, appended
      *    to CHGJRNL only once the copy-back has ended cleanly.
       FD  JRNFILE RECORDING MODE F.
           COPY CHGJRNL.
      *
      *    Each card taken off the queue, its status set to the
      *    outcome (A applied, F failed its edits). AOCPNDU posts
      *    these back to PNDCHG after the copy-back step, so a
      *    failed write or copy-back leaves the cards released
      *    for the next run instead of marked applied.
       FD  MARKOUT RECORDING MODE F.
       01  MARK-REC               PIC X(133).
      *
      *    Tonight's common answer records, concatenated across the
      *    suite, read only when the deck carries a P transaction.
           05  ROUT-LABEL         PIC X(20).
           05  ROUT-VALUE         PIC 9(18).
           05  ROUT-ALPHA         PIC X(20).
           05  ROUT-CAMP          PIC X(4).
      *
      *    Before/after audit trail, one record per applied change,
      *    so a reference dispute traces back to the transaction
           05  AUD-BEFORE-ALPHA    PIC X(20).
           05  AUD-AFTER-VALUE     PIC 9(18).
           05  AUD-AFTER-ALPHA     PIC X(20).
           05  AUD-CAMP            PIC X(4).
      *
      *    Rejected transactions: adds against a key already on
      *    file, changes/deletes against an unknown key, promotes
           05  REJ-LABEL           PIC X(20).
           05  REJ-VALUE           PIC X(18).
           05  REJ-ALPHA           PIC X(20).
           05  REJ-CAMP            PIC X(4).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
         05 FOUND-VALUE       PIC 9(18) VALUE 0.
         05 FOUND-ALPHA       PIC X(20) VALUE SPACES.

      *    Maintenance transaction, as keyed on the card the
      *    approval queue carries: A adds a reference answer, C
      *    changes the one on file, D deletes it, P promotes the
      *    matching answer out of tonight's ANSIN records (value
      *    and alpha on the card are ignored for P - the adopted
      *    answer comes from what the suite actually produced, so
      *    there is nothing to mistype). The camp code after the
      *    alpha value picks whose reference it is; blank is the
      *    home camp's.
       01 TRAN-REC.
         05 TRN-ACTION        PIC X(1).
         05 TRN-PROGRAM       PIC X(8).
         05 TRN-LABEL         PIC X(20).
         05 TRN-VALUE         PIC X(18).
         05 TRN-ALPHA         PIC X(20).
         05 TRN-CAMP          PIC X(4).

      *    Reference deck loaded into memory, transactions applied
      *    against it, then written back out. 100 entries doubles
      *    AOCRECA's load-table headroom.
             10  RT-LABEL         PIC X(20) VALUE SPACES.
             10  RT-VALUE         PIC 9(18) VALUE 0.
             10  RT-ALPHA         PIC X(20) VALUE SPACES.
             10  RT-CAMP          PIC X(4)  VALUE SPACES.
             10  RT-DELETED       PIC X(1)  VALUE 'N'.

       COPY PNDDEF.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PENDFILE JRNFILE
               MARKOUT REFOUT AUDFILE REJFILE.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCREFM I/O ERROR - ABNORMAL END AT RECORD '
               TRAN-COUNT
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE 'AOCREFM' TO PEND-PROGRAM.
           OPEN INPUT  PENDFILE.
           OPEN EXTEND JRNFILE.
           OPEN OUTPUT MARKOUT.
           OPEN OUTPUT REFOUT.
           OPEN OUTPUT AUDFILE.
           OPEN OUTPUT REJFILE.
           PERFORM LOAD-REFERENCE.
      *
       READ-NEXT-RECORD.
           PERFORM READ-PENDING-TRAN
           PERFORM UNTIL LASTREC = 'Y'
               MOVE 'F' TO PEND-RESULT
               MOVE SPACES TO BEFORE-IMAGE
               MOVE SPACES TO AFTER-IMAGE
               PERFORM APPLY-TRANSACTION
               PERFORM HOLD-PENDING-MARK
               PERFORM READ-PENDING-TRAN
           END-PERFORM
           PERFORM WRITE-REFERENCE
           .
           DISPLAY 'AOCREFM TRANSACTIONS REJECTED= ' REJECT-COUNT
           DISPLAY 'AOCREFM REFERENCE RECORDS OUT= ' OUT-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE PENDFILE.
           CLOSE JRNFILE.
           CLOSE MARKOUT.
           CLOSE REFOUT.
           CLOSE AUDFILE.
           CLOSE REJFILE.
                       MOVE RIN-LABEL TO RT-LABEL(REF-COUNT)
                       MOVE RIN-VALUE TO RT-VALUE(REF-COUNT)
                       MOVE RIN-ALPHA TO RT-ALPHA(REF-COUNT)
                       MOVE RIN-CAMP TO RT-CAMP(REF-COUNT)
                       IF RIN-CAMP = SPACES
                           MOVE HOME-CAMP TO RT-CAMP(REF-COUNT)
                       END-IF
                   END-IF
                   PERFORM READ-REF-RECORD
               END-PERFORM
           READ REFIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       APPLY-TRANSACTION.
           IF TRN-CAMP = SPACES
               MOVE HOME-CAMP TO TRN-CAMP
           END-IF
           IF TRN-PROGRAM = SPACES OR TRN-LABEL = SPACES
               PERFORM WRITE-REJECT-BAD-KEY
           ELSE
               OR KEY-FOUND = 'Y'
               IF RT-PROGRAM(RX) = TRN-PROGRAM
                   AND RT-LABEL(RX) = TRN-LABEL
                   AND RT-CAMP(RX) = TRN-CAMP
                   AND RT-DELETED(RX) = 'N'
                   MOVE 'Y' TO KEY-FOUND
                   SUBTRACT 1 FROM RX
                   MOVE REF-COUNT TO RX
                   MOVE TRN-PROGRAM TO RT-PROGRAM(RX)
                   MOVE TRN-LABEL TO RT-LABEL(RX)
                   MOVE TRN-CAMP TO RT-CAMP(RX)
                   MOVE 0 TO AUD-BEFORE-VALUE
                   MOVE SPACES TO AUD-BEFORE-ALPHA
                   PERFORM SET-ENTRY-FROM-TRAN
               WHEN FUNCTION TEST-NUMVAL(TRN-VALUE) NOT = 0
                   PERFORM WRITE-REJECT-BAD-VALUE
               WHEN OTHER
                   MOVE REF-ENTRY(RX)(1:70) TO BEFORE-IMAGE
                   MOVE RT-VALUE(RX) TO AUD-BEFORE-VALUE
                   MOVE RT-ALPHA(RX) TO AUD-BEFORE-ALPHA
                   PERFORM SET-ENTRY-FROM-TRAN
           IF RX = 0
               PERFORM WRITE-REJECT-UNKNOWN
           ELSE
               MOVE REF-ENTRY(RX)(1:70) TO BEFORE-IMAGE
               MOVE RT-VALUE(RX) TO AUD-BEFORE-VALUE
               MOVE RT-ALPHA(RX) TO AUD-BEFORE-ALPHA
               MOVE 'Y' TO RT-DELETED(RX)
                       MOVE REF-COUNT TO RX
                       MOVE TRN-PROGRAM TO RT-PROGRAM(RX)
                       MOVE TRN-LABEL TO RT-LABEL(RX)
                       MOVE TRN-CAMP TO RT-CAMP(RX)
                       MOVE 0 TO AUD-BEFORE-VALUE
                       MOVE SPACES TO AUD-BEFORE-ALPHA
                   ELSE
                       MOVE REF-ENTRY(RX)(1:70) TO BEFORE-IMAGE
                       MOVE RT-VALUE(RX) TO AUD-BEFORE-VALUE
                       MOVE RT-ALPHA(RX) TO AUD-BEFORE-ALPHA
                   END-IF
               PERFORM UNTIL LASTREC = 'Y'
                   IF AR-PROGRAM = TRN-PROGRAM
                       AND AR-LABEL = TRN-LABEL
                       AND AR-CAMP = TRN-CAMP
                       MOVE 'Y' TO KEY-FOUND
                       MOVE AR-VALUE TO FOUND-VALUE
                       MOVE AR-ALPHA TO FOUND-ALPHA
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE TRN-PROGRAM TO AUD-PROGRAM
           MOVE TRN-LABEL TO AUD-LABEL
           MOVE TRN-CAMP TO AUD-CAMP
           WRITE AUD-REC
           IF TRN-ACTION NOT = 'D'
               MOVE REF-ENTRY(RX)(1:70) TO AFTER-IMAGE
           END-IF
           PERFORM WRITE-JOURNAL.
      *
       WRITE-REJECT-BAD-KEY.
           MOVE 'BAD KEY' TO REJ-REASON
           MOVE TRN-LABEL TO REJ-LABEL
           MOVE TRN-VALUE TO REJ-VALUE
           MOVE TRN-ALPHA TO REJ-ALPHA
           MOVE TRN-CAMP TO REJ-CAMP
           WRITE REJ-REC.
      *
      *    The card's outcome, held for AOCPNDU rather than
      *    rewritten on the queue now (MARK-PENDING).
       HOLD-PENDING-MARK.
           MOVE PEND-RESULT TO PC-STATUS
           WRITE MARK-REC FROM PNDCHG-REC.
      *
       WRITE-REFERENCE.
           PERFORM WRITE-REF-ENTRY VARYING RX FROM 1 BY 1
               MOVE RT-LABEL(RX) TO ROUT-LABEL
               MOVE RT-VALUE(RX) TO ROUT-VALUE
               MOVE RT-ALPHA(RX) TO ROUT-ALPHA
               MOVE RT-CAMP(RX) TO ROUT-CAMP
               WRITE REF-OUT
           END-IF.
      *
           MOVE REJECT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY PNDPROC.
