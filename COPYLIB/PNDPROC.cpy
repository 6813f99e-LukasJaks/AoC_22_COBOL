      *    Shared pending-change reader, copied into the procedure
      *    division of each maintenance program that takes its
      *    transactions from the approval queue (data side in
      *    PNDDEF.cpy). The caller opens PENDFILE I-O over the
      *    PNDCHG queue and JRNFILE extend over the CHGJRNL
      *    journal, sets PEND-PROGRAM, and keeps its transaction
      *    layout as TRAN-REC in working storage. For each card,
      *    the caller clears the images and sets PEND-RESULT to
      *    'F', applies the card, performs WRITE-JOURNAL (which
      *    flips the result to 'A') for an applied change, then
      *    performs MARK-PENDING before reading the next card. A
      *    card is only marked once its change is on the master: a
      *    caller whose master is swapped in by a later job step
      *    (AOCREFM) opens the queue input only, writes each
      *    outcome out instead and leaves AOCPNDU to post it after
      *    that step.
       READ-PENDING-TRAN.
           MOVE 'N' TO PEND-FOUND
           PERFORM UNTIL LASTREC = 'Y' OR PEND-FOUND = 'Y'
               READ PENDFILE
                   AT END MOVE 'Y' TO LASTREC
               END-READ
               IF LASTREC NOT = 'Y'
                   IF PC-PROGRAM = PEND-PROGRAM
                       AND PC-STATUS = 'R'
                       MOVE 'Y' TO PEND-FOUND
                       ADD 1 TO TRAN-COUNT
                       MOVE PC-TRAN-IMAGE TO TRAN-REC
                   ELSE
                       ADD 1 TO PEND-SKIP-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    Rewrites the card just read in place, so a released
      *    card is applied once and never picked up again.
       MARK-PENDING.
           MOVE PEND-RESULT TO PC-STATUS
           REWRITE PNDCHG-REC.
      *
       WRITE-JOURNAL.
           MOVE 'A' TO PEND-RESULT
           MOVE RL-RUN-DATE TO CJ-RUN-DATE
           MOVE PC-PROGRAM TO CJ-PROGRAM
           MOVE TRAN-REC(1:1) TO CJ-ACTION
           MOVE PC-SUB-DATE TO CJ-SUB-DATE
           MOVE PC-SUB-TIME TO CJ-SUB-TIME
           MOVE PC-SUB-SEQ TO CJ-SUB-SEQ
           MOVE PC-SUBMITTER TO CJ-SUBMITTER
           MOVE PC-APPROVER TO CJ-APPROVER
           MOVE BEFORE-IMAGE TO CJ-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO CJ-AFTER-IMAGE
           WRITE CHGJRNL-REC.
