           SELECT ELFMAST ASSIGN TO ELFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ELF-KEY
               FILE STATUS IS MAST-STATUS.
           SELECT NAMHIST ASSIGN TO ELFNAMH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENH-KEY
               FILE STATUS IS NAMH-STATUS.
           SELECT PENDFILE ASSIGN TO PNDCHG.
           SELECT JRNFILE  ASSIGN TO CHGJRNL.
           SELECT AUDFILE  ASSIGN TO ELFAUD.
           SELECT REJFILE  ASSIGN TO ELFREJ.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
       FD  NAMHIST.
           COPY ELFNAMH.
      *
      *    Approval queue (see COPYLIB/PNDCHG.cpy). Only AOCELFM
      *    cards a second user has released are applied; each is
      *    marked applied or failed in place once it has been
      *    through the edits below.
       FD  PENDFILE RECORDING MODE F.
           COPY PNDCHG.
      *
      *    Master change journal: before/after roster record images
      *    with the submitter and approver of each applied change.
       FD  JRNFILE RECORDING MODE F.
           COPY CHGJRNL.
      *
      *    Before/after audit trail, one record per applied change,
      *    so a roster dispute can be traced back to the transaction
           05  AUD-ELF-ID          PIC 9(9).
           05  AUD-BEFORE-NAME     PIC X(20).
           05  AUD-AFTER-NAME      PIC X(20).
           05  AUD-CAMP            PIC X(4).
      *
      *    Rejected transactions: adds against an ELF-ID already on
      *    the master, changes/deletes against an unknown ELF-ID,
           05  REJ-ACTION          PIC X(1).
           05  REJ-ELF-ID          PIC X(9).
           05  REJ-ELF-NAME        PIC X(20).
           05  REJ-CAMP            PIC X(4).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
         05 TRAN-COUNT        PIC 9(9) VALUE 0.
         05 APPLY-COUNT       PIC 9(9) VALUE 0.
         05 REJECT-COUNT      PIC 9(9) VALUE 0.

      *    Maintenance transaction, as keyed on the card the
      *    approval queue carries: A to add an elf, C to change the
      *    name on file, D to delete. The elf number keys every
      *    action; the name is ignored on a delete. The camp code
      *    after the name picks which camp's roster the card is for;
      *    left blank it is the home camp's.
       01 TRAN-REC.
         05 TRN-ACTION        PIC X(1).
         05 TRN-ELF-ID        PIC 9(9).
         05 TRN-ELF-NAME      PIC X(20).
         05 TRN-CAMP          PIC X(4).

       COPY PNDDEF.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PENDFILE JRNFILE
               AUDFILE REJFILE.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCELFM I/O ERROR - ABNORMAL END AT RECORD '
               TRAN-COUNT
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE 'AOCELFM' TO PEND-PROGRAM.
           OPEN I-O    PENDFILE.
           OPEN EXTEND JRNFILE.
           OPEN OUTPUT AUDFILE.
           OPEN OUTPUT REJFILE.
      *
       READ-NEXT-RECORD.
           PERFORM READ-PENDING-TRAN
           PERFORM UNTIL LASTREC = 'Y'
               MOVE 'F' TO PEND-RESULT
               MOVE SPACES TO BEFORE-IMAGE
               MOVE SPACES TO AFTER-IMAGE
               PERFORM APPLY-TRANSACTION
               PERFORM MARK-PENDING
               PERFORM READ-PENDING-TRAN
           END-PERFORM
           .
      *
           PERFORM WRITE-RUNLOG
           CLOSE ELFMAST.
           CLOSE NAMHIST.
           CLOSE PENDFILE.
           CLOSE JRNFILE.
           CLOSE AUDFILE.
           CLOSE REJFILE.
           CLOSE RUNLOG.
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *
       APPLY-TRANSACTION.
           IF TRN-CAMP = SPACES
               MOVE HOME-CAMP TO TRN-CAMP
           END-IF
           IF TRN-ELF-ID NOT NUMERIC OR TRN-ELF-ID = 0
               PERFORM WRITE-REJECT-BAD-KEY
           ELSE
           END-IF.
      *
       APPLY-ADD.
           MOVE TRN-CAMP TO ELF-CAMP
           MOVE TRN-ELF-ID TO ELF-ID
           READ ELFMAST
               INVALID KEY CONTINUE
           IF MAST-STATUS = '00'
               PERFORM WRITE-REJECT-DUPLICATE
           ELSE
               MOVE TRN-CAMP TO ELF-CAMP
               MOVE TRN-ELF-ID TO ELF-ID
               MOVE TRN-ELF-NAME TO ELF-NAME
               WRITE ELFROST-REC
                   INVALID KEY PERFORM WRITE-REJECT-DUPLICATE
                   NOT INVALID KEY
                       MOVE ELFROST-REC TO AFTER-IMAGE
                       MOVE SPACES TO AUD-BEFORE-NAME
                       MOVE TRN-ELF-NAME TO AUD-AFTER-NAME
                       PERFORM WRITE-AUDIT
           END-IF.
      *
       APPLY-CHANGE.
           MOVE TRN-CAMP TO ELF-CAMP
           MOVE TRN-ELF-ID TO ELF-ID
           READ ELFMAST
               INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
               NOT INVALID KEY
                   MOVE ELFROST-REC TO BEFORE-IMAGE
                   MOVE ELF-NAME TO AUD-BEFORE-NAME
                   MOVE TRN-ELF-NAME TO ELF-NAME
                   REWRITE ELFROST-REC
                   MOVE ELFROST-REC TO AFTER-IMAGE
                   MOVE TRN-ELF-NAME TO AUD-AFTER-NAME
                   PERFORM WRITE-AUDIT
           END-READ.
      *
       APPLY-DELETE.
           MOVE TRN-CAMP TO ELF-CAMP
           MOVE TRN-ELF-ID TO ELF-ID
           READ ELFMAST
               INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
               NOT INVALID KEY
                   MOVE ELFROST-REC TO BEFORE-IMAGE
                   MOVE ELF-NAME TO AUD-BEFORE-NAME
                   DELETE ELFMAST
                   MOVE SPACES TO AUD-AFTER-NAME
           MOVE RL-RUN-DATE TO AUD-RUN-DATE
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE TRN-ELF-ID TO AUD-ELF-ID
           MOVE TRN-CAMP TO AUD-CAMP
           WRITE AUD-REC
           PERFORM WRITE-JOURNAL
           IF TRN-CAMP = HOME-CAMP
               PERFORM WRITE-NAME-HISTORY
           END-IF.
      *
      *    Effective-dated name record for the change just applied,
      *    effective from today. AUD-AFTER-NAME is already the new
      *    name (blank on a delete); a second change to the same elf
      *    on the same day simply rewrites the day's record. The
      *    name history is keyed by ELF-ID alone, so it follows the
      *    home camp's roster only.
       WRITE-NAME-HISTORY.
           MOVE TRN-ELF-ID TO ENH-ELF-ID
           MOVE RL-RUN-DATE TO ENH-EFF-DATE
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE TRAN-REC(2:9) TO REJ-ELF-ID
           MOVE TRN-ELF-NAME TO REJ-ELF-NAME
           MOVE TRN-CAMP TO REJ-CAMP
           WRITE REJ-REC.
      *
       WRITE-RUNLOG.
           MOVE REJECT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY PNDPROC.
