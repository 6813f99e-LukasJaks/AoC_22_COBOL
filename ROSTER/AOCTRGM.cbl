               ACCESS MODE IS RANDOM
               RECORD KEY IS ET-KEY
               FILE STATUS IS TARG-STATUS.
           SELECT PENDFILE ASSIGN TO PNDCHG.
           SELECT JRNFILE  ASSIGN TO CHGJRNL.
           SELECT AUDFILE  ASSIGN TO TRGAUD.
           SELECT REJFILE  ASSIGN TO TRGREJ.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
       FD  TARGMAST.
           COPY ELFTARG.
      *
      *    Approval queue (see COPYLIB/PNDCHG.cpy). Only AOCTRGM
      *    cards a second user has released are applied; each is
      *    marked applied or failed in place once it has been
      *    through the edits below.
       FD  PENDFILE RECORDING MODE F.
           COPY PNDCHG.
      *
      *    Master change journal: before/after target record images
      *    with the submitter and approver of each applied change.
       FD  JRNFILE RECORDING MODE F.
           COPY CHGJRNL.
      *
      *    Before/after audit trail, one record per applied change.
       FD  AUDFILE RECORDING MODE F.
         05 TRAN-COUNT        PIC 9(9) VALUE 0.
         05 APPLY-COUNT       PIC 9(9) VALUE 0.
         05 REJECT-COUNT      PIC 9(9) VALUE 0.

      *    Maintenance transaction, as keyed on the card the
      *    approval queue carries: A to add a target for an elf and
      *    effective date, C to change the one on file, D to delete
      *    it. Target and tolerance are ignored on a delete.
       01 TRAN-REC.
         05 TRN-ACTION        PIC X(1).
         05 TRN-ELF-ID        PIC 9(9).
         05 TRN-EFF-DATE      PIC 9(8).
         05 TRN-TARGET        PIC X(18).
         05 TRN-TOL-PCT       PIC X(3).

       COPY PNDDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PENDFILE JRNFILE
               AUDFILE REJFILE.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCTRGM I/O ERROR - ABNORMAL END AT RECORD '
               TRAN-COUNT
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE 'AOCTRGM' TO PEND-PROGRAM.
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
           DISPLAY 'AOCTRGM TRANSACTIONS REJECTED= ' REJECT-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE TARGMAST.
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
           EVALUATE TRUE
                   WRITE ELFTARG-REC
                       INVALID KEY PERFORM WRITE-REJECT-DUPLICATE
                       NOT INVALID KEY
                           MOVE ELFTARG-REC TO AFTER-IMAGE
                           PERFORM WRITE-AUDIT
                   END-WRITE
               END-IF
               READ TARGMAST
                   INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
                   NOT INVALID KEY
                       MOVE ELFTARG-REC TO BEFORE-IMAGE
                       MOVE ET-TARGET TO AUD-BEFORE-TARGET
                       MOVE ET-TOL-PCT TO AUD-BEFORE-TOL
                       PERFORM SET-TARGET-FIELDS
                       REWRITE ELFTARG-REC
                       MOVE ELFTARG-REC TO AFTER-IMAGE
                       PERFORM WRITE-AUDIT
               END-READ
           END-IF.
           READ TARGMAST
               INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
               NOT INVALID KEY
                   MOVE ELFTARG-REC TO BEFORE-IMAGE
                   MOVE ET-TARGET TO AUD-BEFORE-TARGET
                   MOVE ET-TOL-PCT TO AUD-BEFORE-TOL
                   DELETE TARGMAST
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE TRN-ELF-ID TO AUD-ELF-ID
           MOVE TRN-EFF-DATE TO AUD-EFF-DATE
           WRITE AUD-REC
           PERFORM WRITE-JOURNAL.
      *
       WRITE-REJECT-BAD-KEY.
           MOVE 'BAD KEY' TO REJ-REASON
           MOVE REJECT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY PNDPROC.
