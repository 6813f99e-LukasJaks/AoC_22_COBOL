      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCTEMM.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAMMAST ASSIGN TO TEAMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS TEAM-STATUS.
           SELECT ELFMAST  ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ELF-KEY
               FILE STATUS IS MAST-STATUS.
           SELECT CREWFILE ASSIGN TO CREWLST.
           SELECT TRANFILE ASSIGN TO TEMTRAN.
           SELECT AUDFILE  ASSIGN TO TEMAUD.
           SELECT REJFILE  ASSIGN TO TEMREJ.
           SELECT RPTOUT   ASSIGN TO AOCRPT.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Keyed team master (see COPYLIB/TEAMMST.cpy and
      *    JCL/AOCTEMDF.jcl). Once seeded, this program is its only
      *    writer; crew joins, moves and leaves arrive as
      *    transactions below instead of a full reload.
       FD  TEAMMAST.
           COPY TEAMMST.
      *
      *    Master elf roster, read by key only: an elf has to be on
      *    the roster before it can be put in, or moved between,
      *    crews. The team master is keyed by ELF-ID alone, so its
      *    elves are the home camp's.
       FD  ELFMAST.
           COPY ELFROST.
      *
      *    Camp leads' list of the crews currently standing, one
      *    card per crew code with its display name. A crew code
      *    not on this list is rejected, so a typo can't open up a
      *    one-elf crew on the leaderboard.
       FD  CREWFILE RECORDING MODE F.
       01  CREW-CARD.
           05  CC-CREW-CODE        PIC X(4).
           05  CC-CREW-NAME        PIC X(20).
      *
      *    Maintenance transaction deck: A to put an elf in a crew,
      *    C to correct the crew name held for an elf (crew code
      *    must be the one on file), T to transfer an elf to a
      *    different crew, D to take an elf out of the team master.
      *    A blank crew name on A/C/T takes the name from the crew
      *    list; crew fields are ignored on a delete.
       FD  TRANFILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRN-ACTION          PIC X(1).
           05  TRN-ELF-ID          PIC 9(9).
           05  TRN-CREW-CODE       PIC X(4).
           05  TRN-CREW-NAME       PIC X(20).
      *
      *    Before/after audit trail, one record per applied change.
      *    Blank before-crew on an add; blank after-crew on a
      *    delete.
       FD  AUDFILE RECORDING MODE F.
       01  AUD-REC.
           05  AUD-RUN-DATE        PIC 9(8).
           05  AUD-ACTION          PIC X(1).
           05  AUD-ELF-ID          PIC 9(9).
           05  AUD-BEFORE-CODE     PIC X(4).
           05  AUD-BEFORE-NAME     PIC X(20).
           05  AUD-AFTER-CODE      PIC X(4).
           05  AUD-AFTER-NAME      PIC X(20).
      *
      *    Rejected transactions with a reason: zero or non-numeric
      *    keys, unrecognized action codes, elves not on the roster,
      *    crew codes not on the crew list, adds for an elf already
      *    in a crew, changes/transfers/deletes for an elf not in
      *    one, a change naming a crew other than the one on file,
      *    and a transfer to the crew the elf is already in. The
      *    transaction image rides along for the resubmit.
       FD  REJFILE RECORDING MODE F.
       01  REJ-REC.
           05  REJ-REASON          PIC X(12).
           05  REJ-ACTION          PIC X(1).
           05  REJ-ELF-ID          PIC X(9).
           05  REJ-CREW-CODE       PIC X(4).
           05  REJ-CREW-NAME       PIC X(20).
      *
      *    Applied/rejected report, one line per transaction in deck
      *    order, followed by the read/applied/rejected totals.
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
         05 CREW-FOUND        PIC X VALUE 'N'.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 MAST-STATUS       PIC X(2) VALUE '00'.

       01 TEMP.
         05 TRAN-COUNT        PIC 9(9) VALUE 0.
         05 APPLY-COUNT       PIC 9(9) VALUE 0.
         05 REJECT-COUNT      PIC 9(9) VALUE 0.
         05 CREW-COUNT        PIC 9(4) VALUE 0.
         05 CREW-IDX          PIC 9(4) VALUE 0.
         05 NEW-CREW-NAME     PIC X(20) VALUE SPACES.
         05 RPT-COUNT-ED      PIC Z(8)9.

      *    Crew list loaded once at start; AOCLDRB holds the same
      *    50 crews on its crew leaderboard.
       01 CREW-TABLE.
         05 CREW-ENTRY OCCURS 50 TIMES.
             10 CT-CREW-CODE  PIC X(4).
             10 CT-CREW-NAME  PIC X(20).

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CREWFILE TRANFILE
               AUDFILE REJFILE RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCTEMM I/O ERROR - ABNORMAL END AT RECORD '
               TRAN-COUNT
           MOVE 'AOCTEMM' TO RL-PROGRAM
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
           OPEN I-O    TEAMMAST.
           IF TEAM-STATUS NOT = '00'
               DISPLAY 'AOCTEMM TEAMMST OPEN FAILED, STATUS = '
                   TEAM-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT  ELFMAST.
           IF MAST-STATUS NOT = '00'
               DISPLAY 'AOCTEMM ELFROST OPEN FAILED, STATUS = '
                   MAST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  CREWFILE.
           OPEN INPUT  TRANFILE.
           OPEN OUTPUT AUDFILE.
           OPEN OUTPUT REJFILE.
           OPEN OUTPUT RPTOUT.
      *
       LOAD-CREW-LIST.
           PERFORM READ-CREW-CARD
           PERFORM UNTIL LASTREC = 'Y'
               IF CREW-COUNT < 50 AND CC-CREW-CODE NOT = SPACES
                   ADD 1 TO CREW-COUNT
                   MOVE CC-CREW-CODE TO CT-CREW-CODE(CREW-COUNT)
                   MOVE CC-CREW-NAME TO CT-CREW-NAME(CREW-COUNT)
               END-IF
               PERFORM READ-CREW-CARD
           END-PERFORM
           MOVE SPACE TO LASTREC
           .
      *
       READ-NEXT-RECORD.
           PERFORM READ-TRAN-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM APPLY-TRANSACTION
               PERFORM READ-TRAN-RECORD
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCTEMM TRANSACTIONS READ    = ' TRAN-COUNT
           DISPLAY 'AOCTEMM TRANSACTIONS APPLIED = ' APPLY-COUNT
           DISPLAY 'AOCTEMM TRANSACTIONS REJECTED= ' REJECT-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE TEAMMAST.
           CLOSE ELFMAST.
           CLOSE CREWFILE.
           CLOSE TRANFILE.
           CLOSE AUDFILE.
           CLOSE REJFILE.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *
       READ-CREW-CARD.
           READ CREWFILE
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
      *    Key and action are checked first, then the roster (for
      *    everything but a delete, so an elf already gone from
      *    ELFROST can still be taken out of its crew), then the
      *    crew list, and only then the team master itself.
       APPLY-TRANSACTION.
           IF TRN-ELF-ID NOT NUMERIC OR TRN-ELF-ID = 0
               PERFORM WRITE-REJECT-BAD-KEY
           ELSE
               EVALUATE TRN-ACTION
                   WHEN 'A'
                   WHEN 'C'
                   WHEN 'T'
                       PERFORM CHECK-ROSTER-AND-CREW
                   WHEN 'D'
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       PERFORM WRITE-REJECT-BAD-ACTION
               END-EVALUATE
           END-IF.
      *
       CHECK-ROSTER-AND-CREW.
           MOVE HOME-CAMP TO ELF-CAMP
           MOVE TRN-ELF-ID TO ELF-ID
           READ ELFMAST
               INVALID KEY CONTINUE
           END-READ
           IF MAST-STATUS NOT = '00'
               PERFORM WRITE-REJECT-NOT-ON-ROSTER
           ELSE
               PERFORM FIND-CREW
               IF CREW-FOUND NOT = 'Y'
                   PERFORM WRITE-REJECT-UNKNOWN-CREW
               ELSE
                   MOVE TRN-CREW-NAME TO NEW-CREW-NAME
                   IF NEW-CREW-NAME = SPACES
                       MOVE CT-CREW-NAME(CREW-IDX) TO NEW-CREW-NAME
                   END-IF
                   EVALUATE TRN-ACTION
                       WHEN 'A'
                           PERFORM APPLY-ADD
                       WHEN 'C'
                           PERFORM APPLY-CHANGE
                       WHEN 'T'
                           PERFORM APPLY-TRANSFER
                   END-EVALUATE
               END-IF
           END-IF.
      *
       FIND-CREW.
           MOVE 'N' TO CREW-FOUND
           MOVE 0 TO CREW-IDX
           PERFORM UNTIL CREW-FOUND = 'Y' OR CREW-IDX >= CREW-COUNT
               ADD 1 TO CREW-IDX
               IF CT-CREW-CODE(CREW-IDX) = TRN-CREW-CODE
                   MOVE 'Y' TO CREW-FOUND
               END-IF
           END-PERFORM.
      *
       APPLY-ADD.
           MOVE TRN-ELF-ID TO TM-ELF-ID
           READ TEAMMAST
               INVALID KEY CONTINUE
           END-READ
           IF TEAM-STATUS = '00'
               PERFORM WRITE-REJECT-DUPLICATE
           ELSE
               MOVE TRN-ELF-ID TO TM-ELF-ID
               MOVE TRN-CREW-CODE TO TM-CREW-CODE
               MOVE NEW-CREW-NAME TO TM-CREW-NAME
               WRITE TEAMMST-REC
                   INVALID KEY PERFORM WRITE-REJECT-DUPLICATE
                   NOT INVALID KEY
                       MOVE SPACES TO AUD-BEFORE-CODE
                       MOVE SPACES TO AUD-BEFORE-NAME
                       MOVE TM-CREW-CODE TO AUD-AFTER-CODE
                       MOVE TM-CREW-NAME TO AUD-AFTER-NAME
                       PERFORM WRITE-AUDIT
               END-WRITE
           END-IF.
      *
       APPLY-CHANGE.
           MOVE TRN-ELF-ID TO TM-ELF-ID
           READ TEAMMAST
               INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
               NOT INVALID KEY
                   IF TM-CREW-CODE NOT = TRN-CREW-CODE
                       PERFORM WRITE-REJECT-CREW-DIFFERS
                   ELSE
                       MOVE TM-CREW-CODE TO AUD-BEFORE-CODE
                       MOVE TM-CREW-NAME TO AUD-BEFORE-NAME
                       MOVE NEW-CREW-NAME TO TM-CREW-NAME
                       REWRITE TEAMMST-REC
                       MOVE TM-CREW-CODE TO AUD-AFTER-CODE
                       MOVE TM-CREW-NAME TO AUD-AFTER-NAME
                       PERFORM WRITE-AUDIT
                   END-IF
           END-READ.
      *
       APPLY-TRANSFER.
           MOVE TRN-ELF-ID TO TM-ELF-ID
           READ TEAMMAST
               INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
               NOT INVALID KEY
                   IF TM-CREW-CODE = TRN-CREW-CODE
                       PERFORM WRITE-REJECT-SAME-CREW
                   ELSE
                       MOVE TM-CREW-CODE TO AUD-BEFORE-CODE
                       MOVE TM-CREW-NAME TO AUD-BEFORE-NAME
                       MOVE TRN-CREW-CODE TO TM-CREW-CODE
                       MOVE NEW-CREW-NAME TO TM-CREW-NAME
                       REWRITE TEAMMST-REC
                       MOVE TM-CREW-CODE TO AUD-AFTER-CODE
                       MOVE TM-CREW-NAME TO AUD-AFTER-NAME
                       PERFORM WRITE-AUDIT
                   END-IF
           END-READ.
      *
       APPLY-DELETE.
           MOVE TRN-ELF-ID TO TM-ELF-ID
           READ TEAMMAST
               INVALID KEY PERFORM WRITE-REJECT-UNKNOWN
               NOT INVALID KEY
                   MOVE TM-CREW-CODE TO AUD-BEFORE-CODE
                   MOVE TM-CREW-NAME TO AUD-BEFORE-NAME
                   DELETE TEAMMAST
                   MOVE SPACES TO AUD-AFTER-CODE
                   MOVE SPACES TO AUD-AFTER-NAME
                   PERFORM WRITE-AUDIT
           END-READ.
      *
       WRITE-AUDIT.
           ADD 1 TO APPLY-COUNT
           MOVE RL-RUN-DATE TO AUD-RUN-DATE
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE TRN-ELF-ID TO AUD-ELF-ID
           WRITE AUD-REC
           MOVE SPACES TO RPT-LINE
           STRING 'APPLIED   ' DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRAN-REC(2:9) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AUD-BEFORE-CODE DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  AUD-AFTER-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-AFTER-NAME DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-REJECT-BAD-KEY.
           MOVE 'BAD KEY' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-BAD-ACTION.
           MOVE 'BAD ACTION' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-NOT-ON-ROSTER.
           MOVE 'NOT ON ROST' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-UNKNOWN-CREW.
           MOVE 'UNKNOWN CREW' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-DUPLICATE.
           MOVE 'DUPLICATE' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-UNKNOWN.
           MOVE 'UNKNOWN ID' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-CREW-DIFFERS.
           MOVE 'CREW DIFFERS' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT-SAME-CREW.
           MOVE 'SAME CREW' TO REJ-REASON
           PERFORM WRITE-REJECT.
      *
       WRITE-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE TRN-ACTION TO REJ-ACTION
           MOVE TRAN-REC(2:9) TO REJ-ELF-ID
           MOVE TRN-CREW-CODE TO REJ-CREW-CODE
           MOVE TRN-CREW-NAME TO REJ-CREW-NAME
           WRITE REJ-REC
           MOVE SPACES TO RPT-LINE
           STRING 'REJECTED  ' DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRAN-REC(2:9) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRN-CREW-CODE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  REJ-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           MOVE TRAN-COUNT TO RPT-COUNT-ED
           STRING 'AOCTEMM TRANSACTIONS READ:     ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE APPLY-COUNT TO RPT-COUNT-ED
           STRING 'AOCTEMM TRANSACTIONS APPLIED:  ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE REJECT-COUNT TO RPT-COUNT-ED
           STRING 'AOCTEMM TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCTEMM' TO RL-PROGRAM
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
           MOVE REJECT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
