      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCPURG.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGIN  ASSIGN TO PURGIN.
           SELECT ELFMAST ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELF-KEY
               FILE STATUS IS ROST-STATUS.
           SELECT NAMHIST ASSIGN TO ELFNAMH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENH-KEY
               FILE STATUS IS NAMH-STATUS.
           SELECT TARGMAST ASSIGN TO ELFTARG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ET-KEY
               FILE STATUS IS TARG-STATUS.
           SELECT TEAMMAST ASSIGN TO TEAMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS TEAM-STATUS.
           SELECT PROFMAST ASSIGN TO ELFPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-ELF-ID
               FILE STATUS IS PROF-STATUS.
           SELECT ELFRES  ASSIGN TO ELFRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ER-ELF-ID
               FILE STATUS IS RES-STATUS.
           SELECT ELFNKEY ASSIGN TO ELFNKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NK-KEY
               FILE STATUS IS NKEY-STATUS.
           SELECT HISTIN  ASSIGN TO ELFHIST
               FILE STATUS IS HIST-STATUS.
           SELECT ARCHIN  ASSIGN TO EHARCH
               FILE STATUS IS ARCH-STATUS.
           SELECT SUMIN   ASSIGN TO SUMIN
               FILE STATUS IS SUM-STATUS.
           SELECT SEASIN  ASSIGN TO SEASHIST
               FILE STATUS IS SEAS-STATUS.
           SELECT HISTOUT ASSIGN TO EHKEEP.
           SELECT ARCHOUT ASSIGN TO EHAKEEP.
           SELECT SUMOUT  ASSIGN TO SUMOUT.
           SELECT SEASOUT ASSIGN TO SEASOUT.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Purge deck: one card per departed home-camp elf, ELF-ID
      *    in columns 1-9 (the other stores are keyed by ELF-ID
      *    alone and hold only the home camp's elves). Zero or
      *    non-numeric IDs and repeats of an ID already on the deck
      *    are rejected and listed on the certificate.
       FD  PURGIN RECORDING MODE F.
       01  PURGE-CARD.
           05  PC-ELF-ID           PIC X(9).
           05  FILLER              PIC X(71).
      *
      *    The keyed per-elf stores, each read front to back and
      *    the departed elves' records deleted as they are met.
      *    Read only on a dry run.
       FD  ELFMAST.
           COPY ELFROST.
      *
       FD  NAMHIST.
           COPY ELFNAMH.
      *
       FD  TARGMAST.
           COPY ELFTARG.
      *
       FD  TEAMMAST.
           COPY TEAMMST.
      *
       FD  PROFMAST.
           COPY ELFPROF.
      *
       FD  ELFRES.
           COPY ELFRES.
      *
       FD  ELFNKEY.
           COPY ELFNKEY.
      *
      *    Rolling per-elf calorie history: copied to EHKEEP less
      *    the departed elves' runs, and the job's copy-back step
      *    swaps it in over the live file the way AOCHSTMJ does.
       FD  HISTIN RECORDING MODE F.
           COPY ELFHIST.
      *
       FD  HISTOUT RECORDING MODE F.
       01  HISTOUT-REC            PIC X(59).
      *
      *    Per-elf run-history archive (same layout, appended by
      *    AOCHSTMJ, read by the statement job): handled exactly
      *    as ELFHIST, copied to EHAKEEP and swapped back.
       FD  ARCHIN RECORDING MODE F.
           COPY ELFHIST REPLACING LEADING ==EH-== BY ==EA-==
               ==ELFHIST-REC== BY ==ELFARCH-REC==.
      *
       FD  ARCHOUT RECORDING MODE F.
       01  ARCHOUT-REC            PIC X(59).
      *
      *    Per-elf monthly summary: a departed elf's months are
      *    kept but re-keyed to elf 0, which no roster ever issues
      *    (AOCELFM rejects a zero key), so every camp-wide total
      *    built from the summary still adds up while no record
      *    points at the elf any more.
       FD  SUMIN RECORDING MODE F.
           COPY ELFHSUM.
      *
       FD  SUMOUT RECORDING MODE F.
       01  SUMOUT-REC             PIC X(92).
      *
      *    Season history (see COPYLIB/SEASHIST.cpy): a departed
      *    elf's frozen leaderboard places keep their rank and total
      *    under elf 0 with the name blanked, so past standings
      *    still read in order; the frozen profile images are
      *    dropped. Crew standings carry no per-elf data.
       FD  SEASIN RECORDING MODE F.
           COPY SEASHIST.
      *
       FD  SEASOUT RECORDING MODE F.
       01  SEASOUT-REC            PIC X(113).
      *
      *    Purge certificate: per elf, what was removed from (or
      *    anonymised in) which dataset; then dataset totals and
      *    the deck's rejects. On a dry run the same certificate
      *    shows what a purge would do.
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
         05 ROST-STATUS       PIC X(2) VALUE '00'.
         05 NAMH-STATUS       PIC X(2) VALUE '00'.
         05 TARG-STATUS       PIC X(2) VALUE '00'.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 PROF-STATUS       PIC X(2) VALUE '00'.
         05 RES-STATUS        PIC X(2) VALUE '00'.
         05 NKEY-STATUS       PIC X(2) VALUE '00'.
         05 HIST-STATUS       PIC X(2) VALUE '00'.
         05 ARCH-STATUS       PIC X(2) VALUE '00'.
         05 SUM-STATUS        PIC X(2) VALUE '00'.
         05 SEAS-STATUS       PIC X(2) VALUE '00'.

       01 TEMP.
         05 RUN-MODE          PIC X(8)  VALUE 'DRYRUN'.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 CARD-COUNT        PIC 9(9)  VALUE 0.
         05 REJECT-COUNT      PIC 9(9)  VALUE 0.
         05 NOT-FOUND-COUNT   PIC 9(9)  VALUE 0.
         05 FAIL-COUNT        PIC 9(4)  VALUE 0.
         05 HIT-COUNT         PIC 9(9)  VALUE 0.
         05 PURGE-COUNT       PIC 9(4)  VALUE 0.
         05 CHECK-ID          PIC 9(9)  VALUE 0.
         05 REJ-REASON        PIC X(12) VALUE SPACES.
         05 ELF-HITS          PIC 9(9)  VALUE 0.
         05 PX                PIC 9(4)  VALUE 0.
         05 SX                PIC 9(2)  VALUE 0.
         05 RPT-COUNT-ED      PIC Z(8)9.

      *    The datasets the purge covers, in certificate order,
      *    with what happens to a departed elf's records in each.
       01 STORE-NAMES.
         05 FILLER PIC X(18) VALUE 'ELFROST DELETED   '.
         05 FILLER PIC X(18) VALUE 'ELFNAMH DELETED   '.
         05 FILLER PIC X(18) VALUE 'ELFTARG DELETED   '.
         05 FILLER PIC X(18) VALUE 'TEAMMST DELETED   '.
         05 FILLER PIC X(18) VALUE 'ELFPROF DELETED   '.
         05 FILLER PIC X(18) VALUE 'ELFRES  DELETED   '.
         05 FILLER PIC X(18) VALUE 'ELFNKEY DELETED   '.
         05 FILLER PIC X(18) VALUE 'ELFHIST DELETED   '.
         05 FILLER PIC X(18) VALUE 'ELFHSUM ANONYMISED'.
         05 FILLER PIC X(18) VALUE 'SEASHISTANONYMISED'.
         05 FILLER PIC X(18) VALUE 'SEASHISTDELETED   '.
         05 FILLER PIC X(18) VALUE 'ELFHARCHDELETED   '.
       01 STORE-NAMES-R REDEFINES STORE-NAMES.
         05 STORE-ENTRY OCCURS 12 TIMES.
             10  ST-NAME          PIC X(8).
             10  ST-ACTION        PIC X(10).

      *    Per-dataset outcome: records hit, and whether the
      *    dataset could be opened at all.
       01 STORE-RESULTS.
         05 STORE-RESULT OCCURS 12 TIMES.
             10  SR-TOTAL         PIC 9(9) VALUE 0.
             10  SR-FAILED        PIC X(1) VALUE 'N'.

      *    The departed elves from the deck, with each one's record
      *    count per dataset for the certificate.
       01 PURGE-TABLE.
         05 PURGED OCCURS 200 TIMES.
             10  PG-ELF-ID        PIC 9(9) VALUE 0.
             10  PG-COUNT OCCURS 12 TIMES
                                  PIC 9(7) VALUE 0.

       COPY CAMPDEF.

       LINKAGE SECTION.
      *    JCL PARM: DRYRUN (the default) reads every dataset and
      *    prints the certificate without changing anything; PURGE
      *    deletes and anonymises as the certificate lists.
       01 PARM-AREA.
         05  PARM-LEN            PIC S9(4) COMP.
         05  PARM-TEXT           PIC X(20).
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PURGIN HISTOUT
               ARCHOUT SUMOUT SEASOUT RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCPURG I/O ERROR - ABNORMAL END AT RECORD '
               CARD-COUNT
           MOVE 'AOCPURG' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE CARD-COUNT TO RL-REC-IN
           MOVE HIT-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE RUN-MODE TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE REJECT-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           IF PARM-LEN > 0
               MOVE PARM-TEXT(1:PARM-LEN) TO RUN-MODE
           END-IF
           IF RUN-MODE NOT = 'DRYRUN' AND RUN-MODE NOT = 'PURGE'
               DISPLAY 'AOCPURG PARM NOT DRYRUN/PURGE: ' RUN-MODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN INPUT  PURGIN.
           OPEN OUTPUT HISTOUT.
           OPEN OUTPUT ARCHOUT.
           OPEN OUTPUT SUMOUT.
           OPEN OUTPUT SEASOUT.
           OPEN OUTPUT RPTOUT.
           PERFORM WRITE-CERT-HEADING.
      *
       LOAD-PURGE-DECK.
           PERFORM READ-PURGE-CARD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM POST-PURGE-CARD
               PERFORM READ-PURGE-CARD
           END-PERFORM
           MOVE SPACE TO LASTREC
           .
      *
      *    Every dataset is passed even when the deck came up
      *    empty, so the sequential copies the job swaps back are
      *    always complete. A purge is safe to rerun: records
      *    already gone are simply not met again.
       PURGE-ALL-STORES.
           PERFORM PURGE-ROSTER
           PERFORM PURGE-NAME-HISTORY
           PERFORM PURGE-TARGETS
           PERFORM PURGE-TEAM-MASTER
           PERFORM PURGE-PROFILES
           PERFORM PURGE-INQUIRY-STORE
           PERFORM PURGE-NAME-KEYS
           PERFORM PURGE-HISTORY
           PERFORM PURGE-HISTORY-ARCHIVE
           PERFORM ANONYMISE-SUMMARY
           PERFORM PURGE-SEASON-HISTORY
           PERFORM WRITE-CERTIFICATE
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCPURG MODE              = ' RUN-MODE
           DISPLAY 'AOCPURG CARDS READ        = ' CARD-COUNT
           DISPLAY 'AOCPURG ELVES CERTIFIED   = ' PURGE-COUNT
           DISPLAY 'AOCPURG CARDS REJECTED    = ' REJECT-COUNT
           DISPLAY 'AOCPURG RECORDS AFFECTED  = ' HIT-COUNT
           EVALUATE TRUE
               WHEN FAIL-COUNT > 0
                   MOVE 12 TO RUN-RC
               WHEN REJECT-COUNT > 0 OR NOT-FOUND-COUNT > 0
                   MOVE 4 TO RUN-RC
           END-EVALUATE
           PERFORM WRITE-RUNLOG
           CLOSE PURGIN.
           CLOSE HISTOUT.
           CLOSE ARCHOUT.
           CLOSE SUMOUT.
           CLOSE SEASOUT.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
       READ-PURGE-CARD.
           READ PURGIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO CARD-COUNT
           END-IF.
      *
       POST-PURGE-CARD.
           IF PC-ELF-ID NOT NUMERIC
               MOVE 'BAD KEY' TO REJ-REASON
               PERFORM WRITE-CARD-REJECT
           ELSE
               MOVE PC-ELF-ID TO CHECK-ID
               PERFORM FIND-PURGE-ID
               EVALUATE TRUE
                   WHEN CHECK-ID = 0
                       MOVE 'BAD KEY' TO REJ-REASON
                       PERFORM WRITE-CARD-REJECT
                   WHEN PX > 0
                       MOVE 'DUPLICATE' TO REJ-REASON
                       PERFORM WRITE-CARD-REJECT
                   WHEN PURGE-COUNT >= 200
                       MOVE 'TABLE FULL' TO REJ-REASON
                       PERFORM WRITE-CARD-REJECT
                   WHEN OTHER
                       ADD 1 TO PURGE-COUNT
                       MOVE CHECK-ID TO PG-ELF-ID(PURGE-COUNT)
               END-EVALUATE
           END-IF.
      *
       WRITE-CARD-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'REJECTED CARD ' DELIMITED BY SIZE
                  PC-ELF-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  REJ-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
      *    PX is the departed elf's slot for CHECK-ID, or 0 when
      *    the ID is not on the deck.
       FIND-PURGE-ID.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PURGE-COUNT
               OR PG-ELF-ID(PX) = CHECK-ID
               CONTINUE
           END-PERFORM
           IF PX > PURGE-COUNT
               MOVE 0 TO PX
           END-IF.
      *
       COUNT-HIT.
           ADD 1 TO PG-COUNT(PX, SX)
           ADD 1 TO SR-TOTAL(SX)
           ADD 1 TO HIT-COUNT.
      *
      *    A keyed store that will not open is reported on the
      *    certificate and ends the run RC 12; the other stores are
      *    still purged, and a rerun once it is available finishes
      *    the job.
       NOTE-OPEN-FAILED.
           DISPLAY 'AOCPURG ' ST-NAME(SX) ' OPEN FAILED'
           MOVE 'Y' TO SR-FAILED(SX)
           ADD 1 TO FAIL-COUNT.
      *
      *--- keyed stores ----------------------------------------------
       PURGE-ROSTER.
           MOVE 1 TO SX
           IF RUN-MODE = 'PURGE'
               OPEN I-O ELFMAST
           ELSE
               OPEN INPUT ELFMAST
           END-IF
           IF ROST-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-ROSTER
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ELF-ID TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0 AND ELF-CAMP = HOME-CAMP
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           DELETE ELFMAST
                       END-IF
                   END-IF
                   PERFORM READ-ROSTER
               END-PERFORM
               CLOSE ELFMAST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-ROSTER.
           READ ELFMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF ROST-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       PURGE-NAME-HISTORY.
           MOVE 2 TO SX
           IF RUN-MODE = 'PURGE'
               OPEN I-O NAMHIST
           ELSE
               OPEN INPUT NAMHIST
           END-IF
           IF NAMH-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-NAME-HISTORY
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ENH-ELF-ID TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           DELETE NAMHIST
                       END-IF
                   END-IF
                   PERFORM READ-NAME-HISTORY
               END-PERFORM
               CLOSE NAMHIST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-NAME-HISTORY.
           READ NAMHIST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF NAMH-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       PURGE-TARGETS.
           MOVE 3 TO SX
           IF RUN-MODE = 'PURGE'
               OPEN I-O TARGMAST
           ELSE
               OPEN INPUT TARGMAST
           END-IF
           IF TARG-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-TARGET
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ET-ELF-ID TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           DELETE TARGMAST
                       END-IF
                   END-IF
                   PERFORM READ-TARGET
               END-PERFORM
               CLOSE TARGMAST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-TARGET.
           READ TARGMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF TARG-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       PURGE-TEAM-MASTER.
           MOVE 4 TO SX
           IF RUN-MODE = 'PURGE'
               OPEN I-O TEAMMAST
           ELSE
               OPEN INPUT TEAMMAST
           END-IF
           IF TEAM-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-TEAM
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE TM-ELF-ID TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           DELETE TEAMMAST
                       END-IF
                   END-IF
                   PERFORM READ-TEAM
               END-PERFORM
               CLOSE TEAMMAST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-TEAM.
           READ TEAMMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF TEAM-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       PURGE-PROFILES.
           MOVE 5 TO SX
           IF RUN-MODE = 'PURGE'
               OPEN I-O PROFMAST
           ELSE
               OPEN INPUT PROFMAST
           END-IF
           IF PROF-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-PROFILE
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE PF-ELF-ID TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           DELETE PROFMAST
                       END-IF
                   END-IF
                   PERFORM READ-PROFILE
               END-PERFORM
               CLOSE PROFMAST
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-PROFILE.
           READ PROFMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF PROF-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       PURGE-INQUIRY-STORE.
           MOVE 6 TO SX
           IF RUN-MODE = 'PURGE'
               OPEN I-O ELFRES
           ELSE
               OPEN INPUT ELFRES
           END-IF
           IF RES-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-INQUIRY
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ER-ELF-ID TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           DELETE ELFRES
                       END-IF
                   END-IF
                   PERFORM READ-INQUIRY
               END-PERFORM
               CLOSE ELFRES
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-INQUIRY.
           READ ELFRES
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF RES-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       PURGE-NAME-KEYS.
           MOVE 7 TO SX
           IF RUN-MODE = 'PURGE'
               OPEN I-O ELFNKEY
           ELSE
               OPEN INPUT ELFNKEY
           END-IF
           IF NKEY-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-NAME-KEY
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE NK-ELF-ID TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           DELETE ELFNKEY
                       END-IF
                   END-IF
                   PERFORM READ-NAME-KEY
               END-PERFORM
               CLOSE ELFNKEY
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-NAME-KEY.
           READ ELFNKEY
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF NKEY-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
      *--- sequential stores -----------------------------------------
      *    On a dry run every record is copied through unchanged,
      *    so the job's copy-back steps put back what was there.
       PURGE-HISTORY.
           MOVE 8 TO SX
           OPEN INPUT HISTIN
           IF HIST-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-HISTORY
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE EH-ELF-NUM TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                   END-IF
                   IF PX = 0 OR RUN-MODE NOT = 'PURGE'
                       MOVE ELFHIST-REC TO HISTOUT-REC
                       WRITE HISTOUT-REC
                   END-IF
                   PERFORM READ-HISTORY
               END-PERFORM
               CLOSE HISTIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-HISTORY.
           READ HISTIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       PURGE-HISTORY-ARCHIVE.
           MOVE 12 TO SX
           OPEN INPUT ARCHIN
           IF ARCH-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-ARCHIVE
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE EA-ELF-NUM TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                   END-IF
                   IF PX = 0 OR RUN-MODE NOT = 'PURGE'
                       MOVE ELFARCH-REC TO ARCHOUT-REC
                       WRITE ARCHOUT-REC
                   END-IF
                   PERFORM READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-ARCHIVE.
           READ ARCHIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       ANONYMISE-SUMMARY.
           MOVE 9 TO SX
           OPEN INPUT SUMIN
           IF SUM-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-SUMMARY
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ES-ELF-NUM TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           MOVE 0 TO ES-ELF-NUM
                       END-IF
                   END-IF
                   MOVE ELFHSUM-REC TO SUMOUT-REC
                   WRITE SUMOUT-REC
                   PERFORM READ-SUMMARY
               END-PERFORM
               CLOSE SUMIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-SUMMARY.
           READ SUMIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    Leaderboard places count against the first SEASHIST
      *    line of the certificate, frozen profiles the second.
       PURGE-SEASON-HISTORY.
           MOVE 10 TO SX
           OPEN INPUT SEASIN
           IF SEAS-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILED
           ELSE
               PERFORM READ-SEASON-HISTORY
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM POST-SEASON-RECORD
                   PERFORM READ-SEASON-HISTORY
               END-PERFORM
               CLOSE SEASIN
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-SEASON-HISTORY.
           READ SEASIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-SEASON-RECORD.
           MOVE 0 TO PX
           EVALUATE SH-REC-TYPE
               WHEN 'L'
                   MOVE SH-ELF-NUM TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       MOVE 10 TO SX
                       PERFORM COUNT-HIT
                       IF RUN-MODE = 'PURGE'
                           MOVE 0 TO SH-ELF-NUM
                           MOVE SPACES TO SH-ELF-NAME
                       END-IF
                   END-IF
                   MOVE SEASHIST-REC TO SEASOUT-REC
                   WRITE SEASOUT-REC
               WHEN 'P'
                   MOVE SH-PROFILE-IMAGE(1:9) TO CHECK-ID
                   PERFORM FIND-PURGE-ID
                   IF PX > 0
                       MOVE 11 TO SX
                       PERFORM COUNT-HIT
                   END-IF
                   IF PX = 0 OR RUN-MODE NOT = 'PURGE'
                       MOVE SEASHIST-REC TO SEASOUT-REC
                       WRITE SEASOUT-REC
                   END-IF
               WHEN OTHER
                   MOVE SEASHIST-REC TO SEASOUT-REC
                   WRITE SEASOUT-REC
           END-EVALUATE.
      *
      *--- purge certificate -----------------------------------------
       WRITE-CERT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING 'DEPARTED-ELF PURGE CERTIFICATE - RUN DATE '
                      DELIMITED BY SIZE
                  RL-RUN-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           IF RUN-MODE = 'PURGE'
               MOVE 'MODE PURGE - THE RECORDS LISTED HAVE BEEN REMOVED'
                   TO RPT-LINE
           ELSE
               MOVE 'MODE DRYRUN - NOTHING CHANGED; A PURGE WOULD DO'
                   TO RPT-LINE
               MOVE 'THE FOLLOWING' TO RPT-LINE(49:13)
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      *
       WRITE-CERTIFICATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ELF ID     DATASET   ACTION         RECORDS'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PURGE-COUNT
               PERFORM WRITE-ELF-CERTIFICATE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DATASET TOTALS' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 12
               MOVE SPACES TO RPT-LINE
               MOVE ST-NAME(SX) TO RPT-LINE(12:8)
               IF SR-FAILED(SX) = 'Y'
                   MOVE 'NOT PROCESSED - OPEN FAILED' TO RPT-LINE(22:27)
               ELSE
                   MOVE ST-ACTION(SX) TO RPT-LINE(22:10)
                   MOVE SR-TOTAL(SX) TO RPT-COUNT-ED
                   MOVE RPT-COUNT-ED TO RPT-LINE(35:9)
               END-IF
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE PURGE-COUNT TO RPT-COUNT-ED
           STRING 'ELVES CERTIFIED ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE NOT-FOUND-COUNT TO RPT-COUNT-ED
           STRING 'ELVES WITH NO RECORDS IN ANY DATASET '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE REJECT-COUNT TO RPT-COUNT-ED
           STRING 'CARDS REJECTED ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
      *    One line per dataset the elf had records in; an elf
      *    found nowhere gets a line saying so.
       WRITE-ELF-CERTIFICATE.
           MOVE 0 TO ELF-HITS
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 12
               IF PG-COUNT(PX, SX) > 0
                   MOVE SPACES TO RPT-LINE
                   IF ELF-HITS = 0
                       MOVE PG-ELF-ID(PX) TO RPT-LINE(1:9)
                   END-IF
                   ADD PG-COUNT(PX, SX) TO ELF-HITS
                   MOVE ST-NAME(SX) TO RPT-LINE(12:8)
                   MOVE ST-ACTION(SX) TO RPT-LINE(22:10)
                   MOVE PG-COUNT(PX, SX) TO RPT-COUNT-ED
                   MOVE RPT-COUNT-ED TO RPT-LINE(35:9)
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF ELF-HITS = 0
               ADD 1 TO NOT-FOUND-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE PG-ELF-ID(PX) TO RPT-LINE(1:9)
               MOVE 'NO RECORDS IN ANY DATASET' TO RPT-LINE(12:25)
               WRITE RPT-LINE
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCPURG' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE CARD-COUNT TO RL-REC-IN
           MOVE HIT-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE RUN-MODE TO RL-NOTE
           MOVE RUN-RC TO RL-RC
           COMPUTE RL-WARN-COUNT = REJECT-COUNT + NOT-FOUND-COUNT
           WRITE RUNLOG-REC.
      *
