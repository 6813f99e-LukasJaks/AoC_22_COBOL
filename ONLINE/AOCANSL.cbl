      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCANSL.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIGHIST ASSIGN TO DIGHIST.
           SELECT RUNLOGI ASSIGN TO RUNLOGI.
           SELECT RECIN   ASSIGN TO RECIN
               FILE STATUS IS REC-STATUS.
           SELECT ANSHIST ASSIGN TO ANSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS HIST-STATUS.
           SELECT ANSDKEY ASSIGN TO ANSDKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AK-KEY
               FILE STATUS IS DKEY-STATUS.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Dated answer history appended nightly by AOCDIGA, read
      *    front to back: every camp/program/label per run, raw
      *    values, in append (so date) order. A blank camp is the
      *    home camp.
       FD  DIGHIST RECORDING MODE F.
           COPY DIGHIST.
      *
      *    The run log as appended so far, read front to back only
      *    to tell whether RECIN is tonight's (NOTE-NIGHT-RUN).
       FD  RUNLOGI RECORDING MODE F.
           COPY RUNLOG REPLACING LEADING ==RL-== BY ==RI-==
               ==RUNLOG-REC== BY ==RUNLOGI-REC==.
      *
      *    Tonight's AOCRECA reconciliation lines; each verdict is
      *    posted to its answer's latest history date. They are
      *    read only when the run log shows the file is tonight's;
      *    the job hands over an empty file when there is none, and
      *    tonight's verdicts stay blank until the next load.
       FD  RECIN RECORDING MODE F.
           COPY RECLINE.
      *
      *    The keyed answer-history store behind the ANSQ screen
      *    (see COPYLIB/ANSHIST.cpy and JCL/AOCANSDF.jcl).
       FD  ANSHIST.
           COPY ANSHIST.
      *
      *    Its companion date-first key store for the by-date panel
      *    (see COPYLIB/ANSDKEY.cpy).
       FD  ANSDKEY.
           COPY ANSDKEY.
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 NEW-ANSWER        PIC X VALUE SPACE.
         05 REC-STATUS        PIC X(2) VALUE '00'.
         05 HIST-STATUS       PIC X(2) VALUE '00'.
         05 DKEY-STATUS       PIC X(2) VALUE '00'.
         05 RECON-FRESH       PIC X(1) VALUE 'N'.

       01 TEMP.
         05 LINE-NUM          PIC 9(9)  VALUE 0.
         05 STORE-COUNT       PIC 9(9)  VALUE 0.
         05 VERDICT-COUNT     PIC 9(9)  VALUE 0.
         05 WARN-COUNT        PIC 9(9)  VALUE 0.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 KEY-COUNT         PIC 9(3)  VALUE 0.
         05 K                 PIC 9(3)  VALUE 0.
         05 HIST-CAMP         PIC X(4)  VALUE SPACES.
         05 MOVE-PCT          PIC 9(5)  VALUE 0.
         05 TODAY             PIC 9(8)  VALUE 0.
         05 YESTERDAY         PIC 9(8)  VALUE 0.
         05 NIGHT-DATE        PIC 9(8)  VALUE 0.

      *    One entry per camp/program/label seen anywhere in
      *    history, carrying its latest and prior run dates and
      *    values, exactly as AOCDIGT tracks them.
       01 ANSWER-TABLE.
         05 ANS-ENTRY OCCURS 200 TIMES.
             10  AT-CAMP          PIC X(4)  VALUE SPACES.
             10  AT-PROGRAM       PIC X(8)  VALUE SPACES.
             10  AT-LABEL         PIC X(20) VALUE SPACES.
             10  AT-LAST-DATE     PIC 9(8)  VALUE 0.
             10  AT-LAST-VALUE    PIC 9(18) VALUE 0.
             10  AT-PREV-DATE     PIC 9(8)  VALUE 0.
             10  AT-PREV-VALUE    PIC 9(18) VALUE 0.

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DIGHIST RUNLOGI.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCANSL I/O ERROR - ABNORMAL END AT RECORD '
               LINE-NUM
           MOVE 'AOCANSL' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE STORE-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
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
           COMPUTE YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY) - 1).
           OPEN INPUT  DIGHIST.
           OPEN I-O    ANSHIST.
           IF HIST-STATUS NOT = '00'
               DISPLAY 'AOCANSL ANSHIST OPEN FAILED, STATUS = '
                   HIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O    ANSDKEY.
           IF DKEY-STATUS NOT = '00'
               DISPLAY 'AOCANSL ANSDKEY OPEN FAILED, STATUS = '
                   DKEY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DROP-PRIME-RECORD.
      *
       LOAD-HISTORY.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM POST-HISTORY-RECORD
               PERFORM STORE-HISTORY-RECORD
               PERFORM READ-RECORD
           END-PERFORM
           MOVE SPACE TO LASTREC
           PERFORM LOAD-VERDICTS
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCANSL ANSWERS TRACKED   = ' KEY-COUNT
           DISPLAY 'AOCANSL HISTORY STORED    = ' STORE-COUNT
           DISPLAY 'AOCANSL VERDICTS POSTED   = ' VERDICT-COUNT
           IF WARN-COUNT > 0
               DISPLAY 'AOCANSL ANSWERS PAST TABLE = ' WARN-COUNT
               MOVE 4 TO RUN-RC
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE DIGHIST.
           CLOSE ANSHIST.
           CLOSE ANSDKEY.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
      *    The AOCANSDF setup job primes both clusters with a dummy
      *    record so the first CICS open finds a non-empty KSDS;
      *    once this load is putting real records in, the dummies
      *    would otherwise turn up as a phantom camp AAAA answer.
       DROP-PRIME-RECORD.
           MOVE 'AAAA' TO AH-CAMP
           MOVE 'AAAAAAAA' TO AH-PROGRAM
           MOVE 'PRIME RECORD' TO AH-LABEL
           MOVE 0 TO AH-RUN-DATE
           DELETE ANSHIST
               INVALID KEY CONTINUE
           END-DELETE
           MOVE 'AAAA' TO AK-CAMP
           MOVE 0 TO AK-RUN-DATE
           MOVE 'AAAAAAAA' TO AK-PROGRAM
           MOVE 'PRIME RECORD' TO AK-LABEL
           DELETE ANSDKEY
               INVALID KEY CONTINUE
           END-DELETE.
      *
       READ-RECORD.
           READ DIGHIST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO LINE-NUM
           END-IF.
      *
      *    History arrives in append order, so each record for a
      *    key is at least as recent as the one before it: the
      *    running latest shifts down to prior when a newer run's
      *    record for the same key turns up, and a same-night
      *    rerun replaces the latest without touching the prior.
       POST-HISTORY-RECORD.
           MOVE DH-CAMP TO HIST-CAMP
           IF HIST-CAMP = SPACES
               MOVE HOME-CAMP TO HIST-CAMP
           END-IF
           PERFORM FIND-ANSWER-KEY
           IF K > 0
               IF DH-RUN-DATE > AT-LAST-DATE(K)
                   MOVE AT-LAST-DATE(K) TO AT-PREV-DATE(K)
                   MOVE AT-LAST-VALUE(K) TO AT-PREV-VALUE(K)
                   MOVE DH-RUN-DATE TO AT-LAST-DATE(K)
               END-IF
               IF DH-RUN-DATE = AT-LAST-DATE(K)
                   MOVE DH-VALUE TO AT-LAST-VALUE(K)
               END-IF
           END-IF.
      *
       FIND-ANSWER-KEY.
           MOVE 0 TO K
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
               OR (AT-CAMP(K) = HIST-CAMP
                   AND AT-PROGRAM(K) = DH-PROGRAM
                   AND AT-LABEL(K) = DH-LABEL)
               CONTINUE
           END-PERFORM
           IF K > KEY-COUNT
               IF KEY-COUNT < 200
                   ADD 1 TO KEY-COUNT
                   MOVE KEY-COUNT TO K
                   MOVE HIST-CAMP TO AT-CAMP(K)
                   MOVE DH-PROGRAM TO AT-PROGRAM(K)
                   MOVE DH-LABEL TO AT-LABEL(K)
                   MOVE DH-RUN-DATE TO AT-LAST-DATE(K)
               ELSE
                   ADD 1 TO WARN-COUNT
                   MOVE 0 TO K
               END-IF
           END-IF.
      *
      *    One store record per answer per business date; a
      *    same-night rerun's record simply replaces the earlier
      *    one. A record already on the store keeps the verdict an
      *    earlier night's load posted to it.
       STORE-HISTORY-RECORD.
           MOVE HIST-CAMP TO AH-CAMP
           MOVE DH-PROGRAM TO AH-PROGRAM
           MOVE DH-LABEL TO AH-LABEL
           MOVE DH-RUN-DATE TO AH-RUN-DATE
           MOVE 'N' TO NEW-ANSWER
           READ ANSHIST
               INVALID KEY
                   MOVE 'Y' TO NEW-ANSWER
                   MOVE SPACES TO AH-VERDICT
           END-READ
           MOVE DH-VALUE TO AH-VALUE
           MOVE DH-ALPHA TO AH-ALPHA
           PERFORM COMPUTE-ANSWER-MOVE
           IF NEW-ANSWER = 'Y'
               WRITE ANSHIST-REC
                   INVALID KEY
                       REWRITE ANSHIST-REC
               END-WRITE
           ELSE
               REWRITE ANSHIST-REC
           END-IF
           MOVE HIST-CAMP TO AK-CAMP
           MOVE DH-RUN-DATE TO AK-RUN-DATE
           MOVE DH-PROGRAM TO AK-PROGRAM
           MOVE DH-LABEL TO AK-LABEL
           WRITE ANSDKEY-REC
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO STORE-COUNT.
      *
      *    Whole-percent move versus the prior run, the same
      *    arithmetic AOCDIGT measures its tolerance with. Only
      *    comparable for a numeric answer whose prior run exists
      *    and was not zero; anything else (including a record
      *    older than the key's latest run, or an answer past the
      *    table) carries a blank sign and no move.
       COMPUTE-ANSWER-MOVE.
           MOVE SPACE TO AH-MOVE-SIGN
           MOVE 0 TO AH-MOVE-PCT
           IF K > 0 AND DH-ALPHA = SPACES
               IF DH-RUN-DATE = AT-LAST-DATE(K)
                   AND AT-PREV-DATE(K) > 0
                   AND AT-PREV-VALUE(K) > 0
                   IF DH-VALUE >= AT-PREV-VALUE(K)
                       MOVE '+' TO AH-MOVE-SIGN
                       COMPUTE MOVE-PCT ROUNDED =
                           (DH-VALUE - AT-PREV-VALUE(K)) * 100
                               / AT-PREV-VALUE(K)
                           ON SIZE ERROR MOVE 99999 TO MOVE-PCT
                       END-COMPUTE
                   ELSE
                       MOVE '-' TO AH-MOVE-SIGN
                       COMPUTE MOVE-PCT ROUNDED =
                           (AT-PREV-VALUE(K) - DH-VALUE) * 100
                               / AT-PREV-VALUE(K)
                           ON SIZE ERROR MOVE 99999 TO MOVE-PCT
                       END-COMPUTE
                   END-IF
                   MOVE MOVE-PCT TO AH-MOVE-PCT
               END-IF
           END-IF.
      *
      *    RECOUT carries no date: when the run log shows it is
      *    tonight's reconciliation, each verdict belongs to its
      *    answer's latest run. A night the gate held leaves an
      *    older night's file behind, whose verdicts would land on
      *    the wrong run, so it is not read. An answer with no
      *    history yet has nowhere to post.
       LOAD-VERDICTS.
           PERFORM SCAN-RUN-LOG
           IF RECON-FRESH = 'Y'
               AND (NIGHT-DATE = TODAY OR NIGHT-DATE = YESTERDAY)
               OPEN INPUT RECIN
               IF REC-STATUS = '00'
                   PERFORM READ-RECON-RECORD
                   PERFORM UNTIL LASTREC = 'Y'
                       PERFORM POST-VERDICT
                       PERFORM READ-RECON-RECORD
                   END-PERFORM
                   CLOSE RECIN
               END-IF
           ELSE
               DISPLAY 'AOCANSL NO RECONCILIATION RUN FOR ' TODAY
                   ' - VERDICTS NOT POSTED'
           END-IF
           MOVE SPACE TO LASTREC.
      *
      *    As in AOCTKTF: the reconciliation file is a night's own
      *    only when the run log has a clean AOCRECA run after that
      *    night's AOCGATE run. The night is tonight's when its gate
      *    ran today, or yesterday for a night run past midnight.
       SCAN-RUN-LOG.
           OPEN INPUT RUNLOGI
           PERFORM READ-RUNLOGI-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM NOTE-NIGHT-RUN
               PERFORM READ-RUNLOGI-RECORD
           END-PERFORM
           CLOSE RUNLOGI
           MOVE SPACE TO LASTREC.
      *
       NOTE-NIGHT-RUN.
           IF RI-PROGRAM = 'AOCGATE'
               MOVE RI-RUN-DATE TO NIGHT-DATE
               MOVE 'N' TO RECON-FRESH
           END-IF
           IF RI-PROGRAM = 'AOCRECA'
               IF RI-STATUS = 'N' AND NIGHT-DATE > 0
                   MOVE 'Y' TO RECON-FRESH
               ELSE
                   MOVE 'N' TO RECON-FRESH
               END-IF
           END-IF.
      *
       READ-RUNLOGI-RECORD.
           READ RUNLOGI
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-RECON-RECORD.
           READ RECIN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       POST-VERDICT.
           MOVE RC-CAMP TO HIST-CAMP
           IF HIST-CAMP = SPACES
               MOVE HOME-CAMP TO HIST-CAMP
           END-IF
           MOVE 0 TO K
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
               OR (AT-CAMP(K) = HIST-CAMP
                   AND AT-PROGRAM(K) = RC-PROGRAM
                   AND AT-LABEL(K) = RC-LABEL)
               CONTINUE
           END-PERFORM
           IF K <= KEY-COUNT
               MOVE HIST-CAMP TO AH-CAMP
               MOVE RC-PROGRAM TO AH-PROGRAM
               MOVE RC-LABEL TO AH-LABEL
               MOVE AT-LAST-DATE(K) TO AH-RUN-DATE
               READ ANSHIST
                   NOT INVALID KEY
                       MOVE RC-STATUS TO AH-VERDICT
                       REWRITE ANSHIST-REC
                       ADD 1 TO VERDICT-COUNT
               END-READ
           END-IF.
      *
       WRITE-RUNLOG.
           MOVE 'AOCANSL' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE STORE-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
