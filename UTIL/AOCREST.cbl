      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCREST.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKIN    ASSIGN TO BKIN
               FILE STATUS IS BKIN-STATUS.
      *    One live master per run, always on the MASTER DD; only
      *    the SELECT for the master named on the PARM is opened.
           SELECT ELFMAST ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELF-KEY
               FILE STATUS IS LIVE-STATUS.
           SELECT NAMHIST ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENH-KEY
               FILE STATUS IS LIVE-STATUS.
           SELECT TARGMAST ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ET-KEY
               FILE STATUS IS LIVE-STATUS.
           SELECT TEAMMAST ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS LIVE-STATUS.
           SELECT PROFMAST ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-ELF-ID
               FILE STATUS IS LIVE-STATUS.
           SELECT REFMAST ASSIGN TO MASTER
               FILE STATUS IS LIVE-STATUS.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The backup generation chosen in the JCL (AOCBKUP's
      *    output, COPYLIB/BKUPREC.cpy layout). Read once to prove
      *    it against its own trailer before anything is loaded or
      *    compared, then again for the load or the compare.
       FD  BKIN RECORDING MODE F.
       01  BKIN-REC                PIC X(109).
      *
      *    The live masters. A restore loads the one named on the
      *    PARM into the freshly defined (empty) cluster in key
      *    order, then reads it back to prove it; a compare only
      *    reads it.
       FD  ELFMAST.
           COPY ELFROST.
       FD  NAMHIST.
           COPY ELFNAMH.
       FD  TARGMAST.
           COPY ELFTARG.
       FD  TEAMMAST.
           COPY TEAMMST.
       FD  PROFMAST.
           COPY ELFPROF.
      *
      *    Known-good reference answers, the flat deck AOCREFM
      *    maintains; a restore rewrites it in the backed-up order.
       FD  REFMAST RECORDING MODE F.
       01  REF-REC                 PIC X(70).
      *
      *    Restore/compare report: the backup's trailer against
      *    its own data, then either the load and the count/hash
      *    read back from the live master, or one line per
      *    difference between backup and live:
      *      CHANGED      same key, record differs (with both
      *                   images from the first differing byte)
      *      BACKUP ONLY  key in the backup, gone from live
      *      LIVE ONLY    key on live, not in the backup
      *    followed by the counts.
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
         05 BKIN-STATUS       PIC X(2) VALUE '00'.
         05 LIVE-STATUS       PIC X(2) VALUE '00'.
         05 TRAILER-SEEN      PIC X VALUE 'N'.
         05 BACKUP-OK         PIC X VALUE 'N'.
         05 ENTRY-FOUND       PIC X VALUE 'N'.

       01 TEMP.
         05 REC-COUNT         PIC 9(9)  VALUE 0.
         05 OUT-COUNT         PIC 9(9)  VALUE 0.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 MASTER-NAME       PIC X(8)  VALUE SPACES.
         05 RUN-MODE          PIC X(8)  VALUE SPACES.
         05 KEY-LEN           PIC 9(2)  VALUE 0.
         05 WRONG-COUNT       PIC 9(9)  VALUE 0.
         05 LOAD-ERRORS       PIC 9(9)  VALUE 0.
         05 TRL-DATE          PIC 9(8)  VALUE 0.
         05 TRL-TIME          PIC 9(8)  VALUE 0.
         05 TRL-COUNT         PIC 9(9)  VALUE 0.
         05 TRL-HASH          PIC 9(18) VALUE 0.
         05 LIVE-DATA         PIC X(100) VALUE SPACES.
         05 LIVE-COUNT        PIC 9(9)  VALUE 0.
         05 CHANGED-COUNT     PIC 9(9)  VALUE 0.
         05 BKONLY-COUNT      PIC 9(9)  VALUE 0.
         05 LVONLY-COUNT      PIC 9(9)  VALUE 0.
         05 DIFF-COUNT        PIC 9(9)  VALUE 0.
         05 BX                PIC 9(4)  VALUE 0.
         05 DX                PIC 9(3)  VALUE 0.
         05 SHOW-FROM         PIC 9(3)  VALUE 0.
         05 DIFF-TYPE         PIC X(12) VALUE SPACES.
         05 DIFF-KEY          PIC X(32) VALUE SPACES.
         05 KEY-IMAGE         PIC X(100) VALUE SPACES.
         05 CHECK-LABEL       PIC X(20) VALUE SPACES.
         05 RPT-COUNT-ED      PIC Z(8)9.
         05 RPT-HASH-ED       PIC Z(17)9.
         05 RPT-POS-ED        PIC ZZ9.

      *    The backup's data records, held for the keyed match
      *    against the live master in COMPARE mode. The backup is
      *    in the master's own order, so each live record is tried
      *    against the entry after the last one matched before the
      *    table is searched.
       01 BKUP-TABLE.
         05 BKUP-COUNT        PIC 9(4) VALUE 0.
         05 BKUP-ENTRY OCCURS 5000 TIMES.
             10  BT-DATA          PIC X(100) VALUE SPACES.
             10  BT-KEY           PIC X(32)  VALUE SPACES.
             10  BT-MATCHED       PIC X(1)   VALUE 'N'.

       COPY BKUPREC.

       COPY BKUPDEF.

       LINKAGE SECTION.
      *    JCL PARM: 'master,mode' - the master (ELFROST, ELFNAMH,
      *    ELFTARG, TEAMMST, ELFPROF or AOCREF) and VERIFY (prove
      *    the backup against its trailer only), RESTORE (prove it,
      *    load it, prove the load) or COMPARE (prove it, report
      *    its differences from live).
       01 PARM-AREA.
         05  PARM-LEN            PIC S9(4) COMP.
         05  PARM-TEXT           PIC X(20).
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCREST I/O ERROR - ABNORMAL END AT RECORD '
               REC-COUNT
           MOVE 'AOCREST' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE OUT-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE PARM-TEXT TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE DIFF-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           IF PARM-LEN = 0
               DISPLAY 'AOCREST NO PARM - EXPECT MASTER,MODE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           UNSTRING PARM-TEXT(1:PARM-LEN) DELIMITED BY ','
               INTO MASTER-NAME RUN-MODE
           END-UNSTRING
           EVALUATE MASTER-NAME
               WHEN 'ELFROST'
                   MOVE 13 TO KEY-LEN
               WHEN 'ELFNAMH'
                   MOVE 17 TO KEY-LEN
               WHEN 'ELFTARG'
                   MOVE 17 TO KEY-LEN
               WHEN 'TEAMMST'
                   MOVE 9 TO KEY-LEN
               WHEN 'ELFPROF'
                   MOVE 9 TO KEY-LEN
               WHEN 'AOCREF'
                   MOVE 32 TO KEY-LEN
               WHEN OTHER
                   DISPLAY 'AOCREST NOT A BACKED-UP MASTER: '
                       MASTER-NAME
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           IF RUN-MODE NOT = 'VERIFY'
               AND RUN-MODE NOT = 'RESTORE'
               AND RUN-MODE NOT = 'COMPARE'
               DISPLAY 'AOCREST MODE NOT VERIFY/RESTORE/COMPARE: '
                   RUN-MODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           OPEN OUTPUT RPTOUT.
           MOVE SPACES TO RPT-LINE
           STRING 'AOCREST ' DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SPACE
                  ' OF ' DELIMITED BY SIZE
                  MASTER-NAME DELIMITED BY SPACE
                  ' FROM BACKUP' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       PROCESS-BACKUP.
           PERFORM VERIFY-BACKUP
           IF BACKUP-OK = 'Y'
               EVALUATE RUN-MODE
                   WHEN 'RESTORE'
                       PERFORM RESTORE-MASTER
                   WHEN 'COMPARE'
                       PERFORM COMPARE-MASTER
               END-EVALUATE
           ELSE
               MOVE 12 TO RUN-RC
           END-IF
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCREST BACKUP RECORDS   = ' HASH-COUNT
           DISPLAY 'AOCREST RECORDS LOADED   = ' OUT-COUNT
           DISPLAY 'AOCREST DIFFERENCES      = ' DIFF-COUNT
           DISPLAY 'AOCREST RETURN CODE      = ' RUN-RC
           PERFORM WRITE-RUNLOG
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
      *--- pass 1: the backup against its own trailer --------------
      *    A generation with no trailer, a trailer for another
      *    master, data records from another master, or a count or
      *    key hash that disagrees with the trailer is refused.
       VERIFY-BACKUP.
           MOVE 'N' TO BACKUP-OK
           MOVE 'N' TO TRAILER-SEEN
           MOVE 0 TO WRONG-COUNT
           PERFORM RESET-KEY-HASH
           OPEN INPUT BKIN
           IF BKIN-STATUS NOT = '00'
               DISPLAY 'PGM AOCREST OPEN FAILED, STATUS = '
                   BKIN-STATUS
               MOVE 'BACKUP OPEN FAILED - NOTHING DONE' TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-BACKUP-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM CHECK-BACKUP-RECORD
                   PERFORM READ-BACKUP-RECORD
               END-PERFORM
               CLOSE BKIN
               PERFORM REPORT-BACKUP-CHECK
           END-IF.
      *
       READ-BACKUP-RECORD.
           READ BKIN INTO BKUP-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF BKIN-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
       CHECK-BACKUP-RECORD.
           IF BK-MASTER NOT = MASTER-NAME
               ADD 1 TO WRONG-COUNT
           ELSE
               IF BK-TYPE = 'T'
                   MOVE 'Y' TO TRAILER-SEEN
                   MOVE BK-TRL-DATE TO TRL-DATE
                   MOVE BK-TRL-TIME TO TRL-TIME
                   MOVE BK-TRL-COUNT TO TRL-COUNT
                   MOVE BK-TRL-HASH TO TRL-HASH
               ELSE
                   MOVE BK-DATA TO KEY-IMAGE
                   PERFORM BUILD-RECORD-KEY
                   PERFORM ADD-KEY-HASH
               END-IF
           END-IF.
      *
       REPORT-BACKUP-CHECK.
           MOVE SPACES TO RPT-LINE
           IF TRAILER-SEEN = 'Y'
               MOVE TRL-COUNT TO RPT-COUNT-ED
               MOVE TRL-HASH TO RPT-HASH-ED
               STRING 'BACKUP OF ' DELIMITED BY SIZE
                      TRL-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TRL-TIME DELIMITED BY SIZE
                      ' TRAILER  ' DELIMITED BY SIZE
                      RPT-COUNT-ED DELIMITED BY SIZE
                      ' HASH ' DELIMITED BY SIZE
                      RPT-HASH-ED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE 'BACKUP HAS NO TRAILER - UNLOAD DID NOT COMPLETE'
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE 'BACKUP DATA RECORDS' TO CHECK-LABEL
           MOVE HASH-COUNT TO LIVE-COUNT
           PERFORM WRITE-COUNT-HASH-LINE
           IF WRONG-COUNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE WRONG-COUNT TO RPT-COUNT-ED
               STRING 'RECORDS FOR ANOTHER MASTER: ' DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF
           IF TRAILER-SEEN = 'Y'
               AND WRONG-COUNT = 0
               AND HASH-COUNT = TRL-COUNT
               AND HASH-TOTAL = TRL-HASH
               MOVE 'Y' TO BACKUP-OK
               MOVE 'BACKUP AGREES WITH ITS TRAILER' TO RPT-LINE
           ELSE
               MOVE 'BACKUP REFUSED - DOES NOT AGREE WITH ITS TRAILER'
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE.
      *
      *--- restore ---------------------------------------------------
      *    The JCL has deleted and redefined the cluster (or the
      *    reference deck is simply rewritten), so the load is a
      *    straight sequential write in the backup's order; the
      *    result is then read back and must reproduce the
      *    trailer's count and key hash.
       RESTORE-MASTER.
           PERFORM OPEN-LIVE-OUTPUT
           IF LIVE-STATUS NOT = '00'
               DISPLAY 'PGM AOCREST OPEN FAILED, STATUS = '
                   LIVE-STATUS
               MOVE 'MASTER OPEN FAILED - NOTHING LOADED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 12 TO RUN-RC
           ELSE
               OPEN INPUT BKIN
               MOVE SPACE TO LASTREC
               PERFORM READ-BACKUP-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF BK-TYPE = 'D'
                       PERFORM WRITE-LIVE-RECORD
                   END-IF
                   PERFORM READ-BACKUP-RECORD
               END-PERFORM
               CLOSE BKIN
               PERFORM CLOSE-LIVE
               MOVE 'RECORDS LOADED' TO CHECK-LABEL
               MOVE OUT-COUNT TO RPT-COUNT-ED
               PERFORM WRITE-COUNT-LINE
               IF LOAD-ERRORS > 0
                   MOVE 'RECORDS NOT LOADED' TO CHECK-LABEL
                   MOVE LOAD-ERRORS TO RPT-COUNT-ED
                   PERFORM WRITE-COUNT-LINE
               END-IF
               PERFORM VERIFY-LIVE
           END-IF.
      *
       VERIFY-LIVE.
           PERFORM RESET-KEY-HASH
           PERFORM OPEN-LIVE-INPUT
           IF LIVE-STATUS = '00'
               MOVE SPACE TO LASTREC
               PERFORM READ-LIVE-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE LIVE-DATA TO KEY-IMAGE
                   PERFORM BUILD-RECORD-KEY
                   PERFORM ADD-KEY-HASH
                   PERFORM READ-LIVE-RECORD
               END-PERFORM
               PERFORM CLOSE-LIVE
           END-IF
           MOVE 'MASTER AFTER LOAD' TO CHECK-LABEL
           MOVE HASH-COUNT TO LIVE-COUNT
           PERFORM WRITE-COUNT-HASH-LINE
           IF HASH-COUNT = TRL-COUNT
               AND HASH-TOTAL = TRL-HASH
               AND LOAD-ERRORS = 0
               MOVE 'RESTORE VERIFIED - MASTER MATCHES THE TRAILER'
                   TO RPT-LINE
           ELSE
               MOVE 'RESTORE FAILED - MASTER DOES NOT MATCH TRAILER'
                   TO RPT-LINE
               MOVE 12 TO RUN-RC
           END-IF
           WRITE RPT-LINE.
      *
      *--- compare ---------------------------------------------------
       COMPARE-MASTER.
           PERFORM LOAD-BACKUP-TABLE
           IF BKUP-COUNT < HASH-COUNT
               MOVE 'BACKUP TOO LARGE TO COMPARE - 5000 RECORD LIMIT'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 12 TO RUN-RC
           ELSE
               PERFORM OPEN-LIVE-INPUT
               IF LIVE-STATUS NOT = '00'
                   DISPLAY 'PGM AOCREST OPEN FAILED, STATUS = '
                       LIVE-STATUS
                   MOVE 'MASTER OPEN FAILED - NOTHING COMPARED'
                       TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE 12 TO RUN-RC
               ELSE
                   MOVE 0 TO BX
                   MOVE 0 TO LIVE-COUNT
                   MOVE SPACE TO LASTREC
                   PERFORM READ-LIVE-RECORD
                   PERFORM UNTIL LASTREC = 'Y'
                       ADD 1 TO LIVE-COUNT
                       PERFORM MATCH-LIVE-RECORD
                       PERFORM READ-LIVE-RECORD
                   END-PERFORM
                   PERFORM CLOSE-LIVE
                   PERFORM REPORT-BACKUP-ONLY
                   PERFORM WRITE-COMPARE-SUMMARY
                   IF DIFF-COUNT > 0
                       MOVE 4 TO RUN-RC
                   END-IF
               END-IF
           END-IF.
      *
       LOAD-BACKUP-TABLE.
           OPEN INPUT BKIN
           MOVE SPACE TO LASTREC
           PERFORM READ-BACKUP-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF BK-TYPE = 'D' AND BKUP-COUNT < 5000
                   ADD 1 TO BKUP-COUNT
                   MOVE BK-DATA TO BT-DATA(BKUP-COUNT)
                   MOVE BK-DATA TO KEY-IMAGE
                   PERFORM BUILD-RECORD-KEY
                   MOVE HASH-KEY-TEXT TO BT-KEY(BKUP-COUNT)
               END-IF
               PERFORM READ-BACKUP-RECORD
           END-PERFORM
           CLOSE BKIN.
      *
       MATCH-LIVE-RECORD.
           MOVE 'N' TO ENTRY-FOUND
           MOVE LIVE-DATA TO KEY-IMAGE
           PERFORM BUILD-RECORD-KEY
           IF BX < BKUP-COUNT
               ADD 1 TO BX
               IF BT-KEY(BX) = HASH-KEY-TEXT
                   MOVE 'Y' TO ENTRY-FOUND
               END-IF
           END-IF
           IF ENTRY-FOUND NOT = 'Y'
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BKUP-COUNT
                   OR BT-KEY(BX) = HASH-KEY-TEXT
                   CONTINUE
               END-PERFORM
               IF BX NOT > BKUP-COUNT
                   MOVE 'Y' TO ENTRY-FOUND
               END-IF
           END-IF
           MOVE HASH-KEY-TEXT TO DIFF-KEY
           IF ENTRY-FOUND NOT = 'Y'
               MOVE 0 TO BX
               ADD 1 TO LVONLY-COUNT
               MOVE 'LIVE ONLY' TO DIFF-TYPE
               PERFORM WRITE-DIFFERENCE
           ELSE
               MOVE 'Y' TO BT-MATCHED(BX)
               IF BT-DATA(BX) NOT = LIVE-DATA
                   ADD 1 TO CHANGED-COUNT
                   MOVE 'CHANGED' TO DIFF-TYPE
                   PERFORM WRITE-DIFFERENCE
                   PERFORM WRITE-CHANGED-IMAGES
               END-IF
           END-IF.
      *
      *    The key of the record image in KEY-IMAGE, left in the
      *    hash fields: the leading KEY-LEN bytes, except for the
      *    reference deck's split key (SET-REF-HASH-KEY).
       BUILD-RECORD-KEY.
           IF MASTER-NAME = 'AOCREF'
               MOVE KEY-IMAGE(1:70) TO HASH-REF-IMAGE
               PERFORM SET-REF-HASH-KEY
           ELSE
               MOVE SPACES TO HASH-KEY-TEXT
               MOVE KEY-IMAGE(1:KEY-LEN) TO HASH-KEY-TEXT
               MOVE KEY-LEN TO HASH-KEY-LEN
           END-IF.
      *
       REPORT-BACKUP-ONLY.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BKUP-COUNT
               IF BT-MATCHED(BX) = 'N'
                   ADD 1 TO BKONLY-COUNT
                   MOVE 'BACKUP ONLY' TO DIFF-TYPE
                   MOVE BT-KEY(BX) TO DIFF-KEY
                   PERFORM WRITE-DIFFERENCE
               END-IF
           END-PERFORM.
      *
       WRITE-DIFFERENCE.
           ADD 1 TO DIFF-COUNT
           MOVE SPACES TO RPT-LINE
           STRING DIFF-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DIFF-KEY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
      *    Both images from the first byte that differs, so the
      *    changed field is in view whatever the master.
       WRITE-CHANGED-IMAGES.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 100
               OR BT-DATA(BX)(DX:1) NOT = LIVE-DATA(DX:1)
               CONTINUE
           END-PERFORM
           MOVE DX TO SHOW-FROM
           IF SHOW-FROM > 41
               MOVE 41 TO SHOW-FROM
           END-IF
           MOVE DX TO RPT-POS-ED
           MOVE SPACES TO RPT-LINE
           STRING '  BACKUP @' DELIMITED BY SIZE
                  RPT-POS-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BT-DATA(BX)(SHOW-FROM:60) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  LIVE   @' DELIMITED BY SIZE
                  RPT-POS-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LIVE-DATA(SHOW-FROM:60) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-COMPARE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LIVE RECORDS' TO CHECK-LABEL
           MOVE LIVE-COUNT TO RPT-COUNT-ED
           PERFORM WRITE-COUNT-LINE
           MOVE 'CHANGED' TO CHECK-LABEL
           MOVE CHANGED-COUNT TO RPT-COUNT-ED
           PERFORM WRITE-COUNT-LINE
           MOVE 'BACKUP ONLY' TO CHECK-LABEL
           MOVE BKONLY-COUNT TO RPT-COUNT-ED
           PERFORM WRITE-COUNT-LINE
           MOVE 'LIVE ONLY' TO CHECK-LABEL
           MOVE LVONLY-COUNT TO RPT-COUNT-ED
           PERFORM WRITE-COUNT-LINE
           MOVE 'TOTAL DIFFERENCES' TO CHECK-LABEL
           MOVE DIFF-COUNT TO RPT-COUNT-ED
           PERFORM WRITE-COUNT-LINE.
      *
      *--- live master access by name --------------------------------
       OPEN-LIVE-INPUT.
           EVALUATE MASTER-NAME
               WHEN 'ELFROST'
                   OPEN INPUT ELFMAST
               WHEN 'ELFNAMH'
                   OPEN INPUT NAMHIST
               WHEN 'ELFTARG'
                   OPEN INPUT TARGMAST
               WHEN 'TEAMMST'
                   OPEN INPUT TEAMMAST
               WHEN 'ELFPROF'
                   OPEN INPUT PROFMAST
               WHEN 'AOCREF'
                   OPEN INPUT REFMAST
           END-EVALUATE.
      *
       OPEN-LIVE-OUTPUT.
           EVALUATE MASTER-NAME
               WHEN 'ELFROST'
                   OPEN OUTPUT ELFMAST
               WHEN 'ELFNAMH'
                   OPEN OUTPUT NAMHIST
               WHEN 'ELFTARG'
                   OPEN OUTPUT TARGMAST
               WHEN 'TEAMMST'
                   OPEN OUTPUT TEAMMAST
               WHEN 'ELFPROF'
                   OPEN OUTPUT PROFMAST
               WHEN 'AOCREF'
                   OPEN OUTPUT REFMAST
           END-EVALUATE.
      *
       READ-LIVE-RECORD.
           MOVE SPACES TO LIVE-DATA
           EVALUATE MASTER-NAME
               WHEN 'ELFROST'
                   READ ELFMAST
                       AT END MOVE 'Y' TO LASTREC
                   END-READ
                   MOVE ELFROST-REC TO LIVE-DATA
               WHEN 'ELFNAMH'
                   READ NAMHIST
                       AT END MOVE 'Y' TO LASTREC
                   END-READ
                   MOVE ELFNAMH-REC TO LIVE-DATA
               WHEN 'ELFTARG'
                   READ TARGMAST
                       AT END MOVE 'Y' TO LASTREC
                   END-READ
                   MOVE ELFTARG-REC TO LIVE-DATA
               WHEN 'TEAMMST'
                   READ TEAMMAST
                       AT END MOVE 'Y' TO LASTREC
                   END-READ
                   MOVE TEAMMST-REC TO LIVE-DATA
               WHEN 'ELFPROF'
                   READ PROFMAST
                       AT END MOVE 'Y' TO LASTREC
                   END-READ
                   MOVE ELFPROF-REC TO LIVE-DATA
               WHEN 'AOCREF'
                   READ REFMAST
                       AT END MOVE 'Y' TO LASTREC
                   END-READ
                   MOVE REF-REC TO LIVE-DATA
           END-EVALUATE
           IF LIVE-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
      *    A record the cluster will not take (out of key order or
      *    a duplicate key) is counted, and the read-back then
      *    fails the restore.
       WRITE-LIVE-RECORD.
           EVALUATE MASTER-NAME
               WHEN 'ELFROST'
                   MOVE BK-DATA TO ELFROST-REC
                   WRITE ELFROST-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 'ELFNAMH'
                   MOVE BK-DATA TO ELFNAMH-REC
                   WRITE ELFNAMH-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 'ELFTARG'
                   MOVE BK-DATA TO ELFTARG-REC
                   WRITE ELFTARG-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 'TEAMMST'
                   MOVE BK-DATA TO TEAMMST-REC
                   WRITE TEAMMST-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 'ELFPROF'
                   MOVE BK-DATA TO ELFPROF-REC
                   WRITE ELFPROF-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 'AOCREF'
                   MOVE BK-DATA TO REF-REC
                   WRITE REF-REC
           END-EVALUATE
           IF LIVE-STATUS = '00'
               ADD 1 TO OUT-COUNT
           ELSE
               ADD 1 TO LOAD-ERRORS
           END-IF.
      *
       CLOSE-LIVE.
           EVALUATE MASTER-NAME
               WHEN 'ELFROST'
                   CLOSE ELFMAST
               WHEN 'ELFNAMH'
                   CLOSE NAMHIST
               WHEN 'ELFTARG'
                   CLOSE TARGMAST
               WHEN 'TEAMMST'
                   CLOSE TEAMMAST
               WHEN 'ELFPROF'
                   CLOSE PROFMAST
               WHEN 'AOCREF'
                   CLOSE REFMAST
           END-EVALUATE.
      *
      *--- report lines ----------------------------------------------
       WRITE-COUNT-HASH-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE LIVE-COUNT TO RPT-COUNT-ED
           MOVE HASH-TOTAL TO RPT-HASH-ED
           STRING CHECK-LABEL DELIMITED BY SIZE
                  RPT-COUNT-ED DELIMITED BY SIZE
                  ' HASH ' DELIMITED BY SIZE
                  RPT-HASH-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           STRING CHECK-LABEL DELIMITED BY SIZE
                  RPT-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCREST' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE OUT-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE PARM-TEXT TO RL-NOTE
           MOVE RUN-RC TO RL-RC
           MOVE DIFF-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY BKUPPROC.
