      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCBKUP.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELFMAST ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELF-KEY
               FILE STATUS IS MAST-STATUS.
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
           SELECT REFIN   ASSIGN TO AOCREF
               FILE STATUS IS REF-STATUS.
           SELECT BKROST  ASSIGN TO BKROST.
           SELECT BKNAMH  ASSIGN TO BKNAMH.
           SELECT BKTARG  ASSIGN TO BKTARG.
           SELECT BKTEAM  ASSIGN TO BKTEAM.
           SELECT BKPROF  ASSIGN TO BKPROF.
           SELECT BKREF   ASSIGN TO BKREF.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The five keyed masters, each unloaded front to back in
      *    key order.
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
      *    maintains, unloaded in file order.
       FD  REFIN RECORDING MODE F.
       01  REF-IN                  PIC X(70).
      *
      *    Tonight's backup generations, one per master, each in
      *    the COPYLIB/BKUPREC.cpy layout: data records, then the
      *    count/key-hash control trailer.
       FD  BKROST RECORDING MODE F.
       01  BKROST-REC              PIC X(109).
       FD  BKNAMH RECORDING MODE F.
       01  BKNAMH-REC              PIC X(109).
       FD  BKTARG RECORDING MODE F.
       01  BKTARG-REC              PIC X(109).
       FD  BKTEAM RECORDING MODE F.
       01  BKTEAM-REC              PIC X(109).
       FD  BKPROF RECORDING MODE F.
       01  BKPROF-REC              PIC X(109).
       FD  BKREF RECORDING MODE F.
       01  BKREF-REC               PIC X(109).
      *
      *    Unload report: one line per master with the count and
      *    key hash written to its trailer, or the open failure
      *    that left its generation without one.
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
         05 MAST-STATUS       PIC X(2) VALUE '00'.
         05 NAMH-STATUS       PIC X(2) VALUE '00'.
         05 TARG-STATUS       PIC X(2) VALUE '00'.
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 PROF-STATUS       PIC X(2) VALUE '00'.
         05 REF-STATUS        PIC X(2) VALUE '00'.

       01 TEMP.
         05 REC-COUNT         PIC 9(9) VALUE 0.
         05 OUT-COUNT         PIC 9(9) VALUE 0.
         05 FAIL-COUNT        PIC 9(9) VALUE 0.
         05 BKUP-TIME         PIC 9(8) VALUE 0.
         05 MASTER-NAME       PIC X(8) VALUE SPACES.
         05 OPEN-STATUS       PIC X(2) VALUE SPACES.
         05 RPT-COUNT-ED      PIC Z(8)9.
         05 RPT-HASH-ED       PIC Z(17)9.

       COPY BKUPREC.

       COPY BKUPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BKROST BKNAMH
               BKTARG BKTEAM BKPROF BKREF RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCBKUP I/O ERROR - ABNORMAL END AT RECORD '
               REC-COUNT
           MOVE 'AOCBKUP' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE OUT-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE FAIL-COUNT TO RL-WARN-COUNT
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
           MOVE RL-START-TIME TO BKUP-TIME.
           OPEN OUTPUT BKROST BKNAMH BKTARG BKTEAM BKPROF BKREF.
           OPEN OUTPUT RPTOUT.
           MOVE 'AOCBKUP MASTER UNLOAD - COUNT AND KEY HASH PER MASTER'
               TO RPT-LINE
           WRITE RPT-LINE.
      *
       UNLOAD-MASTERS.
           PERFORM UNLOAD-ROSTER
           PERFORM UNLOAD-NAME-HISTORY
           PERFORM UNLOAD-TARGETS
           PERFORM UNLOAD-TEAM-MASTER
           PERFORM UNLOAD-PROFILES
           PERFORM UNLOAD-REFERENCE
           PERFORM WRITE-SUMMARY
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCBKUP RECORDS UNLOADED = ' OUT-COUNT
           DISPLAY 'AOCBKUP MASTERS FAILED   = ' FAIL-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE BKROST BKNAMH BKTARG BKTEAM BKPROF BKREF.
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF FAIL-COUNT > 0
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.
      *
      *    A master that will not open, or whose read stops short
      *    of end of file, gets no trailer, so its generation can
      *    never be restored as if it were whole; the rest of the
      *    masters are still unloaded.
       UNLOAD-ROSTER.
           MOVE 'ELFROST' TO MASTER-NAME
           PERFORM RESET-KEY-HASH
           OPEN INPUT ELFMAST
           IF MAST-STATUS NOT = '00'
               MOVE MAST-STATUS TO OPEN-STATUS
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-ROSTER-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ELFROST-REC TO BK-DATA
                   MOVE ELF-KEY TO HASH-KEY-TEXT
                   MOVE 13 TO HASH-KEY-LEN
                   PERFORM BUILD-DATA-RECORD
                   WRITE BKROST-REC FROM BKUP-REC
                   PERFORM READ-ROSTER-RECORD
               END-PERFORM
               MOVE MAST-STATUS TO OPEN-STATUS
               CLOSE ELFMAST
               IF OPEN-STATUS = '10'
                   PERFORM BUILD-TRAILER
                   WRITE BKROST-REC FROM BKUP-REC
                   PERFORM WRITE-MASTER-LINE
               ELSE
                   PERFORM WRITE-READ-FAILED
               END-IF
           END-IF.
      *
       READ-ROSTER-RECORD.
           READ ELFMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF MAST-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
       UNLOAD-NAME-HISTORY.
           MOVE 'ELFNAMH' TO MASTER-NAME
           PERFORM RESET-KEY-HASH
           OPEN INPUT NAMHIST
           IF NAMH-STATUS NOT = '00'
               MOVE NAMH-STATUS TO OPEN-STATUS
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-NAMH-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ELFNAMH-REC TO BK-DATA
                   MOVE ENH-KEY TO HASH-KEY-TEXT
                   MOVE 17 TO HASH-KEY-LEN
                   PERFORM BUILD-DATA-RECORD
                   WRITE BKNAMH-REC FROM BKUP-REC
                   PERFORM READ-NAMH-RECORD
               END-PERFORM
               MOVE NAMH-STATUS TO OPEN-STATUS
               CLOSE NAMHIST
               IF OPEN-STATUS = '10'
                   PERFORM BUILD-TRAILER
                   WRITE BKNAMH-REC FROM BKUP-REC
                   PERFORM WRITE-MASTER-LINE
               ELSE
                   PERFORM WRITE-READ-FAILED
               END-IF
           END-IF.
      *
       READ-NAMH-RECORD.
           READ NAMHIST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF NAMH-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
       UNLOAD-TARGETS.
           MOVE 'ELFTARG' TO MASTER-NAME
           PERFORM RESET-KEY-HASH
           OPEN INPUT TARGMAST
           IF TARG-STATUS NOT = '00'
               MOVE TARG-STATUS TO OPEN-STATUS
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-TARG-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ELFTARG-REC TO BK-DATA
                   MOVE ET-KEY TO HASH-KEY-TEXT
                   MOVE 17 TO HASH-KEY-LEN
                   PERFORM BUILD-DATA-RECORD
                   WRITE BKTARG-REC FROM BKUP-REC
                   PERFORM READ-TARG-RECORD
               END-PERFORM
               MOVE TARG-STATUS TO OPEN-STATUS
               CLOSE TARGMAST
               IF OPEN-STATUS = '10'
                   PERFORM BUILD-TRAILER
                   WRITE BKTARG-REC FROM BKUP-REC
                   PERFORM WRITE-MASTER-LINE
               ELSE
                   PERFORM WRITE-READ-FAILED
               END-IF
           END-IF.
      *
       READ-TARG-RECORD.
           READ TARGMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF TARG-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
       UNLOAD-TEAM-MASTER.
           MOVE 'TEAMMST' TO MASTER-NAME
           PERFORM RESET-KEY-HASH
           OPEN INPUT TEAMMAST
           IF TEAM-STATUS NOT = '00'
               MOVE TEAM-STATUS TO OPEN-STATUS
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-TEAM-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE TEAMMST-REC TO BK-DATA
                   MOVE TEAMMST-REC(1:9) TO HASH-KEY-TEXT
                   MOVE 9 TO HASH-KEY-LEN
                   PERFORM BUILD-DATA-RECORD
                   WRITE BKTEAM-REC FROM BKUP-REC
                   PERFORM READ-TEAM-RECORD
               END-PERFORM
               MOVE TEAM-STATUS TO OPEN-STATUS
               CLOSE TEAMMAST
               IF OPEN-STATUS = '10'
                   PERFORM BUILD-TRAILER
                   WRITE BKTEAM-REC FROM BKUP-REC
                   PERFORM WRITE-MASTER-LINE
               ELSE
                   PERFORM WRITE-READ-FAILED
               END-IF
           END-IF.
      *
       READ-TEAM-RECORD.
           READ TEAMMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF TEAM-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
       UNLOAD-PROFILES.
           MOVE 'ELFPROF' TO MASTER-NAME
           PERFORM RESET-KEY-HASH
           OPEN INPUT PROFMAST
           IF PROF-STATUS NOT = '00'
               MOVE PROF-STATUS TO OPEN-STATUS
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-PROF-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ELFPROF-REC TO BK-DATA
                   MOVE ELFPROF-REC(1:9) TO HASH-KEY-TEXT
                   MOVE 9 TO HASH-KEY-LEN
                   PERFORM BUILD-DATA-RECORD
                   WRITE BKPROF-REC FROM BKUP-REC
                   PERFORM READ-PROF-RECORD
               END-PERFORM
               MOVE PROF-STATUS TO OPEN-STATUS
               CLOSE PROFMAST
               IF OPEN-STATUS = '10'
                   PERFORM BUILD-TRAILER
                   WRITE BKPROF-REC FROM BKUP-REC
                   PERFORM WRITE-MASTER-LINE
               ELSE
                   PERFORM WRITE-READ-FAILED
               END-IF
           END-IF.
      *
       READ-PROF-RECORD.
           READ PROFMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF PROF-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
      *    The reference deck is keyed on program + label within
      *    camp (SET-REF-HASH-KEY).
       UNLOAD-REFERENCE.
           MOVE 'AOCREF' TO MASTER-NAME
           PERFORM RESET-KEY-HASH
           OPEN INPUT REFIN
           IF REF-STATUS NOT = '00'
               MOVE REF-STATUS TO OPEN-STATUS
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-REF-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE REF-IN TO BK-DATA
                   MOVE REF-IN TO HASH-REF-IMAGE
                   PERFORM SET-REF-HASH-KEY
                   PERFORM BUILD-DATA-RECORD
                   WRITE BKREF-REC FROM BKUP-REC
                   PERFORM READ-REF-RECORD
               END-PERFORM
               MOVE REF-STATUS TO OPEN-STATUS
               CLOSE REFIN
               IF OPEN-STATUS = '10'
                   PERFORM BUILD-TRAILER
                   WRITE BKREF-REC FROM BKUP-REC
                   PERFORM WRITE-MASTER-LINE
               ELSE
                   PERFORM WRITE-READ-FAILED
               END-IF
           END-IF.
      *
       READ-REF-RECORD.
           READ REFIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF REF-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
      *    The caller has already moved the image to BK-DATA and
      *    the key to the hash fields.
       BUILD-DATA-RECORD.
           MOVE 'D' TO BK-TYPE
           MOVE MASTER-NAME TO BK-MASTER
           PERFORM ADD-KEY-HASH
           ADD 1 TO OUT-COUNT.
      *
       BUILD-TRAILER.
           MOVE SPACES TO BKUP-REC
           MOVE 'T' TO BK-TYPE
           MOVE MASTER-NAME TO BK-MASTER
           MOVE RL-RUN-DATE TO BK-TRL-DATE
           MOVE BKUP-TIME TO BK-TRL-TIME
           MOVE HASH-COUNT TO BK-TRL-COUNT
           MOVE HASH-TOTAL TO BK-TRL-HASH.
      *
       WRITE-MASTER-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE HASH-COUNT TO RPT-COUNT-ED
           MOVE HASH-TOTAL TO RPT-HASH-ED
           STRING MASTER-NAME DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  RPT-COUNT-ED DELIMITED BY SIZE
                  '  KEY HASH ' DELIMITED BY SIZE
                  RPT-HASH-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-OPEN-FAILED.
           ADD 1 TO FAIL-COUNT
           DISPLAY 'PGM AOCBKUP OPEN FAILED ON ' MASTER-NAME
               ', STATUS = ' OPEN-STATUS
           MOVE SPACES TO RPT-LINE
           STRING MASTER-NAME DELIMITED BY SIZE
                  ' OPEN FAILED, STATUS = ' DELIMITED BY SIZE
                  OPEN-STATUS DELIMITED BY SIZE
                  ' - NO TRAILER WRITTEN' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-READ-FAILED.
           ADD 1 TO FAIL-COUNT
           DISPLAY 'PGM AOCBKUP READ FAILED ON ' MASTER-NAME
               ', STATUS = ' OPEN-STATUS
           MOVE SPACES TO RPT-LINE
           STRING MASTER-NAME DELIMITED BY SIZE
                  ' READ FAILED, STATUS = ' DELIMITED BY SIZE
                  OPEN-STATUS DELIMITED BY SIZE
                  ' - NO TRAILER WRITTEN' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE OUT-COUNT TO RPT-COUNT-ED
           STRING 'TOTAL RECORDS UNLOADED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE FAIL-COUNT TO RPT-COUNT-ED
           STRING 'MASTERS NOT UNLOADED:   ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCBKUP' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE OUT-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           IF FAIL-COUNT > 0
               MOVE 12 TO RL-RC
           ELSE
               MOVE 0 TO RL-RC
           END-IF
           MOVE FAIL-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY BKUPPROC.
