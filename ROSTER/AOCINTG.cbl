      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCINTG.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELFMAST ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ELF-KEY
               FILE STATUS IS MAST-STATUS.
           SELECT NAMHIST ASSIGN TO ELFNAMH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENH-KEY
               FILE STATUS IS NAMH-STATUS.
           SELECT TEAMMAST ASSIGN TO TEAMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-ELF-ID
               FILE STATUS IS TEAM-STATUS.
           SELECT TARGMAST ASSIGN TO ELFTARG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ET-KEY
               FILE STATUS IS TARG-STATUS.
           SELECT PROFMAST ASSIGN TO ELFPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-ELF-ID
               FILE STATUS IS PROF-STATUS.
           SELECT RESMAST ASSIGN TO ELFRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-ELF-ID
               FILE STATUS IS RES-STATUS.
           SELECT NKEYMAST ASSIGN TO ELFNKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NK-KEY
               FILE STATUS IS NKEY-STATUS.
           SELECT NITECTL ASSIGN TO NITECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NC-KEY
               FILE STATUS IS CTL-STATUS.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    Master elf roster, read by key: every other cluster's
      *    ELF-ID is checked against it. The other clusters are
      *    keyed by ELF-ID alone and hold the home camp's elves, so
      *    the lookups are under the home camp's code.
       FD  ELFMAST.
           COPY ELFROST.
      *
      *    Effective-dated name history, read in key order (elf,
      *    then effective date), so the last record at or before
      *    today in each elf's group is the name in force.
       FD  NAMHIST.
           COPY ELFNAMH.
      *
      *    Team master, read front to back for orphans.
       FD  TEAMMAST.
           COPY TEAMMST.
      *
      *    Calorie target master, read front to back for orphans.
       FD  TARGMAST.
           COPY ELFTARG.
      *
      *    Per-elf profile, read front to back for records left
      *    behind by an elf number the roster has since vacated.
       FD  PROFMAST.
           COPY ELFPROF.
      *
      *    Inquiry store, read by key for each name-key entry.
       FD  RESMAST.
           COPY ELFRES.
      *
      *    Inquiry name keys, read front to back; each must lead to
      *    an inquiry-store record carrying the same name.
       FD  NKEYMAST.
           COPY ELFNKEY.
      *
      *    Night-control file, read front to back: AOCNCTL only
      *    ever writes records dated on or before today, 'C' for a
      *    step or stream complete and, for the nightly job streams
      *    only, 'S' started or 'F' ended without completing.
       FD  NITECTL.
           COPY NITECTL.
      *
      *    Integrity report, one line per finding with its reason
      *    code, then a count per check and the total:
      *      TMOR  TEAMMST entry for an elf not on ELFROST
      *      TGOR  ELFTARG entry for an elf not on ELFROST
      *      NHMM  ELFNAMH current name differs from ELF-NAME
      *      NHVC  ELFNAMH current name set, elf not on ELFROST
      *      NKOR  ELFNKEY entry with no ELFRES record
      *      NKNM  ELFNKEY name differs from the ELFRES name
      *      PFVC  ELFPROF record for a vacated elf number
      *      NCST  NITECTL record status not C, S or F
      *      NCDT  NITECTL business date invalid or in the future
      *      OPEN  cluster could not be opened, check not run
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
         05 TEAM-STATUS       PIC X(2) VALUE '00'.
         05 TARG-STATUS       PIC X(2) VALUE '00'.
         05 PROF-STATUS       PIC X(2) VALUE '00'.
         05 RES-STATUS        PIC X(2) VALUE '00'.
         05 NKEY-STATUS       PIC X(2) VALUE '00'.
         05 CTL-STATUS        PIC X(2) VALUE '00'.
         05 ROSTER-FOUND      PIC X VALUE 'N'.

       01 TEMP.
         05 TODAY             PIC 9(8) VALUE 0.
         05 REC-COUNT         PIC 9(9) VALUE 0.
         05 FINDING-COUNT     PIC 9(9) VALUE 0.
         05 CHECK-COUNT       PIC 9(9) VALUE 0.
         05 PREV-ELF-ID       PIC 9(9) VALUE 0.
         05 CUR-NAME          PIC X(20) VALUE SPACES.
         05 CUR-NAME-SET      PIC X VALUE 'N'.
         05 FIND-REASON       PIC X(4) VALUE SPACES.
         05 FIND-ELF-ID       PIC 9(9) VALUE 0.
         05 FIND-TEXT         PIC X(56) VALUE SPACES.
         05 CHECK-NAME        PIC X(40) VALUE SPACES.
         05 RPT-ID-ED         PIC Z(8)9.
         05 RPT-COUNT-ED      PIC Z(8)9.

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RPTOUT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCINTG I/O ERROR - ABNORMAL END AT RECORD '
               REC-COUNT
           MOVE 'AOCINTG' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 16 TO RL-RC
           MOVE FINDING-COUNT TO RL-WARN-COUNT
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
           OPEN OUTPUT RPTOUT.
      *    Without the roster there is nothing to check the other
      *    clusters against, so only the NITECTL check runs.
           OPEN INPUT  ELFMAST.
           IF MAST-STATUS NOT = '00'
               MOVE 'ELFROST' TO FIND-TEXT
               PERFORM WRITE-OPEN-FAILED
           END-IF.
      *
       CHECK-CLUSTERS.
           IF MAST-STATUS = '00'
               PERFORM CHECK-TEAM-MASTER
               PERFORM CHECK-TARGET-MASTER
               PERFORM CHECK-NAME-HISTORY
               PERFORM CHECK-PROFILES
               CLOSE ELFMAST
           END-IF
           PERFORM CHECK-NAME-KEYS
           PERFORM CHECK-NIGHT-CONTROL
           PERFORM WRITE-SUMMARY
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCINTG RECORDS CHECKED = ' REC-COUNT
           DISPLAY 'AOCINTG FINDINGS        = ' FINDING-COUNT
           PERFORM WRITE-RUNLOG
           CLOSE RPTOUT.
           CLOSE RUNLOG.
           IF FINDING-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
      *
      *    Leaves ROSTER-FOUND 'Y' with ELFROST-REC filled when
      *    FIND-ELF-ID is on the roster. Key 0 is a setup job's
      *    prime record, never an orphan.
       LOOKUP-ROSTER.
           MOVE 'N' TO ROSTER-FOUND
           IF FIND-ELF-ID = 0
               MOVE 'Y' TO ROSTER-FOUND
               MOVE SPACES TO ELF-NAME
           END-IF
           MOVE HOME-CAMP TO ELF-CAMP
           MOVE FIND-ELF-ID TO ELF-ID
           IF FIND-ELF-ID NOT = 0
               READ ELFMAST
                   INVALID KEY CONTINUE
               END-READ
               IF MAST-STATUS = '00'
                   MOVE 'Y' TO ROSTER-FOUND
               END-IF
           END-IF.
      *
       CHECK-TEAM-MASTER.
           MOVE 0 TO CHECK-COUNT
           OPEN INPUT TEAMMAST
           IF TEAM-STATUS NOT = '00'
               MOVE 'TEAMMST' TO FIND-TEXT
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-TEAM-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE TM-ELF-ID TO FIND-ELF-ID
                   PERFORM LOOKUP-ROSTER
                   IF ROSTER-FOUND NOT = 'Y'
                       MOVE 'TMOR' TO FIND-REASON
                       MOVE SPACES TO FIND-TEXT
                       STRING 'CREW ' DELIMITED BY SIZE
                              TM-CREW-CODE DELIMITED BY SIZE
                              ' - ELF NOT ON ROSTER' DELIMITED BY SIZE
                           INTO FIND-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING
                   END-IF
                   PERFORM READ-TEAM-RECORD
               END-PERFORM
               CLOSE TEAMMAST
           END-IF
           MOVE 'TEAMMST ORPHANS' TO CHECK-NAME
           PERFORM WRITE-CHECK-COUNT.
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
       CHECK-TARGET-MASTER.
           MOVE 0 TO CHECK-COUNT
           OPEN INPUT TARGMAST
           IF TARG-STATUS NOT = '00'
               MOVE 'ELFTARG' TO FIND-TEXT
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-TARG-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE ET-ELF-ID TO FIND-ELF-ID
                   PERFORM LOOKUP-ROSTER
                   IF ROSTER-FOUND NOT = 'Y'
                       MOVE 'TGOR' TO FIND-REASON
                       MOVE SPACES TO FIND-TEXT
                       STRING 'TARGET EFF ' DELIMITED BY SIZE
                              ET-EFF-DATE DELIMITED BY SIZE
                              ' - ELF NOT ON ROSTER' DELIMITED BY SIZE
                           INTO FIND-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING
                   END-IF
                   PERFORM READ-TARG-RECORD
               END-PERFORM
               CLOSE TARGMAST
           END-IF
           MOVE 'ELFTARG ORPHANS' TO CHECK-NAME
           PERFORM WRITE-CHECK-COUNT.
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
      *    Name history arrives grouped by elf in effective-date
      *    order; each group is judged when the next one starts
      *    (and once more at end of file). Future-dated records
      *    are not yet in force and are passed over.
       CHECK-NAME-HISTORY.
           MOVE 0 TO CHECK-COUNT
           OPEN INPUT NAMHIST
           IF NAMH-STATUS NOT = '00'
               MOVE 'ELFNAMH' TO FIND-TEXT
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               MOVE 0 TO PREV-ELF-ID
               MOVE 'N' TO CUR-NAME-SET
               PERFORM READ-NAMH-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF ENH-ELF-ID NOT = PREV-ELF-ID
                       PERFORM CHECK-CURRENT-NAME
                       MOVE ENH-ELF-ID TO PREV-ELF-ID
                       MOVE 'N' TO CUR-NAME-SET
                   END-IF
                   IF ENH-EFF-DATE NOT > TODAY
                       MOVE ENH-ELF-NAME TO CUR-NAME
                       MOVE 'Y' TO CUR-NAME-SET
                   END-IF
                   PERFORM READ-NAMH-RECORD
               END-PERFORM
               PERFORM CHECK-CURRENT-NAME
               CLOSE NAMHIST
           END-IF
           MOVE 'ELFNAMH CURRENT NAME' TO CHECK-NAME
           PERFORM WRITE-CHECK-COUNT.
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
       CHECK-CURRENT-NAME.
           IF PREV-ELF-ID NOT = 0 AND CUR-NAME-SET = 'Y'
               MOVE PREV-ELF-ID TO FIND-ELF-ID
               PERFORM LOOKUP-ROSTER
               EVALUATE TRUE
                   WHEN ROSTER-FOUND = 'Y' AND ELF-NAME NOT = CUR-NAME
                       MOVE 'NHMM' TO FIND-REASON
                       MOVE SPACES TO FIND-TEXT
                       STRING 'HISTORY ' DELIMITED BY SIZE
                              CUR-NAME DELIMITED BY SIZE
                              ' ROSTER ' DELIMITED BY SIZE
                              ELF-NAME DELIMITED BY SIZE
                           INTO FIND-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING
                   WHEN ROSTER-FOUND NOT = 'Y' AND CUR-NAME NOT = SPACES
                       MOVE 'NHVC' TO FIND-REASON
                       MOVE SPACES TO FIND-TEXT
                       STRING 'HISTORY ' DELIMITED BY SIZE
                              CUR-NAME DELIMITED BY SIZE
                              ' - NOT ON ROSTER' DELIMITED BY SIZE
                           INTO FIND-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       CHECK-PROFILES.
           MOVE 0 TO CHECK-COUNT
           OPEN INPUT PROFMAST
           IF PROF-STATUS NOT = '00'
               MOVE 'ELFPROF' TO FIND-TEXT
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-PROF-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   MOVE PF-ELF-ID TO FIND-ELF-ID
                   PERFORM LOOKUP-ROSTER
                   IF ROSTER-FOUND NOT = 'Y'
                       MOVE 'PFVC' TO FIND-REASON
                       MOVE SPACES TO FIND-TEXT
                       STRING 'PROFILE ' DELIMITED BY SIZE
                              PF-NAME DELIMITED BY SIZE
                              ' - NUMBER VACATED' DELIMITED BY SIZE
                           INTO FIND-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING
                   END-IF
                   PERFORM READ-PROF-RECORD
               END-PERFORM
               CLOSE PROFMAST
           END-IF
           MOVE 'ELFPROF VACATED NUMBERS' TO CHECK-NAME
           PERFORM WRITE-CHECK-COUNT.
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
       CHECK-NAME-KEYS.
           MOVE 0 TO CHECK-COUNT
           OPEN INPUT RESMAST
           IF RES-STATUS NOT = '00'
               MOVE 'ELFRES' TO FIND-TEXT
               PERFORM WRITE-OPEN-FAILED
           ELSE
               OPEN INPUT NKEYMAST
               IF NKEY-STATUS NOT = '00'
                   MOVE 'ELFNKEY' TO FIND-TEXT
                   PERFORM WRITE-OPEN-FAILED
               ELSE
                   MOVE SPACE TO LASTREC
                   PERFORM READ-NKEY-RECORD
      *    The AOCRESDF prime record (elf 0) is dropped by
      *    AOCELFL's first load; until then it is not a finding.
                   PERFORM UNTIL LASTREC = 'Y'
                       IF NK-ELF-ID NOT = 0
                           PERFORM CHECK-NAME-KEY
                       END-IF
                       PERFORM READ-NKEY-RECORD
                   END-PERFORM
                   CLOSE NKEYMAST
               END-IF
               CLOSE RESMAST
           END-IF
           MOVE 'ELFNKEY WITHOUT ELFRES' TO CHECK-NAME
           PERFORM WRITE-CHECK-COUNT.
      *
       READ-NKEY-RECORD.
           READ NKEYMAST
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF NKEY-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
       CHECK-NAME-KEY.
           MOVE NK-ELF-ID TO FIND-ELF-ID
           MOVE NK-ELF-ID TO ER-ELF-ID
           READ RESMAST
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN RES-STATUS NOT = '00'
                   MOVE 'NKOR' TO FIND-REASON
                   MOVE SPACES TO FIND-TEXT
                   STRING 'NAME KEY ' DELIMITED BY SIZE
                          NK-NAME DELIMITED BY SIZE
                          ' - NO ELFRES' DELIMITED BY SIZE
                       INTO FIND-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               WHEN ER-NAME NOT = NK-NAME
                   MOVE 'NKNM' TO FIND-REASON
                   MOVE SPACES TO FIND-TEXT
                   STRING 'NAME KEY ' DELIMITED BY SIZE
                          NK-NAME DELIMITED BY SIZE
                          ' ELFRES ' DELIMITED BY SIZE
                          ER-NAME DELIMITED BY SIZE
                       INTO FIND-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       CHECK-NIGHT-CONTROL.
           MOVE 0 TO CHECK-COUNT
           OPEN INPUT NITECTL
           IF CTL-STATUS NOT = '00'
               MOVE 'NITECTL' TO FIND-TEXT
               PERFORM WRITE-OPEN-FAILED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM READ-CTL-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM CHECK-CTL-RECORD
                   PERFORM READ-CTL-RECORD
               END-PERFORM
               CLOSE NITECTL
           END-IF
           MOVE 'NITECTL RECORDS' TO CHECK-NAME
           PERFORM WRITE-CHECK-COUNT.
      *
       READ-CTL-RECORD.
           READ NITECTL
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF CTL-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO REC-COUNT
           END-IF.
      *
      *    NITECTL is keyed by date and step, not by elf, so the
      *    elf number column carries zero for these findings. The
      *    AOCNCTDF prime record (business date 0) is passed over.
       CHECK-CTL-RECORD.
           MOVE 0 TO FIND-ELF-ID
           IF NC-KEY(1:8) = '00000000'
               CONTINUE
           ELSE
               PERFORM CHECK-CTL-FIELDS
           END-IF.
      *
       CHECK-CTL-FIELDS.
           IF NC-BUS-DATE NOT NUMERIC OR NC-BUS-DATE < 19000000
               OR NC-BUS-DATE > TODAY
               MOVE 'NCDT' TO FIND-REASON
               MOVE SPACES TO FIND-TEXT
               STRING 'STEP ' DELIMITED BY SIZE
                      NC-STEP DELIMITED BY SIZE
                      ' BUSINESS DATE ' DELIMITED BY SIZE
                      NC-KEY(1:8) DELIMITED BY SIZE
                   INTO FIND-TEXT
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF NC-STATUS NOT = 'C' AND NC-STATUS NOT = 'S'
               AND NC-STATUS NOT = 'F'
               MOVE 'NCST' TO FIND-REASON
               MOVE SPACES TO FIND-TEXT
               STRING 'STEP ' DELIMITED BY SIZE
                      NC-STEP DELIMITED BY SIZE
                      ' DATE ' DELIMITED BY SIZE
                      NC-KEY(1:8) DELIMITED BY SIZE
                      ' STATUS ' DELIMITED BY SIZE
                      NC-STATUS DELIMITED BY SIZE
                   INTO FIND-TEXT
               END-STRING
               PERFORM WRITE-FINDING
           END-IF.
      *
       WRITE-OPEN-FAILED.
           MOVE 'OPEN' TO FIND-REASON
           MOVE 0 TO FIND-ELF-ID
           MOVE SPACES TO CHECK-NAME
           STRING FIND-TEXT DELIMITED BY SPACE
                  ' OPEN FAILED - CHECK NOT RUN' DELIMITED BY SIZE
               INTO CHECK-NAME
           END-STRING
           MOVE CHECK-NAME TO FIND-TEXT
           PERFORM WRITE-FINDING.
      *
       WRITE-FINDING.
           ADD 1 TO FINDING-COUNT
           ADD 1 TO CHECK-COUNT
           MOVE FIND-ELF-ID TO RPT-ID-ED
           MOVE SPACES TO RPT-LINE
           STRING FIND-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RPT-ID-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FIND-TEXT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-CHECK-COUNT.
           MOVE SPACES TO RPT-LINE
           MOVE CHECK-COUNT TO RPT-COUNT-ED
           STRING 'AOCINTG ' DELIMITED BY SIZE
                  CHECK-NAME DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           MOVE FINDING-COUNT TO RPT-COUNT-ED
           STRING 'AOCINTG INTEGRITY FINDINGS: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCINTG' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE REC-COUNT TO RL-REC-IN
           MOVE FINDING-COUNT TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE 0 TO RL-RC
           IF FINDING-COUNT > 0
               MOVE 8 TO RL-RC
           END-IF
           MOVE FINDING-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *
