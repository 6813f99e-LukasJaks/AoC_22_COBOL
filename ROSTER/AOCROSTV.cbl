           SELECT ELFROST ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELF-KEY
               FILE STATUS IS ROST-STATUS.
           SELECT RPTOUT  ASSIGN TO AOCRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
       01  DATA-IN.
           05  CALORIES            PIC X(500).
      *
      *    Master elf roster, read in key order through the camp
      *    being checked to count its records and check each elf
      *    number and name.
       FD  ELFROST.
           COPY ELFROST.
      *
         05 DISCREP-COUNT     PIC 9(9) VALUE 0.
         05 RPT-ID-ED         PIC Z(8)9.
         05 RPT-COUNT-ED      PIC Z(8)9.
         05 RUN-CAMP          PIC X(4) VALUE SPACES.

       COPY CAMPDEF.

       LINKAGE SECTION.
      *    JCL PARM: the camp whose roster and input are checked;
      *    no PARM checks the home camp.
       01 PARM-AREA.
         05  PARM-LEN            PIC S9(4) COMP.
         05  PARM-TEXT           PIC X(20).
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           OPEN EXTEND RUNLOG.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-START-TIME FROM TIME.
           MOVE HOME-CAMP TO RUN-CAMP.
           IF PARM-LEN > 0
               MOVE PARM-TEXT(1:4) TO RUN-CAMP
           END-IF.
           OPEN INPUT  DATAIN.
           OPEN INPUT  ELFROST.
           OPEN OUTPUT RPTOUT.
      *
       CHECK-ROSTER.
           MOVE SPACE TO LASTREC
           MOVE RUN-CAMP TO ELF-CAMP
           MOVE 0 TO ELF-ID
           START ELFROST KEY IS NOT LESS THAN ELF-KEY
               INVALID KEY MOVE 'Y' TO LASTREC
           END-START
           PERFORM READ-ELFROST-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO ROST-COUNT
      *
      *    Any nonzero status (not just end-of-file) ends the scan,
      *    so a roster that won't open reports as a count drift
      *    instead of spinning on a dead file. The next camp's first
      *    record ends it too.
       READ-ELFROST-RECORD.
           IF LASTREC NOT = 'Y'
               READ ELFROST
                   AT END MOVE 'Y' TO LASTREC
               END-READ
           END-IF
           IF ROST-STATUS NOT = '00' OR ELF-CAMP NOT = RUN-CAMP
               MOVE 'Y' TO LASTREC
           END-IF.
      *
           MOVE DISCREP-COUNT TO RPT-COUNT-ED
           STRING 'AOCROSTV DISCREPANCIES FOUND: ' DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
                  ' CAMP ' DELIMITED BY SIZE
                  RUN-CAMP DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE RUN-CAMP TO RL-CAMP
           MOVE 0 TO RL-RC
           IF DISCREP-COUNT > 0
               MOVE 8 TO RL-RC
