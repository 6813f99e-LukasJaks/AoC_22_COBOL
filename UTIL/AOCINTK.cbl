      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCINTK.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIN   ASSIGN TO ENVIN
               FILE STATUS IS ENV-STATUS.
           SELECT ENVWIDE ASSIGN TO ENVIN
               FILE STATUS IS ENV-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
           SELECT SUBMREG ASSIGN TO SUBMREG
               FILE STATUS IS SREG-STATUS.
           SELECT STAGED  ASSIGN TO STAGED.
           SELECT STAGWIDE ASSIGN TO STAGED.
           SELECT RCPTOUT ASSIGN TO RCPTOUT.
           SELECT INTKRPT ASSIGN TO INTKRPT.
           SELECT RUNLOG  ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The file as the provider's transfer landed it: envelope
      *    header, the day's puzzle-input lines, envelope trailer
      *    (see COPYLIB/ENVLOPE.cpy). ENVWIDE is the same DD for
      *    the 508-byte channel-tagged Day 6 stream; only the one
      *    the PARM names is opened.
       FD  ENVIN RECORDING MODE F.
       01  ENVIN-REC              PIC X(500).
       FD  ENVWIDE RECORDING MODE F.
       01  ENVWIDE-REC            PIC X(508).
      *
      *    The suite-wide control deck plus the camp's own deck,
      *    read only for the BDATE and CAMP cards: the business
      *    date the header must carry and the camp the file is
      *    being taken in for.
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
      *    Who may send what (see COPYLIB/SUBMREG.cpy).
       FD  SUBMREG RECORDING MODE F.
           COPY SUBMREG.
      *
      *    The data lines with the envelope stripped, exactly as
      *    the day programs read them. The job catalogs this as the
      *    input base's next generation only when the file is
      *    accepted; a rejected file's staging copy is thrown away.
      *    STAGWIDE is the same DD at the 508-byte width.
       FD  STAGED RECORDING MODE F.
       01  STAGED-REC             PIC X(500).
       FD  STAGWIDE RECORDING MODE F.
       01  STAGWIDE-REC           PIC X(508).
      *
      *    The load receipt AOCGATE looks for, written only for an
      *    accepted file and appended to AOCSTAMP by the job once
      *    the generation is safely cataloged - a receipt for a
      *    generation that never landed is the stale-input case the
      *    gate exists to catch.
       FD  RCPTOUT RECORDING MODE F.
       01  RCPT-REC.
           05  RT-INPUT           PIC X(8).
           05  RT-LOAD-DATE       PIC 9(8).
           05  RT-CAMP            PIC X(4).
      *
      *    The intake report returned to the provider: one block
      *    per file received, ACCEPTED or REJECTED with the reason,
      *    appended to the input base's report dataset.
       FD  INTKRPT RECORDING MODE F.
       01  RPT-LINE               PIC X(80).
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X(1) VALUE SPACE.
         05 ENV-STATUS        PIC X(2) VALUE '00'.
         05 PDECK-STATUS      PIC X(2) VALUE '00'.
         05 SREG-STATUS       PIC X(2) VALUE '00'.
         05 HELD-RECORD       PIC X(1) VALUE 'N'.
         05 SUBMITTER-KNOWN   PIC X(1) VALUE 'N'.
         05 RUN-STATUS        PIC X(1) VALUE 'N'.

       01 TEMP.
         05 TODAY             PIC 9(8)  VALUE 0.
         05 BUS-DATE          PIC 9(8)  VALUE 0.
         05 RUN-CAMP          PIC X(4)  VALUE SPACES.
         05 BASE-NAME         PIC X(8)  VALUE SPACES.
         05 PARM-LRECL        PIC X(3)  VALUE SPACES.
         05 REC-LEN           PIC 9(3)  VALUE 500.
         05 HDR-CAMP          PIC X(4)  VALUE SPACES.
         05 HDR-SUBMITTER     PIC X(8)  VALUE SPACES.
         05 PARM-KEYWORD      PIC X(20) VALUE SPACES.
         05 PARM-VALUE        PIC X(60) VALUE SPACES.
         05 READ-COUNT        PIC 9(9)  VALUE 0.
         05 DATA-COUNT        PIC 9(9)  VALUE 0.
         05 HASH-TOTAL        PIC 9(18) VALUE 0.
         05 TRL-COUNT         PIC 9(9)  VALUE 0.
         05 TRL-HASH          PIC 9(18) VALUE 0.
         05 TRAIL-BLANKS      PIC 9(3)  VALUE 0.
         05 REG-COUNT         PIC 9(2)  VALUE 0.
         05 RX                PIC 9(2)  VALUE 0.
         05 REG-IX            PIC 9(2)  VALUE 0.
         05 RUN-RC            PIC 9(4)  VALUE 0.
         05 REJECT-REASON     PIC X(40) VALUE SPACES.
         05 PROVIDER-NAME     PIC X(30) VALUE SPACES.
         05 COUNT-ED          PIC Z(8)9.
         05 COUNT2-ED         PIC Z(8)9.
         05 HASH-ED           PIC Z(17)9.
         05 HASH2-ED          PIC Z(17)9.

      *    The registry cards held for the header lookup.
       01 REGISTRY-TABLE.
         05 REG-ENTRY OCCURS 50 TIMES.
             10  SRT-SUBMITTER        PIC X(8)  VALUE SPACES.
             10  SRT-INPUT            PIC X(8)  VALUE SPACES.
             10  SRT-CAMP             PIC X(4)  VALUE SPACES.
             10  SRT-STATUS           PIC X(1)  VALUE SPACE.
             10  SRT-NAME             PIC X(30) VALUE SPACES.

      *    Each record as read, at the file's own width, and the
      *    one held back while the next is read: the last record of
      *    the file is the trailer, and is known to be the last only
      *    once end of file is reached behind it. The envelope tags
      *    are checked against the held record's first 500 bytes.
       01 READ-LINE           PIC X(508) VALUE SPACES.
       01 HELD-LINE           PIC X(508) VALUE SPACES.

       COPY ENVLOPE.

       COPY CAMPDEF.

       LINKAGE SECTION.
      *    JCL PARM: the input base the landed file is for, by its
      *    AOCGREG name (DATA, DATA2, ...), then optionally a comma
      *    and the file's record length - 500, the default, or 508
      *    for the channel-tagged Day 6 stream.
       01 PARM-AREA.
         05  PARM-LEN            PIC S9(4) COMP.
         05  PARM-TEXT           PIC X(20).
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON STAGED STAGWIDE
               RCPTOUT INTKRPT.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCINTK I/O ERROR - ABNORMAL END AT RECORD '
               READ-COUNT
           MOVE 'AOCINTK' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE READ-COUNT TO RL-REC-IN
           MOVE DATA-COUNT TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE RUN-CAMP TO RL-CAMP
           MOVE 16 TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
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
           MOVE TODAY TO BUS-DATE.
           MOVE HOME-CAMP TO RUN-CAMP.
           PERFORM GET-BUSINESS-DATE.
      *    A run that cannot start still leaves its run-log record,
      *    abended, so the failed intake shows on the night's log.
           IF PARM-LEN = 0
               DISPLAY 'AOCINTK NO PARM - EXPECT THE INPUT BASE NAME'
               MOVE 16 TO RUN-RC
               PERFORM STOP-ABENDED
           END-IF
           UNSTRING PARM-TEXT(1:PARM-LEN) DELIMITED BY ','
               INTO BASE-NAME PARM-LRECL
           END-UNSTRING
           EVALUATE PARM-LRECL
               WHEN SPACES
               WHEN '500'
                   MOVE 500 TO REC-LEN
               WHEN '508'
                   MOVE 508 TO REC-LEN
               WHEN OTHER
                   DISPLAY 'AOCINTK PARM RECORD LENGTH MUST BE 500 OR'
                       ' 508: ' PARM-LRECL
                   MOVE 16 TO RUN-RC
                   PERFORM STOP-ABENDED
           END-EVALUATE
           IF REC-LEN = 508
               OPEN INPUT ENVWIDE
           ELSE
               OPEN INPUT ENVIN
           END-IF
           IF ENV-STATUS NOT = '00'
               DISPLAY 'AOCINTK INBOUND FILE OPEN FAILED, STATUS = '
                   ENV-STATUS
               MOVE 12 TO RUN-RC
               PERFORM STOP-ABENDED
           END-IF
           IF REC-LEN = 508
               OPEN OUTPUT STAGWIDE
           ELSE
               OPEN OUTPUT STAGED
           END-IF
           OPEN OUTPUT RCPTOUT.
           OPEN EXTEND INTKRPT.
           PERFORM LOAD-REGISTRY.
      *
       CHECK-ENVELOPE.
           PERFORM READ-ENVELOPE-RECORD
           IF LASTREC = 'Y'
               MOVE 'FILE EMPTY - NO ENVELOPE' TO REJECT-REASON
           ELSE
               MOVE READ-LINE TO ENV-RECORD
               PERFORM CHECK-HEADER
               PERFORM READ-ENVELOPE-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF HELD-RECORD = 'Y'
                       PERFORM STAGE-HELD-RECORD
                   END-IF
                   MOVE READ-LINE TO HELD-LINE
                   MOVE READ-LINE TO ENV-RECORD
                   MOVE 'Y' TO HELD-RECORD
                   PERFORM READ-ENVELOPE-RECORD
               END-PERFORM
               PERFORM CHECK-TRAILER
           END-IF
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-INTAKE-REPORT
           IF REJECT-REASON = SPACES
               MOVE BASE-NAME TO RT-INPUT
               MOVE TODAY TO RT-LOAD-DATE
               MOVE RUN-CAMP TO RT-CAMP
               WRITE RCPT-REC
               DISPLAY 'AOCINTK ' RUN-CAMP ' ' BASE-NAME
                   ' ACCEPTED, DATA RECORDS = ' DATA-COUNT
           ELSE
               MOVE 8 TO RUN-RC
               DISPLAY 'AOCINTK ' RUN-CAMP ' ' BASE-NAME
                   ' REJECTED: ' REJECT-REASON
           END-IF
           PERFORM WRITE-RUNLOG
           IF REC-LEN = 508
               CLOSE ENVWIDE
               CLOSE STAGWIDE
           ELSE
               CLOSE ENVIN
               CLOSE STAGED
           END-IF
           CLOSE RCPTOUT.
           CLOSE INTKRPT.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
       STOP-ABENDED.
           MOVE 'A' TO RUN-STATUS
           PERFORM WRITE-RUNLOG
           CLOSE RUNLOG
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
       READ-ENVELOPE-RECORD.
           MOVE SPACES TO READ-LINE
           IF REC-LEN = 508
               READ ENVWIDE INTO READ-LINE
                   AT END MOVE 'Y' TO LASTREC
               END-READ
           ELSE
               READ ENVIN INTO READ-LINE
                   AT END MOVE 'Y' TO LASTREC
               END-READ
           END-IF
           IF LASTREC NOT = 'Y'
               ADD 1 TO READ-COUNT
           END-IF.
      *
      *    Only the BDATE and CAMP cards matter here; blank and
      *    comment lines pass through, every other card is left for
      *    the programs that own it.
       GET-BUSINESS-DATE.
           OPEN INPUT PARMDECK
           IF PDECK-STATUS = '00'
               PERFORM READ-PARM-LINE
               PERFORM UNTIL LASTREC = 'Y'
                   PERFORM SCAN-PARM-LINE
                   PERFORM READ-PARM-LINE
               END-PERFORM
               CLOSE PARMDECK
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-PARM-LINE.
           READ PARMDECK
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       SCAN-PARM-LINE.
           IF PDECK-REC = SPACES OR PDECK-REC(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO PARM-KEYWORD
               MOVE SPACES TO PARM-VALUE
               UNSTRING PDECK-REC DELIMITED BY '='
                   INTO PARM-KEYWORD PARM-VALUE
               END-UNSTRING
               IF PARM-KEYWORD = 'BDATE'
                   AND FUNCTION TEST-NUMVAL(PARM-VALUE) = 0
                   AND FUNCTION NUMVAL(PARM-VALUE) > 19000000
                   COMPUTE BUS-DATE = FUNCTION NUMVAL(PARM-VALUE)
               END-IF
               IF PARM-KEYWORD = 'CAMP' AND PARM-VALUE(1:1) NOT = SPACE
                   MOVE PARM-VALUE(1:4) TO RUN-CAMP
               END-IF
           END-IF.
      *
      *    A missing registry leaves the table empty, so every file
      *    is refused as from an unknown submitter - nothing gets in
      *    unvouched for.
       LOAD-REGISTRY.
           OPEN INPUT SUBMREG
           IF SREG-STATUS = '00'
               PERFORM READ-REGISTRY-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF SUBMREG-REC NOT = SPACES
                       AND SUBMREG-REC(1:1) NOT = '*'
                       AND REG-COUNT < 50
                       ADD 1 TO REG-COUNT
                       MOVE SR-SUBMITTER TO SRT-SUBMITTER(REG-COUNT)
                       MOVE SR-INPUT TO SRT-INPUT(REG-COUNT)
                       MOVE SR-CAMP TO SRT-CAMP(REG-COUNT)
                       IF SR-CAMP = SPACES
                           MOVE HOME-CAMP TO SRT-CAMP(REG-COUNT)
                       END-IF
                       MOVE SR-STATUS TO SRT-STATUS(REG-COUNT)
                       MOVE SR-NAME TO SRT-NAME(REG-COUNT)
                   END-IF
                   PERFORM READ-REGISTRY-RECORD
               END-PERFORM
               CLOSE SUBMREG
           ELSE
               DISPLAY 'AOCINTK SUBMITTER REGISTRY MISSING'
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-REGISTRY-RECORD.
           READ SUBMREG
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    The header must be there, come from a registered and
      *    active submitter, name the input base and camp this run
      *    is taking in (anything else was misrouted), and carry
      *    tonight's business date. The first failure is the one
      *    reported; the rest of the file is still read so the
      *    report can show what arrived.
       CHECK-HEADER.
           IF EH-TAG = 'AOCHDR'
               MOVE EH-SUBMITTER TO HDR-SUBMITTER
           END-IF
           MOVE EH-CAMP TO HDR-CAMP
           IF HDR-CAMP = SPACES
               MOVE HOME-CAMP TO HDR-CAMP
           END-IF
           PERFORM LOOKUP-SUBMITTER
           EVALUATE TRUE
               WHEN EH-TAG NOT = 'AOCHDR'
                   MOVE 'HEADER MISSING' TO REJECT-REASON
               WHEN SUBMITTER-KNOWN NOT = 'Y'
                   MOVE 'SUBMITTER NOT REGISTERED' TO REJECT-REASON
               WHEN EH-INPUT NOT = BASE-NAME
                   MOVE 'MISROUTED - HEADER NAMES ANOTHER INPUT'
                       TO REJECT-REASON
               WHEN HDR-CAMP NOT = RUN-CAMP
                   MOVE 'MISROUTED - HEADER NAMES ANOTHER CAMP'
                       TO REJECT-REASON
               WHEN REG-IX = 0
                   MOVE 'SUBMITTER NOT REGISTERED FOR THIS INPUT'
                       TO REJECT-REASON
               WHEN SRT-STATUS(REG-IX) NOT = 'A'
                   MOVE 'SUBMITTER SUSPENDED' TO REJECT-REASON
               WHEN EH-BUS-DATE NOT NUMERIC
                   MOVE 'HEADER BUSINESS DATE NOT NUMERIC'
                       TO REJECT-REASON
               WHEN EH-BUS-DATE NOT = BUS-DATE
                   MOVE 'WRONG BUSINESS DATE' TO REJECT-REASON
           END-EVALUATE.
      *
       LOOKUP-SUBMITTER.
           MOVE 'N' TO SUBMITTER-KNOWN
           MOVE 0 TO REG-IX
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > REG-COUNT
               IF SRT-SUBMITTER(RX) = EH-SUBMITTER
                   MOVE 'Y' TO SUBMITTER-KNOWN
                   MOVE SRT-NAME(RX) TO PROVIDER-NAME
                   IF SRT-INPUT(RX) = BASE-NAME
                       AND SRT-CAMP(RX) = RUN-CAMP
                       MOVE RX TO REG-IX
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    Every record between header and trailer is data: counted,
      *    hashed by its length less trailing blanks, and staged at
      *    the file's own width.
      *    An envelope record in the middle means two files run
      *    together or a resend appended to a partial one.
       STAGE-HELD-RECORD.
           IF (ET-TAG = 'AOCHDR' OR ET-TAG = 'AOCTRL')
               AND REJECT-REASON = SPACES
               MOVE 'ENVELOPE RECORD INSIDE THE DATA'
                   TO REJECT-REASON
           END-IF
           ADD 1 TO DATA-COUNT
           MOVE 0 TO TRAIL-BLANKS
           INSPECT FUNCTION REVERSE(HELD-LINE(1:REC-LEN))
               TALLYING TRAIL-BLANKS FOR LEADING SPACES
           COMPUTE HASH-TOTAL = HASH-TOTAL + REC-LEN - TRAIL-BLANKS
           IF REC-LEN = 508
               WRITE STAGWIDE-REC FROM HELD-LINE
           ELSE
               WRITE STAGED-REC FROM HELD-LINE
           END-IF.
      *
      *    The record held when end of file arrives must be the
      *    trailer; anything else means the file was cut short.
      *    Its count and hash total must agree with the data read.
       CHECK-TRAILER.
           IF HELD-RECORD NOT = 'Y' OR ET-TAG NOT = 'AOCTRL'
               IF HELD-RECORD = 'Y'
                   PERFORM STAGE-HELD-RECORD
               END-IF
               IF REJECT-REASON = SPACES
                   MOVE 'TRAILER MISSING - FILE TRUNCATED'
                       TO REJECT-REASON
               END-IF
           ELSE
               IF ET-REC-COUNT NUMERIC AND ET-HASH-TOTAL NUMERIC
                   MOVE ET-REC-COUNT TO TRL-COUNT
                   MOVE ET-HASH-TOTAL TO TRL-HASH
               END-IF
               IF REJECT-REASON = SPACES
                   EVALUATE TRUE
                       WHEN ET-REC-COUNT NOT NUMERIC
                           OR ET-HASH-TOTAL NOT NUMERIC
                           MOVE 'TRAILER TOTALS NOT NUMERIC'
                               TO REJECT-REASON
                       WHEN TRL-COUNT NOT = DATA-COUNT
                           MOVE 'RECORD COUNT MISMATCH'
                               TO REJECT-REASON
                       WHEN TRL-HASH NOT = HASH-TOTAL
                           MOVE 'HASH TOTAL MISMATCH'
                               TO REJECT-REASON
                       WHEN DATA-COUNT = 0
                           MOVE 'NO DATA RECORDS' TO REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.
      *
      *    One block per file received, addressed to the provider
      *    by submitter id and name; a rejection says why, and that
      *    the file is held in quarantine for a corrected resend.
       WRITE-INTAKE-REPORT.
           MOVE SPACES TO RPT-LINE
           STRING 'AOCINTK INBOUND FILE INTAKE  RUN DATE '
                      DELIMITED BY SIZE
                  TODAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  INPUT BASE    : ' DELIMITED BY SIZE
                  BASE-NAME DELIMITED BY SIZE
                  '  CAMP ' DELIMITED BY SIZE
                  RUN-CAMP DELIMITED BY SIZE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF HDR-SUBMITTER = SPACES
               MOVE '  SUBMITTER     : NONE - NO HEADER' TO RPT-LINE
           ELSE
               STRING '  SUBMITTER     : ' DELIMITED BY SIZE
                      HDR-SUBMITTER DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      PROVIDER-NAME DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-LINE
           MOVE DATA-COUNT TO COUNT-ED
           MOVE TRL-COUNT TO COUNT2-ED
           MOVE SPACES TO RPT-LINE
           STRING '  DATA RECORDS  : ' DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  '   TRAILER SAYS ' DELIMITED BY SIZE
                  COUNT2-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE HASH-TOTAL TO HASH-ED
           MOVE TRL-HASH TO HASH2-ED
           MOVE SPACES TO RPT-LINE
           STRING '  HASH TOTAL    : ' DELIMITED BY SIZE
                  HASH-ED DELIMITED BY SIZE
                  '   TRAILER SAYS ' DELIMITED BY SIZE
                  HASH2-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF REJECT-REASON = SPACES
               STRING '  RESULT        : ACCEPTED - ' DELIMITED BY SIZE
                      'NEXT GENERATION CATALOGED' DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           ELSE
               STRING '  RESULT        : REJECTED - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE '  FILE HELD IN QUARANTINE - CORRECT AND RESEND'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCINTK' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE READ-COUNT TO RL-REC-IN
           MOVE DATA-COUNT TO RL-REC-OUT
           MOVE RUN-STATUS TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE RUN-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
           IF RUN-RC > 0 AND RUN-STATUS = 'N'
               MOVE 1 TO RL-WARN-COUNT
           END-IF
           WRITE RUNLOG-REC.
      *
