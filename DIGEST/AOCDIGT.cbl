      *-------------
       FILE SECTION.
      *    Dated answer history appended nightly by AOCDIGA: one
      *    record per camp/program/label per run, raw values. Each
      *    camp's answers are compared only with that camp's own
      *    history; a blank camp is the home camp.
       FD  DIGHIST RECORDING MODE F.
           COPY DIGHIST.
      *
       01 TEMP.
         05 LINE-NUM          PIC 9(9)  VALUE 0.
         05 TOL-PCT           PIC 9(3)  VALUE 15.
         05 KEY-COUNT         PIC 9(3)  VALUE 0.
         05 K                 PIC 9(3)  VALUE 0.
         05 HIST-CAMP         PIC X(4)  VALUE SPACES.
         05 TONIGHT           PIC 9(8)  VALUE 0.
         05 ALERT-COUNT       PIC 9(9)  VALUE 0.
         05 MOVE-PCT          PIC 9(5)  VALUE 0.
         05 RPT-VAL2-ED       PIC Z(17)9.
         05 RPT-PCT-ED        PIC Z(4)9.

      *    One entry per camp/program/label seen anywhere in
      *    history, carrying its latest and prior values and dates.
       01 ANSWER-TABLE.
         05 ANS-ENTRY OCCURS 100 TIMES.
             10  AT-CAMP          PIC X(4)  VALUE SPACES.
             10  AT-PROGRAM       PIC X(8)  VALUE SPACES.
             10  AT-LABEL         PIC X(20) VALUE SPACES.
             10  AT-LAST-DATE     PIC 9(8)  VALUE 0.
             10  AT-LAST-ALPHA    PIC X(20) VALUE SPACES.

       COPY RPTPARM.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           END-IF.
      *
       FIND-ANSWER-KEY.
           MOVE DH-CAMP TO HIST-CAMP
           IF HIST-CAMP = SPACES
               MOVE HOME-CAMP TO HIST-CAMP
           END-IF
           MOVE 0 TO K
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
               OR (AT-CAMP(K) = HIST-CAMP
                   AND AT-PROGRAM(K) = DH-PROGRAM
                   AND AT-LABEL(K) = DH-LABEL)
               CONTINUE
           END-PERFORM
           IF K > KEY-COUNT
               IF KEY-COUNT < 100
                   ADD 1 TO KEY-COUNT
                   MOVE KEY-COUNT TO K
                   MOVE HIST-CAMP TO AT-CAMP(K)
                   MOVE DH-PROGRAM TO AT-PROGRAM(K)
                   MOVE DH-LABEL TO AT-LABEL(K)
                   MOVE DH-RUN-DATE TO AT-LAST-DATE(K)
       WRITE-MISSING-ALERT.
           ADD 1 TO ALERT-COUNT
           MOVE SPACES TO DIGT-LINE
           STRING AT-CAMP(K) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AT-PROGRAM(K) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AT-LABEL(K) DELIMITED BY SIZE
                  '  NO LINE TONIGHT' DELIMITED BY SIZE
       WRITE-ZERO-ALERT.
           ADD 1 TO ALERT-COUNT
           MOVE SPACES TO DIGT-LINE
           STRING AT-CAMP(K) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AT-PROGRAM(K) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AT-LABEL(K) DELIMITED BY SIZE
                  '  WENT TO ZERO' DELIMITED BY SIZE
           MOVE AT-PREV-VALUE(K) TO RPT-VAL-ED
           MOVE AT-LAST-VALUE(K) TO RPT-VAL2-ED
           MOVE MOVE-PCT TO RPT-PCT-ED
           STRING AT-CAMP(K) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AT-PROGRAM(K) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AT-LABEL(K) DELIMITED BY SIZE
                  '  MOVED ' DELIMITED BY SIZE
