       FD  ANSIN RECORDING MODE F.
           COPY ANSREC.
      *
      *    One labeled line per answer, grouped under a heading for
      *    each camp in the order the camps' answers arrive on ANSIN
      *    (the nightly job concatenates them camp by camp), then a
      *    combined summary of answers per camp and overall.
      *    Alphanumeric answers (stack tops) print through the
      *    second record layout, which shares this FD's storage
      *    with the first.
       FD  DIGOUT RECORDING MODE F.
       01  DIGEST-LINE.
           05  DL-PROGRAM         PIC X(8).

       01 TEMP.
         05  ANSWER-COUNT         PIC 9(4) VALUE 0.
         05  THIS-CAMP            PIC X(4) VALUE SPACES.
         05  LAST-CAMP            PIC X(4) VALUE SPACES.
         05  CAMP-COUNT           PIC 9(2) VALUE 0.
         05  CX                   PIC 9(2) VALUE 0.
         05  COUNT-ED             PIC Z(3)9.

      *    Answers digested per camp, for the combined summary.
       01 CAMP-TABLE.
         05 CAMP-ENTRY OCCURS 20 TIMES.
             10  CT-CAMP          PIC X(4) VALUE SPACES.
             10  CT-ANSWERS       PIC 9(4) VALUE 0.

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               PERFORM WRITE-ONE-ANSWER
               PERFORM READ-ANSWER-RECORD
           END-PERFORM
           PERFORM WRITE-COMBINED-SUMMARY
           .
      *
       CLOSE-STOP.
      *    reprocessing run lands under the run that produced it.
       WRITE-ONE-ANSWER.
           ADD 1 TO ANSWER-COUNT
           MOVE AR-CAMP TO THIS-CAMP
           IF THIS-CAMP = SPACES
               MOVE HOME-CAMP TO THIS-CAMP
           END-IF
           IF THIS-CAMP NOT = LAST-CAMP
               PERFORM WRITE-CAMP-HEADING
           END-IF
           PERFORM FIND-CAMP
           IF CX <= CAMP-COUNT
               ADD 1 TO CT-ANSWERS(CX)
           END-IF
           MOVE SPACES TO DIGEST-LINE
           MOVE AR-PROGRAM TO DL-PROGRAM
           MOVE AR-LABEL TO DL-LABEL
           MOVE AR-LABEL TO DH-LABEL
           MOVE AR-VALUE TO DH-VALUE
           MOVE AR-ALPHA TO DH-ALPHA
           MOVE THIS-CAMP TO DH-CAMP
           WRITE DIGHIST-REC.
      *
       WRITE-CAMP-HEADING.
           IF LAST-CAMP NOT = SPACES
               MOVE SPACES TO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF
           MOVE SPACES TO DIGEST-LINE
           STRING 'CAMP ' DELIMITED BY SIZE
                  THIS-CAMP DELIMITED BY SIZE
               INTO DIGEST-LINE
           END-STRING
           WRITE DIGEST-LINE
           MOVE THIS-CAMP TO LAST-CAMP.
      *
       FIND-CAMP.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAMP-COUNT
               OR CT-CAMP(CX) = THIS-CAMP
               CONTINUE
           END-PERFORM
           IF CX > CAMP-COUNT AND CAMP-COUNT < 20
               ADD 1 TO CAMP-COUNT
               MOVE CAMP-COUNT TO CX
               MOVE THIS-CAMP TO CT-CAMP(CX)
           END-IF.
      *
       WRITE-COMBINED-SUMMARY.
           MOVE SPACES TO DIGEST-LINE
           WRITE DIGEST-LINE
           MOVE 'COMBINED SUMMARY' TO DIGEST-LINE
           WRITE DIGEST-LINE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAMP-COUNT
               MOVE CT-ANSWERS(CX) TO COUNT-ED
               MOVE SPACES TO DIGEST-LINE
               STRING 'CAMP ' DELIMITED BY SIZE
                      CT-CAMP(CX) DELIMITED BY SIZE
                      ' ANSWERS ' DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                   INTO DIGEST-LINE
               END-STRING
               WRITE DIGEST-LINE
           END-PERFORM
           MOVE ANSWER-COUNT TO COUNT-ED
           MOVE SPACES TO DIGEST-LINE
           STRING 'ALL CAMPS ANSWERS ' DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
               INTO DIGEST-LINE
           END-STRING
           WRITE DIGEST-LINE.
      *
       WRITE-RUNLOG.
           MOVE 'AOCDIGA' TO RL-PROGRAM
