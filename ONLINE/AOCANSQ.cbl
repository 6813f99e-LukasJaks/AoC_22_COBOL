      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCANSQ.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *    Symbolic maps for the AOCANSS answer-history screens
      *    (ANSHST by answer, ANSDAY by business date), generated
      *    from ONLINE/AOCANSS.bms at map assembly time.
       COPY AOCANSS.
      *    Standard attention identifier values (DFHPF3, DFHPF4,
      *    DFHPF5, DFHPF7, DFHPF8, DFHCLEAR).
       COPY DFHAID.
      *
      *    The keyed answer-history store AOCANSL rebuilds each
      *    night from DIGHIST and the AOCRECA verdicts, one record
      *    per camp/program/label/business date, and its companion
      *    date-first key store for the by-date panel.
       COPY ANSHIST.
       COPY ANSDKEY.

       01 TEMP.
      *    input fields saved off the symbolic map before the map
      *    area is cleared for output, with 3270 trailing nulls
      *    turned into spaces
         05  WK-CAMP             PIC X(4)  VALUE SPACES.
         05  WK-PROGRAM          PIC X(8)  VALUE SPACES.
         05  WK-LABEL            PIC X(20) VALUE SPACES.
         05  WK-DATE             PIC X(8)  VALUE SPACES.
         05  NUMVAL-RC           PIC S9(4) VALUE 0.
         05  BROWSE-KEY          PIC X(40) VALUE SPACES.
         05  BROWSE-DONE         PIC X(1)  VALUE 'N'.
         05  MATCH-COUNT         PIC 9(5)  VALUE 0.
         05  SKIP-COUNT          PIC 9(5)  VALUE 0.
         05  RESP-CODE           PIC S9(8) COMP VALUE 0.
         05  ROW-IX              PIC 9(2)  VALUE 0.
         05  SIGNED-PCT          PIC S9(5) VALUE 0.
         05  MOVE-ED             PIC +++++9.
         05  VALUE-ED            PIC Z(17)9.
         05  PAGE-ED             PIC ZZ9.
         05  SAVE-MSG            PIC X(60) VALUE SPACES.
         05  WORK-LINE           PIC X(70) VALUE SPACES.

      *    Commarea: the pseudo-conversational round-trip flag, the
      *    panel on the screen (H by answer, D by date), the query
      *    it answered and the page shown, with a marker for
      *    whether a further page exists - so PF7/PF8 can page the
      *    same query without it being keyed again.
       01 COMMAREA-AREA.
         05  CA-FLAG             PIC X(1)  VALUE SPACE.
         05  CA-PANEL            PIC X(1)  VALUE 'H'.
         05  CA-PAGE             PIC 9(3)  VALUE 0.
         05  CA-MORE             PIC X(1)  VALUE 'N'.
         05  CA-CAMP             PIC X(4)  VALUE SPACES.
         05  CA-PROGRAM          PIC X(8)  VALUE SPACES.
         05  CA-LABEL            PIC X(20) VALUE SPACES.
         05  CA-DATE             PIC 9(8)  VALUE 0.

       COPY CAMPDEF.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05  LK-FLAG             PIC X(1).
         05  LK-PANEL            PIC X(1).
         05  LK-PAGE             PIC 9(3).
         05  LK-MORE             PIC X(1).
         05  LK-CAMP             PIC X(4).
         05  LK-PROGRAM          PIC X(8).
         05  LK-LABEL            PIC X(20).
         05  LK-DATE             PIC 9(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           IF EIBCALEN = 0
               MOVE 'H' TO CA-PANEL
               PERFORM SEND-FRESH-HISTORY
           ELSE
               MOVE LK-PANEL TO CA-PANEL
               MOVE LK-PAGE TO CA-PAGE
               MOVE LK-MORE TO CA-MORE
               MOVE LK-CAMP TO CA-CAMP
               MOVE LK-PROGRAM TO CA-PROGRAM
               MOVE LK-LABEL TO CA-LABEL
               MOVE LK-DATE TO CA-DATE
               PERFORM PROCESS-INQUIRY
           END-IF
           MOVE 'R' TO CA-FLAG
           EXEC CICS RETURN
               TRANSID('ANSQ')
               COMMAREA(COMMAREA-AREA)
               LENGTH(46)
           END-EXEC.
      *
      *    A fresh panel forgets the last query: nothing to page
      *    until ENTER asks something, and the commarea holds only
      *    the home camp the panel shows.
       SEND-FRESH-HISTORY.
           MOVE 0 TO CA-PAGE
           MOVE 'N' TO CA-MORE
           MOVE HOME-CAMP TO CA-CAMP
           MOVE SPACES TO CA-PROGRAM
           MOVE SPACES TO CA-LABEL
           MOVE 0 TO CA-DATE
           MOVE LOW-VALUES TO ANSHSTO
           MOVE HOME-CAMP TO HCAMPO
           MOVE 'ENTER A PROGRAM AND ANSWER LABEL' TO HMSGO
           EXEC CICS SEND
               MAP('ANSHST')
               MAPSET('AOCANSS')
               FROM(ANSHSTO)
               ERASE
           END-EXEC.
      *
       SEND-FRESH-DAY.
           MOVE 0 TO CA-PAGE
           MOVE 'N' TO CA-MORE
           MOVE HOME-CAMP TO CA-CAMP
           MOVE SPACES TO CA-PROGRAM
           MOVE SPACES TO CA-LABEL
           MOVE 0 TO CA-DATE
           MOVE LOW-VALUES TO ANSDAYO
           MOVE HOME-CAMP TO DCAMPO
           MOVE 'ENTER A BUSINESS DATE CCYYMMDD' TO DMSGO
           EXEC CICS SEND
               MAP('ANSDAY')
               MAPSET('AOCANSS')
               FROM(ANSDAYO)
               ERASE
           END-EXEC.
      *
       PROCESS-INQUIRY.
      *    PF3 or CLEAR ends the transaction with a clean screen.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE SPACES TO SAVE-MSG
           EVALUATE TRUE
               WHEN EIBAID = DFHPF4
                   MOVE 'H' TO CA-PANEL
                   PERFORM SEND-FRESH-HISTORY
               WHEN EIBAID = DFHPF5
                   MOVE 'D' TO CA-PANEL
                   PERFORM SEND-FRESH-DAY
               WHEN CA-PANEL = 'D'
                   PERFORM PROCESS-DAY-PANEL
               WHEN OTHER
                   PERFORM PROCESS-HISTORY-PANEL
           END-EVALUATE.
      *
      *    PF7/PF8 page the query already on the screen; anything
      *    else reads a new query and starts again at page 1.
       PROCESS-HISTORY-PANEL.
           IF EIBAID = DFHPF7 OR EIBAID = DFHPF8
               PERFORM TURN-PAGE
           ELSE
               PERFORM RECEIVE-HISTORY-QUERY
           END-IF
           MOVE LOW-VALUES TO ANSHSTO
           MOVE CA-CAMP TO HCAMPO
           MOVE CA-PROGRAM TO HPGMO
           MOVE CA-LABEL TO HLBLO
           IF CA-PAGE > 0
               PERFORM LIST-HISTORY
               MOVE CA-PAGE TO PAGE-ED
               MOVE PAGE-ED TO HPAGEO
           END-IF
           MOVE SAVE-MSG TO HMSGO
           EXEC CICS SEND
               MAP('ANSHST')
               MAPSET('AOCANSS')
               FROM(ANSHSTO)
               ERASE
           END-EXEC.
      *
      *    The query fields are sent without FSET, so a field the
      *    user left alone comes back with a zero length and no
      *    data; it still shows the query in the commarea, and that
      *    is what it is taken as. A camp cleared to blank means
      *    the home camp.
       RECEIVE-HISTORY-QUERY.
           EXEC CICS RECEIVE
               MAP('ANSHST')
               MAPSET('AOCANSS')
               INTO(ANSHSTI)
               RESP(RESP-CODE)
           END-EXEC
           IF HCAMPL = 0
               MOVE CA-CAMP TO WK-CAMP
           ELSE
               MOVE HCAMPI TO WK-CAMP
           END-IF
           IF HPGML = 0
               MOVE CA-PROGRAM TO WK-PROGRAM
           ELSE
               MOVE HPGMI TO WK-PROGRAM
           END-IF
           IF HLBLL = 0
               MOVE CA-LABEL TO WK-LABEL
           ELSE
               MOVE HLBLI TO WK-LABEL
           END-IF
           INSPECT WK-CAMP REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WK-PROGRAM REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WK-LABEL REPLACING ALL LOW-VALUES BY SPACES
           IF WK-CAMP = SPACES
               MOVE HOME-CAMP TO WK-CAMP
           END-IF
           MOVE WK-CAMP TO CA-CAMP
           MOVE WK-PROGRAM TO CA-PROGRAM
           MOVE WK-LABEL TO CA-LABEL
           MOVE 0 TO CA-PAGE
           MOVE 'N' TO CA-MORE
           EVALUATE TRUE
               WHEN WK-PROGRAM = SPACES
                   MOVE 'PROGRAM IS REQUIRED - E.G. AOC01A'
                       TO SAVE-MSG
               WHEN WK-LABEL = SPACES
                   MOVE 'ANSWER LABEL IS REQUIRED' TO SAVE-MSG
               WHEN OTHER
                   MOVE 1 TO CA-PAGE
           END-EVALUATE.
      *
      *    Paging stops at either end with the same page redrawn
      *    and a note, rather than an empty screen.
       TURN-PAGE.
           EVALUATE TRUE
               WHEN CA-PAGE = 0
                   MOVE 'NOTHING TO PAGE - ENTER A QUERY FIRST'
                       TO SAVE-MSG
               WHEN EIBAID = DFHPF7 AND CA-PAGE = 1
                   MOVE 'ALREADY AT THE FIRST PAGE' TO SAVE-MSG
               WHEN EIBAID = DFHPF7
                   SUBTRACT 1 FROM CA-PAGE
               WHEN CA-MORE NOT = 'Y'
                   MOVE 'ALREADY AT THE LAST PAGE' TO SAVE-MSG
               WHEN CA-PAGE < 999
                   ADD 1 TO CA-PAGE
           END-EVALUATE.
      *
      *    The answer's history in date order, oldest first,
      *    twelve runs a page: the browse counts past the earlier
      *    pages and stops at the first record belonging to any
      *    other answer. A thirteenth record on the page proves
      *    there is another page.
       LIST-HISTORY.
           MOVE CA-CAMP TO AH-CAMP
           MOVE CA-PROGRAM TO AH-PROGRAM
           MOVE CA-LABEL TO AH-LABEL
           MOVE 0 TO AH-RUN-DATE
           MOVE AH-KEY TO BROWSE-KEY
           COMPUTE SKIP-COUNT = (CA-PAGE - 1) * 12
           MOVE 0 TO MATCH-COUNT
           MOVE 'N' TO BROWSE-DONE
           EXEC CICS STARTBR
               DATASET('ANSHIST')
               RIDFLD(BROWSE-KEY)
               GTEQ
               RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = DFHRESP(NORMAL)
               PERFORM BROWSE-NEXT-RUN
                   UNTIL BROWSE-DONE = 'Y'
                       OR MATCH-COUNT > SKIP-COUNT + 12
               EXEC CICS ENDBR
                   DATASET('ANSHIST')
               END-EXEC
           END-IF
           IF MATCH-COUNT > SKIP-COUNT + 12
               MOVE 'Y' TO CA-MORE
           ELSE
               MOVE 'N' TO CA-MORE
           END-IF
           IF SAVE-MSG = SPACES
               EVALUATE TRUE
                   WHEN MATCH-COUNT = 0
                       MOVE 'NO HISTORY FOR THAT ANSWER IN THIS CAMP'
                           TO SAVE-MSG
                   WHEN CA-MORE = 'Y'
                       MOVE 'PF8 FOR LATER RUNS - PF3 TO EXIT'
                           TO SAVE-MSG
                   WHEN OTHER
                       MOVE 'LATEST RUN SHOWN - PF3 TO EXIT'
                           TO SAVE-MSG
               END-EVALUATE
           END-IF.
      *
       BROWSE-NEXT-RUN.
           EXEC CICS READNEXT
               DATASET('ANSHIST')
               INTO(ANSHIST-REC)
               RIDFLD(BROWSE-KEY)
               RESP(RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO BROWSE-DONE
               WHEN AH-CAMP NOT = CA-CAMP
                   OR AH-PROGRAM NOT = CA-PROGRAM
                   OR AH-LABEL NOT = CA-LABEL
                   MOVE 'Y' TO BROWSE-DONE
               WHEN OTHER
                   ADD 1 TO MATCH-COUNT
                   IF MATCH-COUNT > SKIP-COUNT
                       AND MATCH-COUNT <= SKIP-COUNT + 12
                       COMPUTE ROW-IX = MATCH-COUNT - SKIP-COUNT
                       PERFORM FORMAT-HISTORY-ROW
                   END-IF
           END-EVALUATE.
      *
      *    One fixed-column line per run: business date, the value
      *    (or the alphanumeric answer), that night's verdict -
      *    blank when the answer was not reconciled that night -
      *    and the move versus the prior run.
       FORMAT-HISTORY-ROW.
           MOVE SPACES TO WORK-LINE
           MOVE AH-RUN-DATE TO WORK-LINE(1:8)
           IF AH-ALPHA = SPACES
               MOVE AH-VALUE TO VALUE-ED
               MOVE VALUE-ED TO WORK-LINE(11:18)
           ELSE
               MOVE AH-ALPHA TO WORK-LINE(11:20)
           END-IF
           MOVE AH-VERDICT TO WORK-LINE(33:5)
           IF AH-MOVE-SIGN = SPACE
               MOVE 'N/A' TO WORK-LINE(45:3)
           ELSE
               PERFORM FORMAT-MOVE
               MOVE MOVE-ED TO WORK-LINE(42:6)
               MOVE '%' TO WORK-LINE(48:1)
           END-IF
           EVALUATE ROW-IX
               WHEN 1
                   MOVE WORK-LINE TO HROW1O
               WHEN 2
                   MOVE WORK-LINE TO HROW2O
               WHEN 3
                   MOVE WORK-LINE TO HROW3O
               WHEN 4
                   MOVE WORK-LINE TO HROW4O
               WHEN 5
                   MOVE WORK-LINE TO HROW5O
               WHEN 6
                   MOVE WORK-LINE TO HROW6O
               WHEN 7
                   MOVE WORK-LINE TO HROW7O
               WHEN 8
                   MOVE WORK-LINE TO HROW8O
               WHEN 9
                   MOVE WORK-LINE TO HROW9O
               WHEN 10
                   MOVE WORK-LINE TO HROW10O
               WHEN 11
                   MOVE WORK-LINE TO HROW11O
               WHEN 12
                   MOVE WORK-LINE TO HROW12O
           END-EVALUATE.
      *
       FORMAT-MOVE.
           MOVE AH-MOVE-PCT TO SIGNED-PCT
           IF AH-MOVE-SIGN = '-'
               COMPUTE SIGNED-PCT = 0 - SIGNED-PCT
           END-IF
           MOVE SIGNED-PCT TO MOVE-ED.
      *
       PROCESS-DAY-PANEL.
           IF EIBAID = DFHPF7 OR EIBAID = DFHPF8
               PERFORM TURN-PAGE
           ELSE
               PERFORM RECEIVE-DAY-QUERY
           END-IF
           MOVE LOW-VALUES TO ANSDAYO
           MOVE CA-CAMP TO DCAMPO
           IF CA-DATE > 0
               MOVE CA-DATE TO DDATEO
           END-IF
           IF CA-PAGE > 0
               PERFORM LIST-DAY
               MOVE CA-PAGE TO PAGE-ED
               MOVE PAGE-ED TO DPAGEO
           END-IF
           MOVE SAVE-MSG TO DMSGO
           EXEC CICS SEND
               MAP('ANSDAY')
               MAPSET('AOCANSS')
               FROM(ANSDAYO)
               ERASE
           END-EXEC.
      *
      *    As for the history panel, a field left alone is taken
      *    from the query in the commarea.
       RECEIVE-DAY-QUERY.
           EXEC CICS RECEIVE
               MAP('ANSDAY')
               MAPSET('AOCANSS')
               INTO(ANSDAYI)
               RESP(RESP-CODE)
           END-EXEC
           IF DCAMPL = 0
               MOVE CA-CAMP TO WK-CAMP
           ELSE
               MOVE DCAMPI TO WK-CAMP
           END-IF
           IF DDATEL = 0 AND CA-DATE > 0
               MOVE CA-DATE TO WK-DATE
           ELSE
               MOVE DDATEI TO WK-DATE
           END-IF
           INSPECT WK-CAMP REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WK-DATE REPLACING ALL LOW-VALUES BY SPACES
           IF WK-CAMP = SPACES
               MOVE HOME-CAMP TO WK-CAMP
           END-IF
           MOVE WK-CAMP TO CA-CAMP
           MOVE 0 TO CA-DATE
           MOVE 0 TO CA-PAGE
           MOVE 'N' TO CA-MORE
           MOVE FUNCTION TEST-NUMVAL(WK-DATE) TO NUMVAL-RC
           EVALUATE TRUE
               WHEN WK-DATE = SPACES
                   MOVE 'BUSINESS DATE IS REQUIRED - CCYYMMDD'
                       TO SAVE-MSG
               WHEN NUMVAL-RC NOT = 0
                   MOVE 'BUSINESS DATE MUST BE NUMERIC CCYYMMDD'
                       TO SAVE-MSG
               WHEN OTHER
                   COMPUTE CA-DATE = FUNCTION NUMVAL(WK-DATE)
                   IF CA-DATE < 19000101
                       MOVE 'BUSINESS DATE MUST BE CCYYMMDD'
                           TO SAVE-MSG
                   ELSE
                       MOVE 1 TO CA-PAGE
                   END-IF
           END-EVALUATE.
      *
      *    Every answer the camp produced that night, in program
      *    and label order, twelve a page: a keyed browse of the
      *    companion date store, each answer then read from the
      *    history store for its value, verdict and move.
       LIST-DAY.
           MOVE LOW-VALUES TO BROWSE-KEY
           MOVE CA-CAMP TO BROWSE-KEY(1:4)
           MOVE CA-DATE TO BROWSE-KEY(5:8)
           COMPUTE SKIP-COUNT = (CA-PAGE - 1) * 12
           MOVE 0 TO MATCH-COUNT
           MOVE 'N' TO BROWSE-DONE
           EXEC CICS STARTBR
               DATASET('ANSDKEY')
               RIDFLD(BROWSE-KEY)
               GTEQ
               RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = DFHRESP(NORMAL)
               PERFORM BROWSE-NEXT-ANSWER
                   UNTIL BROWSE-DONE = 'Y'
                       OR MATCH-COUNT > SKIP-COUNT + 12
               EXEC CICS ENDBR
                   DATASET('ANSDKEY')
               END-EXEC
           END-IF
           IF MATCH-COUNT > SKIP-COUNT + 12
               MOVE 'Y' TO CA-MORE
           ELSE
               MOVE 'N' TO CA-MORE
           END-IF
           IF SAVE-MSG = SPACES
               EVALUATE TRUE
                   WHEN MATCH-COUNT = 0
                       MOVE 'NO ANSWERS FOR THAT DATE IN THIS CAMP'
                           TO SAVE-MSG
                   WHEN CA-MORE = 'Y'
                       MOVE 'PF8 FOR MORE ANSWERS - PF3 TO EXIT'
                           TO SAVE-MSG
                   WHEN OTHER
                       MOVE 'ALL ANSWERS SHOWN - PF3 TO EXIT'
                           TO SAVE-MSG
               END-EVALUATE
           END-IF.
      *
       BROWSE-NEXT-ANSWER.
           EXEC CICS READNEXT
               DATASET('ANSDKEY')
               INTO(ANSDKEY-REC)
               RIDFLD(BROWSE-KEY)
               RESP(RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO BROWSE-DONE
               WHEN AK-CAMP NOT = CA-CAMP
                   OR AK-RUN-DATE NOT = CA-DATE
                   MOVE 'Y' TO BROWSE-DONE
               WHEN OTHER
                   ADD 1 TO MATCH-COUNT
                   IF MATCH-COUNT > SKIP-COUNT
                       AND MATCH-COUNT <= SKIP-COUNT + 12
                       COMPUTE ROW-IX = MATCH-COUNT - SKIP-COUNT
                       PERFORM READ-AND-FORMAT-ANSWER
                   END-IF
           END-EVALUATE.
      *
      *    A key with no history record behind it (a load cut
      *    short between the two writes) still lists the answer,
      *    with its value columns blank.
       READ-AND-FORMAT-ANSWER.
           MOVE AK-CAMP TO AH-CAMP
           MOVE AK-PROGRAM TO AH-PROGRAM
           MOVE AK-LABEL TO AH-LABEL
           MOVE AK-RUN-DATE TO AH-RUN-DATE
           EXEC CICS READ
               DATASET('ANSHIST')
               INTO(ANSHIST-REC)
               RIDFLD(AH-KEY)
               RESP(RESP-CODE)
           END-EXEC
           MOVE SPACES TO WORK-LINE
           MOVE AK-PROGRAM TO WORK-LINE(1:8)
           MOVE AK-LABEL TO WORK-LINE(11:20)
           IF RESP-CODE = DFHRESP(NORMAL)
               IF AH-ALPHA = SPACES
                   MOVE AH-VALUE TO VALUE-ED
                   MOVE VALUE-ED TO WORK-LINE(32:18)
               ELSE
                   MOVE AH-ALPHA TO WORK-LINE(32:20)
               END-IF
               MOVE AH-VERDICT TO WORK-LINE(53:5)
               IF AH-MOVE-SIGN = SPACE
                   MOVE 'N/A' TO WORK-LINE(64:3)
               ELSE
                   PERFORM FORMAT-MOVE
                   MOVE MOVE-ED TO WORK-LINE(61:6)
                   MOVE '%' TO WORK-LINE(67:1)
               END-IF
           END-IF
           EVALUATE ROW-IX
               WHEN 1
                   MOVE WORK-LINE TO DROW1O
               WHEN 2
                   MOVE WORK-LINE TO DROW2O
               WHEN 3
                   MOVE WORK-LINE TO DROW3O
               WHEN 4
                   MOVE WORK-LINE TO DROW4O
               WHEN 5
                   MOVE WORK-LINE TO DROW5O
               WHEN 6
                   MOVE WORK-LINE TO DROW6O
               WHEN 7
                   MOVE WORK-LINE TO DROW7O
               WHEN 8
                   MOVE WORK-LINE TO DROW8O
               WHEN 9
                   MOVE WORK-LINE TO DROW9O
               WHEN 10
                   MOVE WORK-LINE TO DROW10O
               WHEN 11
                   MOVE WORK-LINE TO DROW11O
               WHEN 12
                   MOVE WORK-LINE TO DROW12O
           END-EVALUATE.
      *
