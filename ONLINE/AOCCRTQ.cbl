      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCCRTQ.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *    Symbolic map for the AOCCRTS locator screen, generated
      *    from ONLINE/AOCCRTS.bms at map assembly time.
       COPY AOCCRTS.
      *    Standard attention identifier values (DFHPF3, DFHCLEAR).
       COPY DFHAID.
      *
      *    The keyed crate-location store AOCCRTL reloads each
      *    night from the AOC05A movement journal: one record per
      *    standing crate position per CrateMover model.
       COPY CRATLOC.

       01 TEMP.
      *    input fields saved off the symbolic map before the map
      *    area is cleared for output, with 3270 trailing nulls
      *    turned into spaces
         05  WK-MODEL            PIC X(1)  VALUE SPACES.
         05  WK-CRATE            PIC X(1)  VALUE SPACES.
         05  WK-STACK            PIC X(2)  VALUE SPACES.
         05  NUMVAL-RC           PIC S9(4) VALUE 0.
         05  RID-STACK           PIC 9(2)  VALUE 0.
         05  BROWSE-KEY          PIC X(6)  VALUE SPACES.
         05  BROWSE-DONE         PIC X(1)  VALUE 'N'.
         05  MATCH-COUNT         PIC 9(2)  VALUE 0.
         05  RESP-CODE           PIC S9(8) COMP VALUE 0.
         05  ROW-IX              PIC 9(2)  VALUE 0.
         05  TOP-POS             PIC 9(3)  VALUE 0.
         05  LOW-DEPTH           PIC 9(3)  VALUE 0.
         05  D                   PIC 9(3)  VALUE 0.
         05  SHOWN-DATE          PIC 9(8)  VALUE 0.
         05  NUM-ED              PIC ZZ9.
         05  INSTR-ED            PIC Z(8)9.
         05  WORK-LINE           PIC X(70) VALUE SPACES.

      *    The commarea marks the pseudo-conversational round
      *    trip - first entry paints the empty screen, later
      *    entries process input - and carries the model the
      *    screen shows.
       01 COMMAREA-AREA.
         05  CA-FLAG             PIC X(1) VALUE SPACE.
         05  CA-MODEL            PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05  LK-FLAG             PIC X(1).
         05  LK-MODEL            PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           IF EIBCALEN = 0
               PERFORM SEND-FRESH-MAP
           ELSE
               IF EIBCALEN > 1
                   MOVE LK-MODEL TO CA-MODEL
               END-IF
               PERFORM PROCESS-INQUIRY
           END-IF
           MOVE 'R' TO CA-FLAG
           EXEC CICS RETURN
               TRANSID('CRTQ')
               COMMAREA(COMMAREA-AREA)
               LENGTH(2)
           END-EXEC.
      *
       SEND-FRESH-MAP.
           MOVE LOW-VALUES TO CRTQRYO
           MOVE 'ENTER A CRATE LETTER OR A STACK NUMBER'
               TO MSGO
           EXEC CICS SEND
               MAP('CRTQRY')
               MAPSET('AOCCRTS')
               FROM(CRTQRYO)
               ERASE
           END-EXEC.
      *
       PROCESS-INQUIRY.
      *    PF3 or CLEAR ends the transaction with a clean screen.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS RECEIVE
               MAP('CRTQRY')
               MAPSET('AOCCRTS')
               INTO(CRTQRYI)
               RESP(RESP-CODE)
           END-EXEC
      *    The model is sent without FSET, so one the user left
      *    alone comes back with a zero length and no data; it
      *    still shows the model in the commarea, which is taken.
           IF MODELL = 0
               MOVE CA-MODEL TO WK-MODEL
           ELSE
               MOVE MODELI TO WK-MODEL
           END-IF
           MOVE CRATEI TO WK-CRATE
           MOVE STACKI TO WK-STACK
           INSPECT WK-MODEL REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WK-CRATE REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WK-STACK REPLACING ALL LOW-VALUES BY SPACES
           MOVE LOW-VALUES TO CRTQRYO
      *    No model keyed means the CrateMover 9000; the choice is
      *    shown again and kept in the commarea, so the next ENTER
      *    asks about the same model.
           IF WK-MODEL = SPACE
               MOVE '1' TO WK-MODEL
           END-IF
           MOVE WK-MODEL TO MODELO
           MOVE WK-MODEL TO CA-MODEL
           EVALUATE TRUE
               WHEN WK-MODEL NOT = '1' AND WK-MODEL NOT = '2'
                   MOVE 'MODEL MUST BE 1 (9000) OR 2 (9001)' TO MSGO
               WHEN WK-CRATE NOT = SPACE
                   PERFORM INQUIRE-BY-CRATE
               WHEN WK-STACK NOT = SPACES
                   PERFORM INQUIRE-BY-STACK
               WHEN OTHER
                   MOVE 'NOTHING ENTERED - GIVE ME A CRATE OR STACK'
                       TO MSGO
           END-EVALUATE
           IF SHOWN-DATE > 0
               MOVE SHOWN-DATE TO RUNDTO
           END-IF
           EXEC CICS SEND
               MAP('CRTQRY')
               MAPSET('AOCCRTS')
               FROM(CRTQRYO)
               ERASE
           END-EXEC.
      *
      *    Crate letters are not unique - the same letter can stand
      *    on several stacks - so the letter search browses the
      *    whole model in stack/depth order and lists every place
      *    it is found. A thirteenth match just proves there are
      *    more than the screen holds.
       INQUIRE-BY-CRATE.
           MOVE WK-CRATE TO CRATEO
           MOVE 0 TO MATCH-COUNT
           MOVE 0 TO ROW-IX
           MOVE 'N' TO BROWSE-DONE
           MOVE WK-MODEL TO BROWSE-KEY(1:1)
           MOVE '00000' TO BROWSE-KEY(2:5)
           EXEC CICS STARTBR
               DATASET('CRATLOC')
               RIDFLD(BROWSE-KEY)
               GTEQ
               RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = DFHRESP(NORMAL)
               PERFORM BROWSE-NEXT-CRATE
                   UNTIL BROWSE-DONE = 'Y' OR MATCH-COUNT > 12
               EXEC CICS ENDBR
                   DATASET('CRATLOC')
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN MATCH-COUNT = 0
                   MOVE 'THAT CRATE IS NOT STANDING IN THIS MODEL'
                       TO MSGO
               WHEN MATCH-COUNT > 12
                   MOVE 'FIRST 12 POSITIONS SHOWN - NARROW BY STACK'
                       TO MSGO
               WHEN OTHER
                   MOVE 'POSITIONS SHOWN - PF3 TO EXIT' TO MSGO
           END-EVALUATE.
      *
      *    The browse ends the moment the key moves on to the
      *    other model - nothing past that point belongs to the
      *    model asked about.
       BROWSE-NEXT-CRATE.
           EXEC CICS READNEXT
               DATASET('CRATLOC')
               INTO(CRATLOC-REC)
               RIDFLD(BROWSE-KEY)
               RESP(RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO BROWSE-DONE
               WHEN CL-MODEL NOT = WK-MODEL
                   MOVE 'Y' TO BROWSE-DONE
               WHEN CL-CRATE = WK-CRATE
                   ADD 1 TO MATCH-COUNT
                   IF MATCH-COUNT <= 12
                       MOVE MATCH-COUNT TO ROW-IX
                       PERFORM FORMAT-CRATE-ROW
                   END-IF
           END-EVALUATE.
      *
      *    A stack is listed top to bottom: the bottom record
      *    carries the stack's height tonight, then each position
      *    down from the top is a keyed read - twelve at most,
      *    the rest are under them.
       INQUIRE-BY-STACK.
           MOVE FUNCTION TEST-NUMVAL(WK-STACK) TO NUMVAL-RC
           IF NUMVAL-RC NOT = 0
               MOVE 'STACK NUMBER MUST BE NUMERIC' TO MSGO
           ELSE
               COMPUTE RID-STACK = FUNCTION NUMVAL(WK-STACK)
               MOVE RID-STACK TO STACKO
               IF RID-STACK < 1 OR RID-STACK > 20
                   MOVE 'STACK NUMBER MUST BE 1 TO 20' TO MSGO
               ELSE
                   PERFORM LIST-STACK
               END-IF
           END-IF.
      *
       LIST-STACK.
           MOVE 0 TO ROW-IX
           MOVE WK-MODEL TO CL-MODEL
           MOVE RID-STACK TO CL-STACK
           MOVE 1 TO CL-DEPTH
           EXEC CICS READ
               DATASET('CRATLOC')
               INTO(CRATLOC-REC)
               RIDFLD(CL-KEY)
               RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'THAT STACK IS EMPTY IN THIS MODEL' TO MSGO
           ELSE
               IF CL-STACK-HEIGHT > 12
                   COMPUTE LOW-DEPTH = CL-STACK-HEIGHT - 11
               ELSE
                   MOVE 1 TO LOW-DEPTH
               END-IF
               PERFORM VARYING D FROM CL-STACK-HEIGHT BY -1
                   UNTIL D < LOW-DEPTH
                   PERFORM READ-STACK-POSITION
               END-PERFORM
               IF LOW-DEPTH > 1
                   MOVE 'TOP 12 CRATES SHOWN - THE REST ARE BENEATH'
                       TO MSGO
               ELSE
                   MOVE 'WHOLE STACK SHOWN, TOP FIRST - PF3 TO EXIT'
                       TO MSGO
               END-IF
           END-IF.
      *
       READ-STACK-POSITION.
           MOVE WK-MODEL TO CL-MODEL
           MOVE RID-STACK TO CL-STACK
           MOVE D TO CL-DEPTH
           EXEC CICS READ
               DATASET('CRATLOC')
               INTO(CRATLOC-REC)
               RIDFLD(CL-KEY)
               RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = DFHRESP(NORMAL)
               ADD 1 TO ROW-IX
               PERFORM FORMAT-CRATE-ROW
           END-IF.
      *
      *    One fixed-column line per position: stack, depth from
      *    the floor, place from the top, the crate, and the last
      *    instruction that moved it with its from and to stacks.
      *    A crate nothing has moved still shows START.
       FORMAT-CRATE-ROW.
           MOVE CL-RUN-DATE TO SHOWN-DATE
           MOVE SPACES TO WORK-LINE
           MOVE CL-STACK TO WORK-LINE(2:2)
           MOVE CL-DEPTH TO NUM-ED
           MOVE NUM-ED TO WORK-LINE(10:3)
           COMPUTE TOP-POS = CL-STACK-HEIGHT - CL-DEPTH + 1
           MOVE TOP-POS TO NUM-ED
           MOVE NUM-ED TO WORK-LINE(15:3)
           MOVE CL-CRATE TO WORK-LINE(23:1)
           IF CL-LAST-INSTR = 0
               MOVE 'START' TO WORK-LINE(32:5)
           ELSE
               MOVE CL-LAST-INSTR TO INSTR-ED
               MOVE INSTR-ED TO WORK-LINE(28:9)
               MOVE CL-LAST-FROM TO WORK-LINE(41:2)
               MOVE CL-LAST-TO TO WORK-LINE(46:2)
           END-IF
           EVALUATE ROW-IX
               WHEN 1
                   MOVE WORK-LINE TO ROW1O
               WHEN 2
                   MOVE WORK-LINE TO ROW2O
               WHEN 3
                   MOVE WORK-LINE TO ROW3O
               WHEN 4
                   MOVE WORK-LINE TO ROW4O
               WHEN 5
                   MOVE WORK-LINE TO ROW5O
               WHEN 6
                   MOVE WORK-LINE TO ROW6O
               WHEN 7
                   MOVE WORK-LINE TO ROW7O
               WHEN 8
                   MOVE WORK-LINE TO ROW8O
               WHEN 9
                   MOVE WORK-LINE TO ROW9O
               WHEN 10
                   MOVE WORK-LINE TO ROW10O
               WHEN 11
                   MOVE WORK-LINE TO ROW11O
               WHEN 12
                   MOVE WORK-LINE TO ROW12O
           END-EVALUATE.
      *
