      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AOCPAYX.
       AUTHOR.        L. JAKS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAIN   ASSIGN TO AOCIN.
           SELECT MSGOUT   ASSIGN TO AOCMSG.
           SELECT SORTFILE ASSIGN TO SORTWK01.
           SELECT EXCFILE ASSIGN TO AOCEXC.
           SELECT RUNLOG  ASSIGN TO RUNLOG
               FILE STATUS IS RLOG-STATUS.
           SELECT PARMDECK ASSIGN TO PARMDECK
               FILE STATUS IS PDECK-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    The same channel-tagged feed AOC06A scans: an 8-byte
      *    channel identifier ahead of each 500-byte chunk of that
      *    channel's stream, chunks of different channels
      *    interleaved. Trailing spaces on a short final chunk are
      *    trimmed off, as in AOC06A.
       FD  DATAIN RECORDING MODE F.
       01  DATA-IN.
           05  CHANNEL-TAG        PIC X(8).
           05  STREAM-CHUNK       PIC X(500).
      *
      *    The message extract for the communications group (see
      *    COPYLIB/MSGREC.cpy): each channel's messages in stream
      *    order, a trailer per channel and a file trailer.
       FD  MSGOUT RECORDING MODE F.
           COPY MSGREC.
      *
      *    Messages complete in whatever order the channels'
      *    chunks arrive; the sort groups them by channel, puts
      *    each message's header (released once its length is
      *    known) ahead of its segments, and the channel's summary
      *    after its last message.
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-CHANNEL        PIC X(8).
           05  SRT-MSG-SEQ        PIC 9(7).
           05  SRT-KIND           PIC X(1).
           05  SRT-SEG-SEQ        PIC 9(5).
           05  SRT-LENGTH         PIC 9(11).
           05  SRT-COUNT          PIC 9(9).
           05  SRT-TEXT           PIC X(200).
      *
      *    Exception report: a channel where no start-of-message
      *    marker ever turns up (chunk number 0 and the channel
      *    tag), and a record arriving for an eleventh channel.
       FD  EXCFILE RECORDING MODE F.
           COPY EXCREC.
      *
      *    Shared audit trail, one record appended per run.
       FD  RUNLOG RECORDING MODE F.
           COPY RUNLOG.
      *
      *    Suite-wide keyword control deck, one KEYWORD=VALUE card
      *    per line (see COPYLIB/PARMPROC.cpy for the keywords);
      *    MARKERLEN sets the marker length as it does for AOC06A.
       FD  PARMDECK RECORDING MODE F.
       01  PDECK-REC              PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05  LASTREC              PIC X VALUE SPACE.
         05  SORT-EOF             PIC X VALUE SPACE.
         05  DUP-FOUND            PIC X(1) VALUE 'N'.

       01 TEMP.
         05  MARKER-LEN           PIC 9(2)  VALUE 4.
         05  SEG-MAX              PIC 9(3)  VALUE 200.
         05  LINE-NUM             PIC 9(9)  VALUE 0.
         05  WARN-COUNT           PIC 9(9)  VALUE 0.
         05  WARN-LIMIT           PIC 9(9)  VALUE 0.
         05  RUN-RC               PIC 9(4)  VALUE 0.
         05  CHUNK-LEN            PIC 9(9)  VALUE 0.
         05  SEG-LEN              PIC 9(3)  VALUE 0.
         05  WS-I                 PIC 9(9)  VALUE 0.
         05  WS-J                 PIC 9(4)  VALUE 0.
         05  WS-K                 PIC 9(4)  VALUE 0.
         05  CX                   PIC 9(2)  VALUE 0.
         05  CHANNEL-COUNT        PIC 9(2)  VALUE 0.
         05  MSG-TOTAL            PIC 9(9)  VALUE 0.
         05  CHAR-TOTAL           PIC 9(11) VALUE 0.
         05  REC-TOTAL            PIC 9(9)  VALUE 0.
         05  CHAN-RECS            PIC 9(9)  VALUE 0.

      *    Per-channel extract state. Before the first marker a
      *    channel is only hunting (CH-IN-MSG N); after it every
      *    character belongs to the current message until the next
      *    marker closes it. CH-PEND holds the message characters
      *    not yet released as segments - at least MARKER-LEN of
      *    them are always held back, since they may turn out to
      *    be the next marker rather than message. Ten channels
      *    matches AOC06A's channel table.
       01 CHANNEL-TABLE.
         05  CHANNEL-ENTRY OCCURS 10 TIMES.
           10  CH-TAG             PIC X(8).
           10  CH-IN-MSG          PIC X(1).
           10  CH-WIN-LEN         PIC 9(2).
           10  CH-WINDOW          PIC X(99).
           10  CH-MSG-SEQ         PIC 9(7).
           10  CH-SEG-SEQ         PIC 9(5).
           10  CH-MSG-LEN         PIC 9(9).
           10  CH-PEND-LEN        PIC 9(3).
           10  CH-PEND            PIC X(299).
           10  CH-CHARS           PIC 9(11).
           10  CH-STREAM-LEN      PIC 9(9).

       01 WINDOW-TMP              PIC X(99)  VALUE SPACES.
       01 PEND-TMP                PIC X(299) VALUE SPACES.

       COPY PARMDEF.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       DECLARATIVES.
       IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DATAIN MSGOUT
               EXCFILE.
       IO-ERROR-HANDLER.
           DISPLAY 'AOCPAYX I/O ERROR - ABNORMAL END AT RECORD '
               LINE-NUM
           MOVE 'AOCPAYX' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE 0 TO RL-REC-OUT
           MOVE 'A' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE 16 TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END DECLARATIVES.
      *
       MAIN-LINE SECTION.
       OPEN-FILES.
           OPEN INPUT  DATAIN.
           OPEN OUTPUT MSGOUT.
           OPEN OUTPUT EXCFILE.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'AOCPAYX' TO CTL-PROGRAM
           PERFORM GET-RUN-CONTROL
           IF CTL-WARNMAX > 0
               MOVE CTL-WARNMAX TO WARN-LIMIT
           END-IF
           IF CTL-MARKERLEN > 0
               MOVE CTL-MARKERLEN TO MARKER-LEN
           END-IF
           OPEN EXTEND RUNLOG.
           ACCEPT RL-START-TIME FROM TIME.
           PERFORM REPORT-PARM-ERRORS.
      *
       EXTRACT-MESSAGES.
           SORT SORTFILE
               ON ASCENDING KEY SRT-CHANNEL SRT-MSG-SEQ SRT-KIND
                                SRT-SEG-SEQ
               INPUT PROCEDURE IS SCAN-STREAMS
               OUTPUT PROCEDURE IS WRITE-MESSAGES
           .
      *
       CLOSE-STOP.
           DISPLAY 'AOCPAYX CHANNELS EXTRACTED = ' CHANNEL-COUNT
           DISPLAY 'AOCPAYX MESSAGES WRITTEN   = ' MSG-TOTAL
           DISPLAY 'AOCPAYX WARNING COUNT = ' WARN-COUNT
           IF WARN-COUNT > WARN-LIMIT
               MOVE 4 TO RUN-RC
           END-IF
           PERFORM WRITE-RUNLOG
           CLOSE DATAIN.
           CLOSE MSGOUT.
           CLOSE EXCFILE.
           CLOSE RUNLOG.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      *
      *    Input side of the sort: every chunk is scanned as it is
      *    read, releasing message segments and headers as they
      *    complete; end of input closes each channel's last
      *    message and releases its summary.
       SCAN-STREAMS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM SELECT-CHANNEL
               IF CX > 0
                   PERFORM SCAN-CHUNK
               END-IF
               PERFORM READ-RECORD
           END-PERFORM
           PERFORM CLOSE-ONE-CHANNEL VARYING CX FROM 1 BY 1
               UNTIL CX > CHANNEL-COUNT.
      *
       READ-RECORD.
           READ DATAIN
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF LASTREC NOT = 'Y'
               ADD 1 TO LINE-NUM
           END-IF.
      *
      *    Find the chunk's channel slot, opening a fresh one the
      *    first time a tag appears. A record past the tenth
      *    channel is flagged and dropped, as AOC06A does.
       SELECT-CHANNEL.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHANNEL-COUNT
               OR CH-TAG(CX) = CHANNEL-TAG
               CONTINUE
           END-PERFORM
           IF CX > CHANNEL-COUNT
               IF CHANNEL-COUNT < 10
                   ADD 1 TO CHANNEL-COUNT
                   MOVE CHANNEL-COUNT TO CX
                   INITIALIZE CHANNEL-ENTRY(CX)
                   MOVE CHANNEL-TAG TO CH-TAG(CX)
                   MOVE 'N' TO CH-IN-MSG(CX)
               ELSE
                   MOVE 0 TO CX
                   MOVE 'CHNL' TO EXC-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
      *
       SCAN-CHUNK.
           COMPUTE CHUNK-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(STREAM-CHUNK TRAILING))
           IF STREAM-CHUNK = SPACES
               MOVE 0 TO CHUNK-LEN
           END-IF
           PERFORM SCAN-ONE-CHARACTER VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > CHUNK-LEN.
      *
      *    A character inside a message is held as message text
      *    first; if it completes a marker, the marker's
      *    characters come back off the end of the held text, the
      *    message is closed and the next one starts after the
      *    marker. Held text beyond one segment plus a possible
      *    marker is safe to release.
       SCAN-ONE-CHARACTER.
           ADD 1 TO CH-STREAM-LEN(CX)
           PERFORM SLIDE-WINDOW
           IF CH-IN-MSG(CX) = 'Y'
               ADD 1 TO CH-PEND-LEN(CX)
               MOVE STREAM-CHUNK(WS-I:1)
                   TO CH-PEND(CX)(CH-PEND-LEN(CX):1)
           END-IF
           MOVE 'Y' TO DUP-FOUND
           IF CH-WIN-LEN(CX) = MARKER-LEN
               PERFORM CHECK-WINDOW
           END-IF
           IF DUP-FOUND = 'N'
               IF CH-IN-MSG(CX) = 'Y'
                   SUBTRACT MARKER-LEN FROM CH-PEND-LEN(CX)
                   PERFORM END-MESSAGE
               END-IF
               PERFORM START-MESSAGE
           ELSE
               IF CH-PEND-LEN(CX) >= SEG-MAX + MARKER-LEN
                   PERFORM RELEASE-SEGMENT
               END-IF
           END-IF.
      *
      *    Same sliding window as AOC06A, kept per channel; it
      *    restarts empty at each message so the next marker has
      *    to lie wholly inside the message.
       SLIDE-WINDOW.
           IF CH-WIN-LEN(CX) < MARKER-LEN
               ADD 1 TO CH-WIN-LEN(CX)
           ELSE
               IF CH-WIN-LEN(CX) > 1
                   MOVE CH-WINDOW(CX)(2:CH-WIN-LEN(CX) - 1)
                       TO WINDOW-TMP
                   MOVE WINDOW-TMP TO CH-WINDOW(CX)
               END-IF
           END-IF
           MOVE STREAM-CHUNK(WS-I:1)
               TO CH-WINDOW(CX)(CH-WIN-LEN(CX):1).
      *
       CHECK-WINDOW.
           MOVE 'N' TO DUP-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > MARKER-LEN OR DUP-FOUND = 'Y'
               COMPUTE WS-K = WS-J + 1
               PERFORM VARYING WS-K FROM WS-K BY 1
                       UNTIL WS-K > MARKER-LEN OR DUP-FOUND = 'Y'
                   IF CH-WINDOW(CX)(WS-J:1) = CH-WINDOW(CX)(WS-K:1)
                       MOVE 'Y' TO DUP-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       START-MESSAGE.
           MOVE 'Y' TO CH-IN-MSG(CX)
           ADD 1 TO CH-MSG-SEQ(CX)
           MOVE 0 TO CH-SEG-SEQ(CX)
           MOVE 0 TO CH-MSG-LEN(CX)
           MOVE 0 TO CH-PEND-LEN(CX)
           MOVE 0 TO CH-WIN-LEN(CX).
      *
      *    Release what is still held as the message's last
      *    segments, then its header with the final length.
       END-MESSAGE.
           PERFORM RELEASE-SEGMENT UNTIL CH-PEND-LEN(CX) = 0
           MOVE CH-TAG(CX) TO SRT-CHANNEL
           MOVE CH-MSG-SEQ(CX) TO SRT-MSG-SEQ
           MOVE '1' TO SRT-KIND
           MOVE 0 TO SRT-SEG-SEQ
           MOVE CH-MSG-LEN(CX) TO SRT-LENGTH
           MOVE CH-SEG-SEQ(CX) TO SRT-COUNT
           MOVE SPACES TO SRT-TEXT
           RELEASE SORT-REC
           ADD CH-MSG-LEN(CX) TO CH-CHARS(CX).
      *
      *    One segment off the front of the held text, shifted
      *    down through PEND-TMP like the window.
       RELEASE-SEGMENT.
           IF CH-PEND-LEN(CX) > SEG-MAX
               MOVE SEG-MAX TO SEG-LEN
           ELSE
               MOVE CH-PEND-LEN(CX) TO SEG-LEN
           END-IF
           ADD 1 TO CH-SEG-SEQ(CX)
           ADD SEG-LEN TO CH-MSG-LEN(CX)
           MOVE CH-TAG(CX) TO SRT-CHANNEL
           MOVE CH-MSG-SEQ(CX) TO SRT-MSG-SEQ
           MOVE '2' TO SRT-KIND
           MOVE CH-SEG-SEQ(CX) TO SRT-SEG-SEQ
           MOVE SEG-LEN TO SRT-LENGTH
           MOVE 0 TO SRT-COUNT
           MOVE SPACES TO SRT-TEXT
           MOVE CH-PEND(CX)(1:SEG-LEN) TO SRT-TEXT(1:SEG-LEN)
           RELEASE SORT-REC
           SUBTRACT SEG-LEN FROM CH-PEND-LEN(CX)
           IF CH-PEND-LEN(CX) > 0
               MOVE CH-PEND(CX)(SEG-LEN + 1:CH-PEND-LEN(CX))
                   TO PEND-TMP
               MOVE PEND-TMP TO CH-PEND(CX)
           END-IF.
      *
      *    End of stream ends the channel's last message. A
      *    channel that never showed a marker has no messages and
      *    is flagged as AOC06A flags it; either way its summary
      *    goes last in its group.
       CLOSE-ONE-CHANNEL.
           IF CH-IN-MSG(CX) = 'Y'
               PERFORM END-MESSAGE
           ELSE
               MOVE 'AOCPAYX' TO EXC-PROGRAM
               MOVE CTL-CAMP TO EXC-CAMP
               MOVE 'NMRK' TO EXC-REASON
               MOVE 0 TO EXC-LINE-NUM
               MOVE SPACES TO EXC-CONTENT
               STRING 'NO MARKER FOUND IN STREAM, CHANNEL '
                       DELIMITED BY SIZE
                      CH-TAG(CX) DELIMITED BY SIZE
                   INTO EXC-CONTENT
               END-STRING
               ADD 1 TO WARN-COUNT
               WRITE EXC-REC
           END-IF
           MOVE CH-TAG(CX) TO SRT-CHANNEL
           MOVE 9999999 TO SRT-MSG-SEQ
           MOVE '9' TO SRT-KIND
           MOVE 0 TO SRT-SEG-SEQ
           MOVE CH-CHARS(CX) TO SRT-LENGTH
           MOVE CH-MSG-SEQ(CX) TO SRT-COUNT
           MOVE SPACES TO SRT-TEXT
           RELEASE SORT-REC.
      *
      *    Output side: headers and segments straight through, a
      *    channel trailer from each channel's summary, then the
      *    file trailer.
       WRITE-MESSAGES.
           PERFORM RETURN-MESSAGE
           PERFORM UNTIL SORT-EOF = 'Y'
               PERFORM WRITE-MESSAGE-RECORD
               PERFORM RETURN-MESSAGE
           END-PERFORM
           PERFORM WRITE-TRAILER.
      *
       RETURN-MESSAGE.
           RETURN SORTFILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
      *
       WRITE-MESSAGE-RECORD.
           MOVE SPACES TO MSG-REC
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN MSG-REC
           MOVE 'AOCPAYX' TO RH-PROGRAM IN MSG-REC
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN MSG-REC
           MOVE CTL-CAMP TO RH-CAMP IN MSG-REC
           MOVE SRT-CHANNEL TO MG-CHANNEL
           EVALUATE SRT-KIND
               WHEN '1'
                   MOVE 'H' TO MG-REC-TYPE
                   MOVE SRT-MSG-SEQ TO MG-MSG-SEQ
                   MOVE 0 TO MG-SEG-SEQ
                   MOVE SRT-LENGTH TO MG-LENGTH
                   MOVE SRT-COUNT TO MG-COUNT
                   ADD 1 TO MSG-TOTAL
                   ADD SRT-LENGTH TO CHAR-TOTAL
               WHEN '2'
                   MOVE 'D' TO MG-REC-TYPE
                   MOVE SRT-MSG-SEQ TO MG-MSG-SEQ
                   MOVE SRT-SEG-SEQ TO MG-SEG-SEQ
                   MOVE SRT-LENGTH TO MG-LENGTH
                   MOVE 0 TO MG-COUNT
                   MOVE SRT-TEXT TO MG-TEXT
               WHEN OTHER
                   MOVE 'C' TO MG-REC-TYPE
                   MOVE SRT-COUNT TO MG-MSG-SEQ
                   MOVE 0 TO MG-SEG-SEQ
                   MOVE SRT-LENGTH TO MG-LENGTH
                   MOVE CHAN-RECS TO MG-COUNT
                   MOVE 0 TO CHAN-RECS
           END-EVALUATE
           IF MG-REC-TYPE NOT = 'C'
               ADD 1 TO CHAN-RECS
           END-IF
           WRITE MSG-REC
           ADD 1 TO REC-TOTAL.
      *
       WRITE-TRAILER.
           MOVE SPACES TO MSG-TRAILER
           MOVE RL-RUN-DATE TO RH-RUN-DATE IN MSG-TRAILER
           MOVE 'AOCPAYX' TO RH-PROGRAM IN MSG-TRAILER
           MOVE CTL-RUN-SEQ TO RH-RUN-SEQ IN MSG-TRAILER
           MOVE CTL-CAMP TO RH-CAMP IN MSG-TRAILER
           MOVE 'T' TO MT-REC-TYPE
           MOVE CHANNEL-COUNT TO MT-CHANNEL-COUNT
           MOVE MSG-TOTAL TO MT-MSG-COUNT
           MOVE CHAR-TOTAL TO MT-CHAR-COUNT
           MOVE REC-TOTAL TO MT-REC-COUNT
           MOVE LINE-NUM TO MT-CHUNK-COUNT
           WRITE MSG-TRAILER.
      *
       WRITE-EXCEPTION.
           ADD 1 TO WARN-COUNT
           MOVE 'AOCPAYX' TO EXC-PROGRAM
           MOVE CTL-CAMP TO EXC-CAMP
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE DATA-IN TO EXC-CONTENT
           WRITE EXC-REC.
      *
       WRITE-RUNLOG.
           MOVE 'AOCPAYX' TO RL-PROGRAM
           ACCEPT RL-END-TIME FROM TIME
           MOVE LINE-NUM TO RL-REC-IN
           MOVE MSG-TOTAL TO RL-REC-OUT
           MOVE 'N' TO RL-STATUS
           MOVE CTL-RUN-SEQ TO RL-RUN-SEQ
           MOVE CTL-ECHO TO RL-NOTE
           MOVE CTL-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE WARN-COUNT TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
      *

       COPY PARMPROC.
