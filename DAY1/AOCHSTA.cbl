      *    it - a truncated AOC01A.OUT once fed this program half
      *    a night's records and the history still carries them.
       01  TRAILER-IN.
           05  FILLER             PIC X(24).
           05  TR-REC-TYPE        PIC X(1).
           05  TR-REC-COUNT       PIC 9(9).
           05  TR-CHECKSUM        PIC 9(18).
         05 REFUSE-REASON     PIC X(30) VALUE SPACES.
         05 RUN-RC            PIC 9(4) VALUE 0.
         05 D                 PIC 9(4) VALUE 0.
         05 FILE-CAMP         PIC X(4) VALUE SPACES.

      *    Tonight's details buffered until the trailer proves the
      *    file complete; only then does anything reach ELFHIST.
             10  DT-ELF-NUM       PIC 9(9)  VALUE 0.
             10  DT-ELF-NAME      PIC X(20) VALUE SPACES.
             10  DT-CALTOTAL      PIC 9(18) VALUE 0.

       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               PERFORM READ-RECORD
           END-PERFORM
           PERFORM VERIFY-TRAILER
           IF RUN-RC = 0 AND FILE-CAMP = HOME-CAMP
               PERFORM WRITE-HISTORY VARYING D FROM 1 BY 1
                   UNTIL D > DTL-COUNT
           END-IF
       CLOSE-STOP.
           IF RUN-RC = 0
               DISPLAY 'AOCHSTA HISTORY RECORDS APPENDED = ' HIST-COUNT
               IF FILE-CAMP NOT = HOME-CAMP
                   DISPLAY 'AOCHSTA CAMP ' FILE-CAMP
                       ' - HISTORY IS KEPT FOR CAMP ' HOME-CAMP ' ONLY'
               END-IF
           ELSE
               DISPLAY 'AOCHSTA INPUT REFUSED - ' REFUSE-REASON
               DISPLAY 'AOCHSTA NOTHING APPENDED TO HISTORY'
      *    The detail count rides in what used to be trailer filler,
      *    so a generation cut before that field was added carries
      *    spaces there; the count check is skipped for those and
      *    the checksum still stands guard. The calorie history is
      *    the home camp's alone (the elf-level masters are not yet
      *    kept per camp), so another camp's file is verified and
      *    then passed over; a blank camp is the home camp.
       CAPTURE-TRAILER.
           MOVE 'Y' TO TRAILER-SEEN
           MOVE RH-CAMP TO FILE-CAMP
           IF FILE-CAMP = SPACES
               MOVE HOME-CAMP TO FILE-CAMP
           END-IF
           MOVE TR-CHECKSUM TO TRL-CHECKSUM
           IF TR-DTL-COUNT NUMERIC
               MOVE 'Y' TO TRL-DTL-NUMERIC
           MOVE 'N' TO RL-STATUS
           MOVE 1 TO RL-RUN-SEQ
           MOVE SPACES TO RL-NOTE
           MOVE FILE-CAMP TO RL-CAMP
           MOVE RUN-RC TO RL-RC
           MOVE 0 TO RL-WARN-COUNT
           WRITE RUNLOG-REC.
