               FILE STATUS IS HIST-STATUS.
           SELECT PARMFILE ASSIGN TO AOCPARM
               FILE STATUS IS RP-STATUS.
           SELECT SEASCTL ASSIGN TO SEASCTL
               FILE STATUS IS SEAS-STATUS.
           SELECT ELFPROF ASSIGN TO ELFPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      *    AOCELFL apply, so a truncated AOC01A.OUT can't
      *    half-update the keyed store.
       01  TRAILER-IN.
           05  FILLER             PIC X(24).
           05  TR-REC-TYPE        PIC X(1).
           05  TR-REC-COUNT       PIC 9(9).
           05  TR-CHECKSUM        PIC 9(18).
       FD  PARMFILE RECORDING MODE F.
       01  PARM-REC               PIC X(80).
      *
      *    Season control written by AOCSEAS (see COPYLIB/SEASCTL.cpy):
      *    the last open record dates the season in force. History
      *    before it belongs to a closed season and is not posted,
      *    and an elf's first run of a new season carries no rank
      *    movement. No file means one season since the beginning.
       FD  SEASCTL RECORDING MODE F.
           COPY SEASCTL.
      *
      *    The keyed profile master this program rebuilds each
      *    night (see COPYLIB/ELFPROF.cpy and JCL/AOCPRFDF.jcl).
       FD  ELFPROF.
         05 CAP-STATUS        PIC X(2) VALUE '00'.
         05 HIST-STATUS       PIC X(2) VALUE '00'.
         05 PROF-STATUS       PIC X(2) VALUE '00'.
         05 SEAS-STATUS       PIC X(2) VALUE '00'.
         05 TRAILER-SEEN      PIC X VALUE 'N'.
         05 TABLE-FULL        PIC X VALUE 'N'.

         05 J                 PIC 9(4)  VALUE 0.
         05 R                 PIC 9(2)  VALUE 0.
         05 LOAD-DATE         PIC 9(8)  VALUE 0.
         05 SEASON-OPEN-DATE  PIC 9(8)  VALUE 0.
         05 FALL-PCT          PIC 9(3)  VALUE 0.
         05 STREAK-LEN        PIC 9(3)  VALUE 0.
         05 STREAK-DONE       PIC X(1)  VALUE 'N'.
               GOBACK
           END-IF
           PERFORM READ-PARM.
           PERFORM READ-SEASON-CONTROL.
      *
       BUILD-PROFILES.
           PERFORM READ-RECORD
               END-IF
           END-IF
           PERFORM REPORT-UNUSED-PARMS.
      *
       READ-SEASON-CONTROL.
           OPEN INPUT SEASCTL
           IF SEAS-STATUS = '00'
               PERFORM READ-SEASON-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF SC-REC-TYPE = 'O'
                       MOVE SC-OPEN-DATE TO SEASON-OPEN-DATE
                   END-IF
                   PERFORM READ-SEASON-RECORD
               END-PERFORM
               CLOSE SEASCTL
           END-IF
           MOVE SPACE TO LASTREC.
      *
       READ-SEASON-RECORD.
           READ SEASCTL
               AT END MOVE 'Y' TO LASTREC
           END-READ
           IF SEAS-STATUS NOT = '00'
               MOVE 'Y' TO LASTREC
           END-IF.
      *
       READ-RECORD.
           READ PROFIN
           IF HIST-STATUS = '00'
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL LASTREC = 'Y'
                   IF EH-RUN-DATE >= SEASON-OPEN-DATE
                       PERFORM POST-HIST-RECORD
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE HISTIN
           END-IF
           ADD 1 TO STORE-COUNT.
      *
      *    A profile last run before the season opened was reset
      *    by the season close: tonight opens its season, so there
      *    is no prior rank to move from.
       UPDATE-PROFILE.
           IF PF-LAST-RUN-DATE < SEASON-OPEN-DATE
               MOVE 0 TO PF-PREV-RANK
               MOVE J TO PF-RANK
               MOVE 0 TO PF-RANK-MOVE
           ELSE
               MOVE PF-RANK TO PF-PREV-RANK
               MOVE J TO PF-RANK
               COMPUTE PF-RANK-MOVE = PF-PREV-RANK - PF-RANK
           END-IF
           IF PF-LAST-RUN-DATE NOT = LOAD-DATE
               PERFORM FOLD-CAP-COUNT
           END-IF
