           05  DA-RUN-DATE        PIC 9(8).
           05  DA-PROGRAM         PIC X(8).
           05  DA-RUN-SEQ         PIC 9(4).
           05  DA-CAMP            PIC X(4).
           05  DA-REC-TYPE        PIC X(1).
           05  DA-ELF-NUM         PIC 9(9).
           05  DA-ELF-NAME        PIC X(20).
           05  DB-RUN-DATE        PIC 9(8).
           05  DB-PROGRAM         PIC X(8).
           05  DB-RUN-SEQ         PIC 9(4).
           05  DB-CAMP            PIC X(4).
           05  DB-REC-TYPE        PIC X(1).
           05  DB-ELF-NUM         PIC 9(9).
           05  DB-ELF-NAME        PIC X(20).
             10  AT-LABEL         PIC X(20) VALUE SPACES.
             10  AT-VALUE         PIC 9(18) VALUE 0.
             10  AT-ALPHA         PIC X(20) VALUE SPACES.
             10  AT-RULES-VER     PIC 9(4)  VALUE 0.
             10  AT-MATCHED       PIC X(1)  VALUE 'N'.

      *    Side-A statistics records, one per program.
         05 STAA-COUNT        PIC 9(2) VALUE 0.
         05 STAA-ENTRY OCCURS 20 TIMES.
             10  SA-PROGRAM       PIC X(8) VALUE SPACES.
             10  SA-FIELD OCCURS 13 TIMES
                                  PIC 9(9) VALUE 0.
             10  SA-MATCHED       PIC X(1) VALUE 'N'.
       01 STAT-B-FIELDS.
         05 SB-FIELD OCCURS 13 TIMES
                                  PIC 9(9) VALUE 0.

      *    The thirteen compared statistics fields share one name
      *    table with their record positions.
       01 STAT-FIELD-NAMES.
         05 FILLER PIC X(20) VALUE 'ROUNDS'.
         05 FILLER PIC X(20) VALUE 'SCISSORS-WINS'.
         05 FILLER PIC X(20) VALUE 'MAX-WIN-STREAK'.
         05 FILLER PIC X(20) VALUE 'MAX-LOSS-STREAK'.
         05 FILLER PIC X(20) VALUE 'RULES-VERSION'.
       01 STAT-FIELD-NAMES-R REDEFINES STAT-FIELD-NAMES.
         05 STAT-FIELD-NAME OCCURS 13 TIMES
                                  PIC X(20).

      *    Side-A Day-1 details keyed by elf number, plus the one
                       MOVE AR-LABEL TO AT-LABEL(ANSA-COUNT)
                       MOVE AR-VALUE TO AT-VALUE(ANSA-COUNT)
                       MOVE AR-ALPHA TO AT-ALPHA(ANSA-COUNT)
                       MOVE AR-RULES-VER TO AT-RULES-VER(ANSA-COUNT)
                   END-IF
                   PERFORM READ-ANSA-RECORD
               END-PERFORM
                   MOVE BR-ALPHA TO AFTER-TEXT
                   PERFORM WRITE-DIFFERENCE
               END-IF
               IF AT-RULES-VER(AX) NOT = BR-RULES-VER
                   MOVE 'RULES-VERSION' TO FIELD-NAME
                   MOVE AT-RULES-VER(AX) TO VAL-ED
                   MOVE FUNCTION TRIM(VAL-ED) TO BEFORE-TEXT
                   MOVE BR-RULES-VER TO VAL-ED
                   MOVE FUNCTION TRIM(VAL-ED) TO AFTER-TEXT
                   PERFORM WRITE-DIFFERENCE
               END-IF
           END-IF.
      *
       REPORT-UNMATCHED-ANSWERS.
                           TO SA-FIELD(STAA-COUNT, 11)
                       MOVE ST-MAX-LOSS-STREAK
                           TO SA-FIELD(STAA-COUNT, 12)
                       MOVE ST-RULES-VER
                           TO SA-FIELD(STAA-COUNT, 13)
                   END-IF
                   PERFORM READ-STAA-RECORD
               END-PERFORM
           MOVE SB-WIN-SHAPE(3) TO SB-FIELD(10)
           MOVE SB-MAX-WIN-STREAK TO SB-FIELD(11)
           MOVE SB-MAX-LOSS-STREAK TO SB-FIELD(12)
           MOVE SB-RULES-VER TO SB-FIELD(13)
           MOVE 0 TO AX
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > STAA-COUNT
               OR SA-PROGRAM(AX) = SB-PROGRAM
               PERFORM WRITE-DIFFERENCE
           ELSE
               MOVE 'Y' TO SA-MATCHED(AX)
               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 13
                   IF SA-FIELD(AX, FX) NOT = SB-FIELD(FX)
                       MOVE STAT-FIELD-NAME(FX) TO FIELD-NAME
                       MOVE SA-FIELD(AX, FX) TO VAL-ED
                   END-IF
                   IF DA-REC-TYPE = 'T'
                       MOVE 'Y' TO DT-TRL-SEEN
                       MOVE DTLA-REC(25:48) TO DT-TRL-IMAGE
                   END-IF
                   PERFORM READ-DTLA-RECORD
               END-PERFORM
                   MOVE '(PRESENT)' TO AFTER-TEXT
                   PERFORM WRITE-DIFFERENCE
               ELSE
                   IF DT-TRL-IMAGE NOT = DTLB-REC(25:48)
                       MOVE 'TRAILER-IMAGE' TO FIELD-NAME
                       MOVE DT-TRL-IMAGE(1:20) TO BEFORE-TEXT
                       MOVE DTLB-REC(25:20) TO AFTER-TEXT
                       PERFORM WRITE-DIFFERENCE
                   END-IF
               END-IF
