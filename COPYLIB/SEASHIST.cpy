      *    Season history record, appended by the AOCSEAS season
      *    close: the frozen final standings and profiles of every
      *    closed season, so last season's numbers survive the
      *    accumulator reset. Per season, one 'L' record per elf on
      *    the final leaderboard (with crew, opening rank and cap
      *    exceptions), one 'C' record per crew, and one 'P' record
      *    per ELFPROF profile as it stood before the reset.
       01  SEASHIST-REC.
           05  SH-SEASON           PIC 9(4).
           05  SH-CLOSE-DATE       PIC 9(8).
           05  SH-REC-TYPE         PIC X(1).
           05  SH-DATA             PIC X(100).
           05  SH-LEADER REDEFINES SH-DATA.
               10  SH-RANK         PIC 9(4).
               10  SH-ELF-NUM      PIC 9(9).
               10  SH-ELF-NAME     PIC X(20).
               10  SH-TOTAL        PIC 9(18).
               10  SH-LDR-CREW     PIC X(4).
               10  SH-OPEN-RANK    PIC 9(4).
               10  SH-CAP-COUNT    PIC 9(5).
               10  FILLER          PIC X(36).
           05  SH-CREW REDEFINES SH-DATA.
               10  SH-CREW-RANK    PIC 9(4).
               10  SH-CREW-CODE    PIC X(4).
               10  SH-CREW-NAME    PIC X(20).
               10  SH-CREW-MEMBERS PIC 9(4).
               10  SH-CREW-TOTAL   PIC 9(18).
               10  FILLER          PIC X(50).
           05  SH-PROFILE REDEFINES SH-DATA.
               10  SH-PROFILE-IMAGE PIC X(91).
               10  FILLER          PIC X(9).
