      *    Keyed crate-location record behind the AOCCRTQ 3270
      *    transaction (CRTQ), one record per crate position left
      *    standing after the night's Day 5 rearrangement, for each
      *    machine model (1 = CrateMover 9000, 2 = CrateMover 9001).
      *    Loaded by AOCCRTL from AOC05A's movement journal: the
      *    crate at that stack and depth (depth 1 is the bottom),
      *    how tall the stack stands, and the last instruction that
      *    moved the crate there (instruction 0, from stack 0, for
      *    a crate still where the starting diagram put it).
       01  CRATLOC-REC.
           05  CL-KEY.
               10  CL-MODEL        PIC X(1).
               10  CL-STACK        PIC 9(2).
               10  CL-DEPTH        PIC 9(3).
           05  CL-CRATE            PIC X(1).
           05  CL-STACK-HEIGHT     PIC 9(3).
           05  CL-LAST-INSTR       PIC 9(9).
           05  CL-LAST-FROM        PIC 9(2).
           05  CL-LAST-TO          PIC 9(2).
           05  CL-RUN-DATE         PIC 9(8).
