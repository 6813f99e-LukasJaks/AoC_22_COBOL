                               PIC 9(9) VALUE 0.

       COPY RPTPARM.
       COPY CAMPDEF.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE 'AOC04C' TO EXC-PROGRAM
           MOVE LINE-NUM TO EXC-LINE-NUM
           MOVE DAT TO EXC-CONTENT
           MOVE HOME-CAMP TO EXC-CAMP
           WRITE EXC-REC.
      *
       WRITE-REPORT.
