      *    Camp codes. The suite processes every camp registered on
      *    the AOCGREG input registry; each camp's night runs under
      *    a CAMP=cccc card on its own control deck, and every
      *    answer, exception, run header and roster key it writes
      *    carries that code. HOME-CAMP is the original camp: a run
      *    whose deck names no camp (the standalone jobs, the
      *    masters that are not yet kept per camp) is a run for it.
       01  CAMP-CONTROL.
           05  HOME-CAMP           PIC X(4)  VALUE 'NPOL'.
