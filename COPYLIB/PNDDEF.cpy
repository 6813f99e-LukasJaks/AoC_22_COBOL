      *    Working storage behind the shared pending-change reader
      *    (COPYLIB/PNDPROC.cpy): the maintenance program's own
      *    name, matched against PC-PROGRAM so each program only
      *    ever sees its own released cards, the outcome to mark
      *    the pending record with once the card has been through
      *    the program's edits (A applied, F failed), and the
      *    before/after master record images the program fills in
      *    for the change journal.
       01  PEND-CONTROL.
           05  PEND-PROGRAM      PIC X(8)  VALUE SPACES.
           05  PEND-FOUND        PIC X(1)  VALUE 'N'.
           05  PEND-RESULT       PIC X(1)  VALUE 'F'.
           05  PEND-SKIP-COUNT   PIC 9(9)  VALUE 0.
           05  BEFORE-IMAGE      PIC X(80) VALUE SPACES.
           05  AFTER-IMAGE       PIC X(80) VALUE SPACES.
