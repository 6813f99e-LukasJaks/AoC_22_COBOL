      *    Report distribution master, one 80-column card per
      *    recipient or report, maintained by hand like the AOCGATE
      *    input registry (see AOCDSTDF.jcl for the starting deck).
      *    An R card names a recipient and the BNDLn bundle slot
      *    its reports are written to. A P card names a report, the
      *    RPTnn DD slot AOCDIST reads it from, a title for the
      *    banner page, and up to four recipient ids; a report
      *    going to more than four gets a second P card with the
      *    same report id and the rest. An S card after a report's
      *    P card names the program that produces it (and, for a
      *    report kept per camp, the camp it runs for): the report
      *    is only sent when that program has a clean run on the
      *    run log since tonight's gate opened the night. Sending a
      *    report somewhere new is an edit to this deck, not a
      *    recompile.
       01  DISTMST-REC.
           05  DM-TYPE             PIC X(1).
           05  FILLER              PIC X(1).
           05  DM-KEY              PIC X(8).
           05  FILLER              PIC X(1).
           05  DM-SLOT             PIC 9(2).
           05  FILLER              PIC X(1).
           05  DM-TITLE            PIC X(28).
           05  DM-SOURCE REDEFINES DM-TITLE.
               10  DM-PROGRAM      PIC X(8).
               10  FILLER          PIC X(1).
               10  DM-CAMP         PIC X(4).
               10  FILLER          PIC X(15).
           05  FILLER              PIC X(1).
           05  DM-TO-LIST.
               10  DM-TO OCCURS 4 TIMES.
                   15  DM-TO-ID    PIC X(8).
                   15  FILLER      PIC X(1).
           05  FILLER              PIC X(1).
