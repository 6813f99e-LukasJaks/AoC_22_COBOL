      *    Inbound submitter registry, one 80-column card per
      *    provider per input base and camp it is allowed to send,
      *    maintained by hand like the AOCGATE input registry (see
      *    AOCINTDF.jcl for the starting deck). The submitter id is
      *    the one the provider stamps on its envelope header; the
      *    input base is the AOCGREG name (DATA, DATA2, ...); a
      *    blank camp is the home camp. Status A accepts files, S
      *    suspends the provider - its files are quarantined until
      *    the card is set back to A. '*' in column 1 is a comment.
       01  SUBMREG-REC.
           05  SR-SUBMITTER        PIC X(8).
           05  FILLER              PIC X(1).
           05  SR-INPUT            PIC X(8).
           05  FILLER              PIC X(1).
           05  SR-CAMP             PIC X(4).
           05  FILLER              PIC X(1).
           05  SR-STATUS           PIC X(1).
           05  FILLER              PIC X(1).
           05  SR-NAME             PIC X(30).
           05  FILLER              PIC X(25).
