      *    Inbound file envelope. A provider sends each day's puzzle
      *    input wrapped in one header record ahead of the data and
      *    one trailer record after it, each a line as wide as the
      *    data itself (500 bytes, 508 for the channel-tagged Day 6
      *    stream) with blank-separated text fields in its first
      *    500, so any sender's tooling can write them. AOCINTK
      *    checks both against the submitter registry and the data
      *    between them, then strips them.
      *      Header:  AOCHDR submitter input-base camp CCYYMMDD
      *      Trailer: AOCTRL record-count(9) hash-total(18)
      *    Counts are zero-filled. The record count is the data
      *    lines between header and trailer, blank lines included;
      *    the hash total is the sum of those lines' lengths with
      *    trailing blanks dropped (a blank line counts 0). A blank
      *    camp in the header is the home camp.
       01  ENV-RECORD             PIC X(500).
       01  ENV-HEADER REDEFINES ENV-RECORD.
           05  EH-TAG             PIC X(6).
           05  FILLER             PIC X(1).
           05  EH-SUBMITTER       PIC X(8).
           05  FILLER             PIC X(1).
           05  EH-INPUT           PIC X(8).
           05  FILLER             PIC X(1).
           05  EH-CAMP            PIC X(4).
           05  FILLER             PIC X(1).
           05  EH-BUS-DATE        PIC X(8).
           05  FILLER             PIC X(462).
       01  ENV-TRAILER REDEFINES ENV-RECORD.
           05  ET-TAG             PIC X(6).
           05  FILLER             PIC X(1).
           05  ET-REC-COUNT       PIC X(9).
           05  FILLER             PIC X(1).
           05  ET-HASH-TOTAL      PIC X(18).
           05  FILLER             PIC X(465).
