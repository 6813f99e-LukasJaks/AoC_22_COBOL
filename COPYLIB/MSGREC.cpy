      *    Day 6 message extract record, written by AOCPAYX to the
      *    communications group's AOCMSG file. Records come grouped
      *    by channel, messages in stream order within a channel:
      *      H  message header - the message's total length and
      *         how many D segments carry it (a zero-length message
      *         has none)
      *      D  one segment of up to 200 message characters, in
      *         segment order
      *      C  channel trailer - the channel's message count (in
      *         MG-MSG-SEQ), characters (MG-LENGTH) and the H/D
      *         records written for it (MG-COUNT)
      *      T  file trailer, always last - channels, messages,
      *         characters, all records ahead of it and the input
      *         chunks read, so the receiver can prove it got the
      *         whole extract
      *    MG-CHANNEL is the 8-byte AOCIN channel tag (blank is the
      *    original single-channel feed).
       01  MSG-REC.
           COPY RUNHDR.
           05  MG-REC-TYPE         PIC X(1).
           05  MG-CHANNEL          PIC X(8).
           05  MG-MSG-SEQ          PIC 9(7).
           05  MG-SEG-SEQ          PIC 9(5).
           05  MG-LENGTH           PIC 9(9).
           05  MG-COUNT            PIC 9(9).
           05  MG-TEXT             PIC X(200).
       01  MSG-TRAILER.
           COPY RUNHDR.
           05  MT-REC-TYPE         PIC X(1).
           05  MT-CHANNEL-COUNT    PIC 9(2).
           05  MT-MSG-COUNT        PIC 9(9).
           05  MT-CHAR-COUNT       PIC 9(11).
           05  MT-REC-COUNT        PIC 9(9).
           05  MT-CHUNK-COUNT      PIC 9(9).
           05  FILLER              PIC X(198).
