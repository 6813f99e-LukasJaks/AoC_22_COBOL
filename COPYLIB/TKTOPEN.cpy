      *    Open-ticket file carried forward night over night by
      *    AOCTKTF: one record per incident ticket the feed has
      *    raised and not yet seen cleared. A ticket is one problem
      *    - a program abending (source ABND, object the program),
      *    a program's answers failing reconciliation (FAIL, the
      *    program) or an input the gate refused (NOGO, the input
      *    base) - so a problem that recurs updates its ticket
      *    instead of raising another. TK-BUS-DATE is the business
      *    date of the latest occurrence and is the date a clean
      *    rerun must be for to close it. For ABND the latest
      *    occurrence's run-log record is pinned by its run
      *    sequence and end time, so a rerun of the feed never
      *    counts the same abend twice; FAIL and NOGO count once
      *    per business date. Status O is open; C is closed, kept
      *    only until its business date has passed so a same-date
      *    rerun of the feed doesn't raise it again.
       01  TKTOPEN-REC.
           05  TK-TICKET-ID        PIC 9(12).
           05  TK-SOURCE           PIC X(4).
           05  TK-OBJECT           PIC X(8).
           05  TK-FIRST-SEEN       PIC 9(8).
           05  TK-BUS-DATE         PIC 9(8).
           05  TK-RUN-SEQ          PIC 9(4).
           05  TK-END-TIME         PIC 9(8).
           05  TK-OCCURS           PIC 9(5).
           05  TK-STATUS           PIC X(1).
           05  TK-DETAIL           PIC X(40).
