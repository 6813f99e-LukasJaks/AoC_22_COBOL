      *    Outbound incident-ticket record, one per ticket event in
      *    each AOCTKTF generation for the service desk to load: N
      *    raises a new ticket, U updates an open one (the problem
      *    recurred, or came back after a close), C closes it once
      *    a clean rerun for the same business date has succeeded.
      *    TF-TICKET-ID is ours, assigned when the ticket is raised
      *    and carried on every later record for it, so the desk
      *    matches updates and closures to the ticket they opened.
       01  TKTFEED-REC.
           05  TF-REC-TYPE         PIC X(1).
           05  TF-TICKET-ID        PIC 9(12).
           05  TF-SOURCE           PIC X(4).
           05  TF-OBJECT           PIC X(8).
           05  TF-BUS-DATE         PIC 9(8).
           05  TF-FIRST-SEEN       PIC 9(8).
           05  TF-OCCURS           PIC 9(5).
           05  TF-SENT-DATE        PIC 9(8).
           05  TF-SENT-TIME        PIC 9(8).
           05  TF-DETAIL           PIC X(40).
