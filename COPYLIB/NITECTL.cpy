      *    Night-control record, a keyed VSAM cluster (see
      *    JCL/AOCNCTDF.jcl) keyed on business date + step program
      *    name. AOCNCTL writes one 'C' record after each nightly
      *    step completes cleanly, and on a resubmission its CHECK
      *    call ends RC=1 for any step already complete for the
      *    date, so the step's COND skips it: losing one step costs
      *    one step, not a rerun of the whole batch window with
      *    bumped run sequences and a double-appended ELFHIST.
      *    Each nightly job stream has a record of its own under
      *    its job name in NC-STEP: 'S' started, 'C' complete, 'F'
      *    ended without completing - what AOCNITT's gate waits on.
      *    Every camp's run of a step or stream is recorded under
      *    its own camp code, so one camp's failure holds only that
      *    camp's reruns.
       01  NITECTL-REC.
           05  NC-KEY.
               10  NC-BUS-DATE     PIC 9(8).
               10  NC-STEP         PIC X(8).
               10  NC-CAMP         PIC X(4).
           05  NC-STATUS           PIC X(1).
           05  NC-END-TIME         PIC 9(8).
