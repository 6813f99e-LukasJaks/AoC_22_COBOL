      *    it before declaring inputs stale and AOCRLOG before
      *    listing gaps, so "no run was expected" is a normal,
      *    silent outcome and a missed run on a real run day
      *    stands out all the more. CA-DEADLINE (HHMM) is the time
      *    the night's batch must be finished by for the online day
      *    that follows the date; zero leaves it to the standing
      *    deadline on the record dated 00000000, which AOCBWIN
      *    reads when forecasting the batch window.
       01  CALMST-REC.
           05  CA-DATE             PIC 9(8).
           05  CA-TYPE             PIC X(1).
           05  CA-DESC             PIC X(30).
           05  CA-DEADLINE         PIC 9(4).
