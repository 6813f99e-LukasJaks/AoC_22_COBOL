      *    knew ELF-ID and name, so every report was individual-
      *    level and the camp leads totalled crews by hand. Read
      *    by AOCLDRB (crew leaderboard), AOCTRND (crew subtotals)
      *    and AOCELFL (crew shown on the AOCELFQ inquiry), and
      *    by AOCBGRC to check the Day 3 groups against the crews.
      *    Maintained by AOCTEMM from add/change/transfer/delete
      *    transaction decks.
       01  TEAMMST-REC.
           05  TM-ELF-ID           PIC 9(9).
           05  TM-CREW-CODE        PIC X(4).
