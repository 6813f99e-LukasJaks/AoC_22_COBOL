      *    Master key hash, shared by the backup (AOCBKUP) and the
      *    restore/compare (AOCREST) so both sides of a check are
      *    computed the same way (data side in BKUPDEF.cpy). The
      *    caller performs RESET-KEY-HASH before the first record,
      *    then for each record moves its key to HASH-KEY-TEXT and
      *    the key length to HASH-KEY-LEN and performs
      *    ADD-KEY-HASH. Each key folds to a value below one
      *    billion and the values are summed, so the total does
      *    not depend on record order - a reference deck reloaded
      *    in a different order still proves complete - but a
      *    lost, extra or rekeyed record changes it.
       RESET-KEY-HASH.
           MOVE 0 TO HASH-COUNT
           MOVE 0 TO HASH-TOTAL.
      *
       ADD-KEY-HASH.
           MOVE 0 TO HASH-REC-VALUE
           PERFORM VARYING HASH-KX FROM 1 BY 1
                   UNTIL HASH-KX > HASH-KEY-LEN
               COMPUTE HASH-REC-VALUE = FUNCTION MOD(
                   HASH-REC-VALUE * 31
                   + FUNCTION ORD(HASH-KEY-TEXT(HASH-KX:1)),
                   999999937)
           END-PERFORM
           ADD 1 TO HASH-COUNT
           ADD HASH-REC-VALUE TO HASH-TOTAL.
      *
      *    The reference deck's key is not one field: program +
      *    label (bytes 1-28) within camp (bytes 67-70), the way
      *    AOCREFM and AOCRECA match it, so two camps' references
      *    for the same answer stay apart. The caller moves the
      *    record to HASH-REF-IMAGE first.
       SET-REF-HASH-KEY.
           MOVE HASH-REF-IMAGE(1:28) TO HASH-KEY-TEXT(1:28)
           MOVE HASH-REF-IMAGE(67:4) TO HASH-KEY-TEXT(29:4)
           MOVE 32 TO HASH-KEY-LEN.
