      *    Shared job-user lookup (control blocks in USERDEF.cpy).
      *    Leaves the user ID the job was submitted under in the
      *    caller's JOB-USER PIC X(8), or spaces when the job has
      *    no security environment - which the caller refuses.
       GET-JOB-USER.
           MOVE SPACES TO JOB-USER
           SET ADDRESS OF PSA-AREA TO NULL
           SET ADDRESS OF ASCB-AREA TO PSA-ASCB-PTR
           SET ADDRESS OF ASXB-AREA TO ASCB-ASXB-PTR
           IF ASXB-ACEE-PTR NOT = NULL
               SET ADDRESS OF ACEE-AREA TO ASXB-ACEE-PTR
               MOVE ACEE-USER-ID TO JOB-USER
           END-IF.
