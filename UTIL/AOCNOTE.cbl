                   IF RC-STATUS = 'FAIL' OR RC-STATUS = 'NOREF'
                       ADD 1 TO ALERT-COUNT
                       DISPLAY 'AOCNOTE ' RC-PROGRAM ' '
                           RC-LABEL ' ' RC-STATUS ' CAMP ' RC-CAMP
                           UPON CONSOLE
                   END-IF
                   PERFORM READ-RECON-RECORD
