              Move -1 To HCCHCODL
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE EQUAL 82
              Move 'No open accounting period - see finance'
                To HCCHMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              Move 'Error adding charge'  To HCCHMSGO
              GO TO ERROR-OUT
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCCHMSGO
           End-If.
           EXEC CICS SEND MAP ('HCCHMAP')
                     FROM(HCCHMAPO)
                     MAPSET ('HCMAPS2')
