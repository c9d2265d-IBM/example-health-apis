           GO TO SEND-AND-RETURN.

       SEND-AND-RETURN.
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCLBMSGO
           End-If
           Move -1 To HCLBTCDL
           EXEC CICS SEND MAP ('HCLBMAP')
                     FROM(HCLBMAPO)
           Go To ERROR-OUT.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCLBMSGO
           End-If.
           EXEC CICS SEND MAP ('HCLBMAP')
                     FROM(HCLBMAPO)
                     MAPSET ('HCMAPS2')
