           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCPXMSGO
           End-If.
           EXEC CICS SEND MAP ('HCPXMAP')
                     FROM(HCPXMAPO)
                     MAPSET ('HCMAPS2')
