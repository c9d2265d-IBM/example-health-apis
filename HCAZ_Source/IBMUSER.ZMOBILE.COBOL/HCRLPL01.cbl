           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCRLMSGO
           End-If.
           EXEC CICS SEND MAP ('HCRLMAP')
                     FROM(HCRLMAPO)
                     MAPSET ('HCMAPS2')
