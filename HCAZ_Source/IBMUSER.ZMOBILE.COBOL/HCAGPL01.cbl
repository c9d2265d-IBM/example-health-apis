           Go To ERROR-OUT.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCAGMSGO
           End-If.
           EXEC CICS SEND MAP ('HCAGMAP')
                     FROM(HCAGMAPO)
                     MAPSET ('HCMAPS2')
