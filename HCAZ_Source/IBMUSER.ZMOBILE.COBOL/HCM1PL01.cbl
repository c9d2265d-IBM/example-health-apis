           Go To ERROR-OUT.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE OF COMM-AREA Equal 92
              Move 'System busy - please try again' To HCM1MSGO
           End-If.
           EXEC CICS SEND MAP ('HCM1MAP')
                     FROM(HCM1MAPO)
                     MAPSET ('HCMAPS')
