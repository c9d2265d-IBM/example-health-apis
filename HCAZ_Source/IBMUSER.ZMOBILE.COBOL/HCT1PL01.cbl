
       ERROR-OUT.
           PERFORM SETUP-SCREEN.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCT1MSGO
           End-If.
           EXEC CICS SEND MAP ('HCT1MAP')
                     FROM(HCT1MAPO)
                     MAPSET ('HCMAPS')
