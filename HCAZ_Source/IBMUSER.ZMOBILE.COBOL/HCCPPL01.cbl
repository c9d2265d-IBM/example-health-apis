               Move 'Amount in cents; method C, Q or D'
                    To  HCCPMSGO
               Go To ERROR-OUT
             When 82
               Move 'No open accounting period - see finance'
                    To  HCCPMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error recording payment'         To  HCCPMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCCPMSGO
           End-If.
           EXEC CICS SEND MAP ('HCCPMAP')
                     FROM(HCCPMAPO)
                     MAPSET ('HCMAPS2')
