      *                                                                *
      *   Record and review typed consents through HCCTDB01.  Action  *
      *  R records the keyed type (RESEARCH, DATASHARE, SMS,          *
      *  NOKDISC, PROXYDISC, SURGERY) granted or withdrawn (G/W)      *
      *  under the recording clerk's id; I lists the patient's        *
      *  consent rows, newest first - the history is never            *
      *  overwritten.                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCCTMSGO
           End-If.
           EXEC CICS SEND MAP ('HCCTMAP')
                     FROM(HCCTMAPO)
                     MAPSET ('HCMAPS2')
