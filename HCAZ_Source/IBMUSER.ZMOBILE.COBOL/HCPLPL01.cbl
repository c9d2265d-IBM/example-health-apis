      *  checks for contraindications.  Action A records the keyed    *
      *  code/description/onset, R marks the keyed code resolved,     *
      *  I lists the first three problems on screen (active first).   *
      *  The diagnosing clinician's provider id is optional on A and  *
      *  goes on any public-health notification the code raises.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           Move HCPLCODI   To CA-PROB-CODE
           Move HCPLDSCI   To CA-PROB-DESC
           Move HCPLONSI   To CA-PROB-ONSET
           IF HCPLPRVI NOT EQUAL SPACES AND
              HCPLPRVI NOT EQUAL LOW-VALUES
              Move HCPLPRVI To CA-PROB-PROVIDER-ID
           END-IF

           EXEC CICS LINK PROGRAM('HCPLDB01')
                     COMMAREA(COMM-AREA)
              GO TO ERROR-OUT
           END-IF

           IF CA-PROB-NOTIFIABLE EQUAL 'Y'
              Move 'Recorded - notifiable, PH to be told'
                   To HCPLMSGO
           ELSE
              Move 'Problem recorded' To HCPLMSGO
           END-IF.

       RESOLVE-PROBLEM.
           Initialize COMM-AREA
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCPLMSGO
           End-If.
           EXEC CICS SEND MAP ('HCPLMAP')
                     FROM(HCPLMAPO)
                     MAPSET ('HCMAPS2')
