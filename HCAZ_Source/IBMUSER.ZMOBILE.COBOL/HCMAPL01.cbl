              MOVE HCMAEDTAI TO CA-END-DATE
              MOVE HCMAPRSI  TO CA-PRESCRIBER-ID
              MOVE HCMAOVRI  TO CA-OVERRIDE-REASON
              MOVE HCMAABXI  TO CA-ABX-APPROVAL

              PERFORM VALIDATE-PRESCRIBER
              PERFORM VALIDATE-FREQUENCY THRU VALIDATE-FREQUENCY-EXIT
              Move 'Dosing calendar queued for printing'
                  To  HCMAMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCMAMSGO
           END-IF

           Move -1 To HCMACNOL
           EXEC CICS SEND MAP ('HCMAMAP')
                    To  HCMAMSGO
               Move -1 To HCMAOVRL
               Go To ERROR-OUT
             When 75
               Move 'Unsafe in pregnancy - key override'
                    To  HCMAMSGO
               Move -1 To HCMAOVRL
               Go To ERROR-OUT
             When 77
               Move 'Renal risk - creatinine high - key override'
                    To  HCMAMSGO
               Move -1 To HCMAOVRL
               Go To ERROR-OUT
             When 84
               Move 'Restricted antibiotic - key ID approval'
                    To  HCMAMSGO
               Move -1 To HCMAABXL
               Go To ERROR-OUT
             When 74
               Move 'Controlled drug - prescriber not cleared'
                    To  HCMAMSGO
           Go To ERROR-OUT.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCMAMSGO
           End-If.
           EXEC CICS SEND MAP ('HCMAMAP')
                     FROM(HCMAMAPO)
                     MAPSET ('HCMAPS')
