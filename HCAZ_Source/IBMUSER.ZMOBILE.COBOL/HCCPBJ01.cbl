               MOVE 'CHEQUE  ' TO WS-RPT-METHOD
             WHEN 'D'
               MOVE 'CARD    ' TO WS-RPT-METHOD
             WHEN 'G'
               MOVE 'AGENCY  ' TO WS-RPT-METHOD
             WHEN 'R'
               MOVE 'REFUND  ' TO WS-RPT-METHOD
             WHEN OTHER
               MOVE DB2-METHOD TO WS-RPT-METHOD
           END-EVALUATE
