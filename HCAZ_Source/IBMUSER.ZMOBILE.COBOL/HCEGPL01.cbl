           ELSE
              Move 'Patient marked for re-extract' To HCEGMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCEGMSGO
           END-IF

           PERFORM LOAD-QUEUE-LINES
           GO TO SEND-AND-RETURN.
           ELSE
              Move 'Key an id + PF4 to mark for re-extract'
                To HCEGMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCEGMSGO
           END-IF.

       LOAD-QUEUE-LINES.
