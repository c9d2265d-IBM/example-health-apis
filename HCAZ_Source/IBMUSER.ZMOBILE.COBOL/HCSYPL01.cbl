           ELSE
              Move 'Alert closed' To HCSYMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCSYMSGO
           END-IF

           PERFORM LOAD-QUEUE-LINES
           GO TO SEND-AND-RETURN.
           ELSE
              Move 'Key an id + PF4 to close an alert'
                To HCSYMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCSYMSGO
           END-IF.

       LOAD-QUEUE-LINES.
