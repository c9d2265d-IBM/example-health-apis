           ELSE
              Move 'Entry removed' To HCDLMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCDLMSGO
           END-IF

           PERFORM LOAD-QUEUE-LINES
           GO TO SEND-AND-RETURN.
           ELSE
              Move 'Key an id + PF4 to remove an entry'
                To HCDLMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCDLMSGO
           END-IF.

       LOAD-QUEUE-LINES.
