              Move 'Change requested - staff will review it'
                To HCSSMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCSSMSGO
           END-IF

           GO TO SEND-AND-RETURN.

