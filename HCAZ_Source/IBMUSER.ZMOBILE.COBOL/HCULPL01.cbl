              ELSE
                 Move 'Account unlocked' To HCULMSGO
              END-IF
              IF CA-RETURN-CODE EQUAL 92
                 Move 'System busy - please try again' To HCULMSGO
              END-IF
           END-IF

           Move -1 To HCULUSRL
           ELSE
              Move 'Staff account re-enabled' To HCULMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCULMSGO
           END-IF
           GO TO SEND-AND-RETURN.

       CONFIRM-RECERT.
           ELSE
              Move 'Recertification confirmed' To HCULMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCULMSGO
           END-IF
           GO TO SEND-AND-RETURN.

       WAIVE-OTP.
              Move 'Next sign-on waived past the code'
                   To HCULMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCULMSGO
           END-IF
           GO TO SEND-AND-RETURN.

       SEND-AND-RETURN.
