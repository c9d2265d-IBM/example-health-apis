             WHEN 01
               Move 'Renewal not found or already resolved'
                 To HCRWMSGO
             WHEN 92
               Move 'System busy - please try again' To HCRWMSGO
             WHEN OTHER
               Exec CICS Syncpoint Rollback End-Exec
               Move 'Error approving renewal' To HCRWMSGO
              Move 'Renewal declined - patient notified'
                To HCRWMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCRWMSGO
           END-IF

           PERFORM LOAD-QUEUE-LINES
           GO TO SEND-AND-RETURN.
           ELSE
              Move 'Id+end date PF4 approve / id+reason PF5 decline'
                To HCRWMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCRWMSGO
           END-IF.

       LOAD-QUEUE-LINES.
