               PERFORM SET-DRUG-CLASS
             WHEN '01SFRM'
               PERFORM SET-CTL-SCHEDULE
             WHEN '01PFRM'
               PERFORM SET-PREG-UNSAFE
             WHEN '01WFRM'
               PERFORM SET-STEWARDSHIP
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.

           EXIT.

      *================================================================*
       SET-PREG-UNSAFE.
      *================================================================*
      * Flag every strength/route of the drug unsafe in pregnancy    *
      * (or clear the flag) - HCMADB01 warns on an order for it      *
      * while the patient has an open pregnancy episode               *
      *================================================================*
           IF CA-FORM-PREG-UNSAFE NOT EQUAL 'Y' AND
              CA-FORM-PREG-UNSAFE NOT EQUAL 'N'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE FORMULARY' TO EM-SQLREQ
           EXEC SQL
               UPDATE FORMULARY
                  SET PREGUNSAFE = :CA-FORM-PREG-UNSAFE
                WHERE DRUGNAME = :CA-FORM-DRUG-NAME
           END-EXEC

           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *================================================================*
       SET-STEWARDSHIP.
      *================================================================*
      * Mark every strength/route of the drug an antimicrobial (A),  *
      * a restricted antimicrobial (R) or neither (N) - HCMADB01     *
      * refuses a restricted one without an approval code, and the   *
      * stewardship review and days-of-therapy jobs pick up both     *
      *================================================================*
           IF CA-FORM-STEWARDSHIP NOT EQUAL 'N' AND
              CA-FORM-STEWARDSHIP NOT EQUAL 'A' AND
              CA-FORM-STEWARDSHIP NOT EQUAL 'R'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE FORMULARY' TO EM-SQLREQ
           EXEC SQL
               UPDATE FORMULARY
                  SET STEWARDSHIP = :CA-FORM-STEWARDSHIP
                WHERE DRUGNAME = :CA-FORM-DRUG-NAME
           END-EXEC

           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *================================================================*
       DELETE-FORMULARY.
      *================================================================*
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
