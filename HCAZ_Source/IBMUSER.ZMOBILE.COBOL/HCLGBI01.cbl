      *                                                                *
      *   Checks a username/password pair against the DB2 PATIENTUSER  *
      *  table and returns the matching patient id.                    *
      *   '01LGNA' checks a portal user already signed in elsewhere   *
      *  (the self-service REST wrappers) may act for the patient -   *
      *  their own login, or a live PROXYGRANT whose scope covers     *
      *  what CA-PROXY-SCOPE asks for (S to submit, V to view).       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               PERFORM VALIDATE-LOGIN
             WHEN '01LGNP'
               PERFORM VALIDATE-PROXY-LOGIN THRU VALIDATE-PROXY-EXIT
             WHEN '01LGNA'
               PERFORM CHECK-ACT-FOR THRU CHECK-ACT-FOR-EXIT
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
             WHEN 0
               MOVE WS-PROXY-TARGET TO CA-PATIENT-ID
               MOVE DB2-PROXY-SCOPE TO CA-PROXY-SCOPE
               MOVE 'PROXY SESSION OPENED' TO AUD-AFTER
               PERFORM WRITE-PROXY-AUDIT
             WHEN 100
      *        no live grant - the session stays the user's own and
       VALIDATE-PROXY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-ACT-FOR.
      * No password here - the caller has already authenticated the
      * user.  The user's own patient passes; anyone else needs a
      * live grant for the patient, and a view-only grant ('06') may
      * not submit.  '05' no grant, '01' unknown user.
           MOVE CA-PATIENT-ID TO WS-PROXY-TARGET
           MOVE ' SELECT PATIENTUSER' TO EM-SQLREQ

           EXEC SQL
               SELECT PATIENTID
                 INTO :DB2-PATIENT-ID
                 FROM PATIENTUSER
                WHERE USERNAME = :CA-USERNAME
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO CHECK-ACT-FOR-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF DB2-PATIENT-ID EQUAL WS-PROXY-TARGET
              MOVE 'S' TO CA-PROXY-SCOPE
              MOVE '00' TO CA-RETURN-CODE
              GO TO CHECK-ACT-FOR-EXIT
           END-IF

           MOVE WS-PROXY-TARGET TO DB2-PROXY-TARGET
           MOVE SPACES TO DB2-PROXY-SCOPE
           MOVE ' SELECT PROXYGRANT' TO EM-SQLREQ

           EXEC SQL
               SELECT SCOPE
                 INTO :DB2-PROXY-SCOPE
                 FROM PROXYGRANT
                WHERE USERNAME  = :CA-USERNAME
                  AND PATIENTID = :DB2-PROXY-TARGET
                  AND STATUS    = 'A'
                  AND DATE(EXPIRYDATE) >= CURRENT DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '05' TO CA-RETURN-CODE
               GO TO CHECK-ACT-FOR-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF CA-PROXY-SCOPE EQUAL 'S' AND
              DB2-PROXY-SCOPE NOT EQUAL 'S'
              MOVE DB2-PROXY-SCOPE TO CA-PROXY-SCOPE
              MOVE '06' TO CA-RETURN-CODE
              GO TO CHECK-ACT-FOR-EXIT
           END-IF

           MOVE DB2-PROXY-SCOPE TO CA-PROXY-SCOPE
           MOVE '00' TO CA-RETURN-CODE
           MOVE 'PROXY SELF-SERVICE REQUEST' TO AUD-AFTER
           PERFORM WRITE-PROXY-AUDIT.

       CHECK-ACT-FOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-PROXY-AUDIT.
      * every act-for session opens with an audit entry naming the
      * real user behind it - the caller says what was done in
      * AUD-AFTER
           MOVE 'HCLGBI01' TO AUD-PROGRAM
           MOVE SPACES TO AUD-KEY
           STRING 'PROXY ' DELIMITED BY SIZE
                  ' SCOPE ' DELIMITED BY SIZE
                  DB2-PROXY-SCOPE DELIMITED BY SIZE
             INTO AUD-BEFORE
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

           EXIT.
      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
      *----------------------------------------------------------------*
