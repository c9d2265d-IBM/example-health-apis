      *   Add, resolve and list coded diagnoses on the DB2 PROBLEM    *
      *  table.  The add-medication path checks the active problems   *
      *  against the CONTRAIND reference before any insert, so what   *
      *  is recorded here drives the contraindication stop.  A code   *
      *  on the notifiable-disease list raises a PHNOTIFY row for     *
      *  the daily health department extract (HCNDBJ01).               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
               EXEC CICS RETURN END-EXEC
             END-IF.

           PERFORM RAISE-NOTIFICATION.

           EXIT.

      *================================================================*
       RAISE-NOTIFICATION.
      *================================================================*
      * A diagnosis code on the active notifiable-disease list queues *
      * a public-health notification - dated from the onset (today    *
      * when none was keyed) and carrying the diagnosing clinician.   *
      * The diagnosis is already stored, so a failure here is logged  *
      * and never fails the add.                                       *
      *================================================================*
           MOVE 'N' TO CA-PROB-NOTIFIABLE
           MOVE ' INSERT PHNOTIFY' TO EM-SQLREQ

           EXEC SQL
               INSERT INTO PHNOTIFY
                         ( NOTIFYID,
                           PATIENTID,
                           SOURCE,
                           CODE,
                           RESULTVALUE,
                           DISEASE,
                           EVENTDATE,
                           PROVIDERID,
                           RAISEDDATETIME,
                           STATUS )
               SELECT DEFAULT,
                      :DB2-PATIENT-ID,
                      'D',
                      N.CODE,
                      ' ',
                      N.DISEASE,
                      CASE WHEN :CA-PROB-ONSET = ' '
                           THEN CHAR(CURRENT DATE, ISO)
                           ELSE :CA-PROB-ONSET END,
                      :CA-PROB-PROVIDER-ID,
                      CHAR(CURRENT TIMESTAMP),
                      'O'
                 FROM NOTIFDISEASE N
                WHERE N.CODETYPE = 'D'
                  AND N.CODE     = :CA-PROB-CODE
                  AND N.ACTIVE   = 'Y'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO CA-PROB-NOTIFIABLE
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
       RESOLVE-PROBLEM.
      *================================================================*
      * Mark the coded problem inactive - it stays on file as         *
      * history but stops driving the contraindication check; the     *
      * resolved date says what was active at any earlier admission   *
      *================================================================*
           MOVE ' UPDATE PROBLEM' TO EM-SQLREQ

           EXEC SQL
               UPDATE PROBLEM
                  SET ACTIVE       = 'N',
                      RESOLVEDDATE = CURRENT DATE
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND PROBLEMCODE = :CA-PROB-CODE
                  AND ACTIVE = 'Y'
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
