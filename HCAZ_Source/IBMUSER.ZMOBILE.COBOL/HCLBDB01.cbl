      *   Add a lab result to the DB2 LABRESULT table, or return a     *
      *  patient's most recent results (newest first, up to the 30     *
      *  the commarea can carry) for the inquiry screen and the        *
      *  Patient 360 summary.  A result for a test on the notifiable-  *
      *  disease list raises a PHNOTIFY row for the daily health       *
      *  department extract (HCNDBJ01).                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 DB2-BREACHES             PIC S9(9) COMP.
           03 DB2-FACILITY             PIC X(4).

      * Results of this test code feed the anticoagulation clinic
       01  WS-INR-TEST-CODE            PIC X(10) VALUE 'INR'.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.

           PERFORM CHECK-CRITICAL-VALUE THRU CHECK-CRITICAL-EXIT.

           IF CA-LAB-TEST-CODE EQUAL WS-INR-TEST-CODE
              PERFORM QUEUE-INR-REVIEW THRU QUEUE-INR-EXIT
           END-IF.

           PERFORM RAISE-NOTIFICATION.

           EXIT.

      *================================================================*
       RAISE-NOTIFICATION.
      *================================================================*
      * A result for a test on the active notifiable-disease list -   *
      * any value, or only the listed organism/value where one is     *
      * set - queues a public-health notification dated from the      *
      * collection, with the clinician from the latest order for the  *
      * test.  The result is already stored, so a failure here is     *
      * logged and never loses it.                                     *
      *================================================================*
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
                      'L',
                      N.CODE,
                      :CA-LAB-VALUE,
                      N.DISEASE,
                      :CA-LAB-COLLECTED-DATE,
                      VALUE(( SELECT L.ORDPROVIDERID FROM LABORDER L
                               WHERE L.PATIENTID = :DB2-PATIENT-ID
                                 AND L.TESTCODE  = N.CODE
                               ORDER BY L.ORDERID DESC
                               FETCH FIRST 1 ROW ONLY ), 0),
                      CHAR(CURRENT TIMESTAMP),
                      'O'
                 FROM NOTIFDISEASE N
                WHERE N.CODETYPE = 'L'
                  AND N.CODE     = :CA-LAB-TEST-CODE
                  AND N.ACTIVE   = 'Y'
                  AND (N.RESULTMATCH = ' '
                       OR N.RESULTMATCH = :CA-LAB-VALUE)
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       CHECK-CRITICAL-EXIT.
           EXIT.

      *================================================================*
       QUEUE-INR-REVIEW.
      *================================================================*
      * An INR for a patient enrolled in the anticoagulation clinic   *
      * lands on the INRREVIEW worklist together with the current     *
      * warfarin order (latest MEDICATION row) and how many of its    *
      * PRESCRIPTION doses were given over the last seven days, so    *
      * the clinician sees the value and the dose side by side.  No   *
      * active enrolment inserts nothing; a failure here is logged    *
      * but never loses the result already stored.                     *
      *================================================================*
           MOVE ' INSERT INRREVIEW' TO EM-SQLREQ

           EXEC SQL
               INSERT INTO INRREVIEW
                         ( PATIENTID,
                           RESULTED,
                           INRVALUE,
                           DRUGNAME,
                           STRENGTH,
                           AMOUNT,
                           FREQUENCY,
                           DOSESGIVEN7D,
                           STATUS )
               SELECT A.PATIENTID,
                      :DB2-RESULTED,
                      :CA-LAB-VALUE,
                      VALUE(M.DRUGNAME, ' '),
                      VALUE(M.STRENGTH, ' '),
                      VALUE(M.AMOUNT, 0),
                      VALUE(M.FREQUENCY, ' '),
                      ( SELECT COUNT(*) FROM PRESCRIPTION P
                         WHERE P.PATIENTID      = A.PATIENTID
                           AND P.PRESCRIPTIONID = M.MEDICATIONID
                           AND P.TAKEN          = 'Y'
                           AND P.PDATETIME >=
                               CHAR(CURRENT TIMESTAMP - 7 DAYS) ),
                      'O'
                 FROM ANTICOAG A
                 LEFT OUTER JOIN MEDICATION M
                   ON M.PATIENTID    = A.PATIENTID
                  AND M.MEDICATIONID =
                      ( SELECT MAX(M2.MEDICATIONID) FROM MEDICATION M2
                         WHERE M2.PATIENTID = A.PATIENTID
                           AND M2.DRUGNAME LIKE 'WARFARIN%' )
                WHERE A.PATIENTID = :DB2-PATIENT-ID
                  AND A.ACTIVE    = 'Y'
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       QUEUE-INR-EXIT.
           EXIT.

      *================================================================*
       MARK-RESULT-REVIEWED.
      *================================================================*
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
