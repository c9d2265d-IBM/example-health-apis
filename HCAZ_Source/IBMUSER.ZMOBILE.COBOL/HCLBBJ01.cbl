      *  Each input record carries patient id, test code, value,       *
      *  units, reference range and the collected/resulted             *
      *  timestamps.  Records that fail the edits are listed on the    *
      *  reject report with a reason and are not loaded.  A loaded     *
      *  result for a notifiable test raises a PHNOTIFY row, same as   *
      *  one keyed online.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 DB2-BREACHES             PIC S9(9) COMP.
           03 DB2-FACILITY             PIC X(4).

      * Results of this test code feed the anticoagulation clinic
       01  WS-INR-TEST-CODE            PIC X(10) VALUE 'INR'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
              ADD 1 TO WS-RECORDS-LOADED
              PERFORM MARK-ORDER-RESULTED
              PERFORM CHECK-CRITICAL-VALUE THRU CHECK-CRITICAL-EXIT
              IF LAB-IN-TEST-CODE EQUAL WS-INR-TEST-CODE
                 PERFORM QUEUE-INR-REVIEW
              END-IF
              PERFORM RAISE-NOTIFICATION
           ELSE
              MOVE 'SQL ERROR ON INSERT' TO WS-REJ-REASON
              PERFORM WRITE-REJECT
       CHECK-CRITICAL-EXIT.
           EXIT.

       QUEUE-INR-REVIEW.
      *    an INR loaded for a patient enrolled in the anticoagulation
      *    clinic goes onto the INRREVIEW worklist with the current
      *    warfarin order and the doses given over the last week,
      *    same as a result keyed online - not enrolled inserts
      *    nothing
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
                      :LAB-IN-VALUE,
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
              DISPLAY 'HCLBBJ01 - INRREVIEW INSERT FAILED SQLCODE='
                       SQLCODE
           END-IF.

       RAISE-NOTIFICATION.
      *    a result for a test on the notifiable-disease list - any
      *    value, or only the listed organism/value where one is set
      *    - queues a public-health notification for HCNDBJ01, with
      *    the clinician from the latest order for the test
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
                      :LAB-IN-VALUE,
                      N.DISEASE,
                      CHAR(DATE(:DB2-COLLECTED), ISO),
                      VALUE(( SELECT L.ORDPROVIDERID FROM LABORDER L
                               WHERE L.PATIENTID = :DB2-PATIENT-ID
                                 AND L.TESTCODE  = N.CODE
                               ORDER BY L.ORDERID DESC
                               FETCH FIRST 1 ROW ONLY ), 0),
                      CHAR(CURRENT TIMESTAMP),
                      'O'
                 FROM NOTIFDISEASE N
                WHERE N.CODETYPE = 'L'
                  AND N.CODE     = :LAB-IN-TEST-CODE
                  AND N.ACTIVE   = 'Y'
                  AND (N.RESULTMATCH = ' '
                       OR N.RESULTMATCH = :LAB-IN-VALUE)
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCLBBJ01 - PHNOTIFY INSERT FAILED SQLCODE='
                       SQLCODE
           END-IF.

       WRITE-REJECT.
           MOVE LAB-IN-RECORD TO WS-REJ-RECORD
           MOVE WS-REJECT-LINE TO REJECT-RPT-LINE
