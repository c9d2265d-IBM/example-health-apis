      *  passed the dunning limit (60 days unless overridden on      *
      *  SYSIN) get a DUNNING letter queued on the notification       *
      *  queue - at most one a month, however often the job runs.     *
      *  No letter goes to a patient whose payment plan (PAYPLAN) is  *
      *  in good standing - the line is flagged PLAN instead.         *
      *  The third letter for the same debt is the final notice       *
      *  (DUNFINAL); after it nothing more is sent (FINL) and the     *
      *  account waits for placement with the collection agency by    *
      *  HCDCBJ01.  Placed charges leave the aging altogether, and a  *
      *  patient whose placement is recalled in dispute is held       *
      *  (DISP) until the dispute is ended.                           *
      *  Nor does a letter go to a patient whose post has come back   *
      *  gone away - the line is flagged GONE until the address is    *
      *  changed.                                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-COUNTERS.
           03 WS-PATIENTS-LISTED       PIC 9(7) VALUE ZERO.
           03 WS-LETTERS-QUEUED        PIC 9(7) VALUE ZERO.
           03 WS-LETTERS-ON-PLAN       PIC 9(7) VALUE ZERO.
           03 WS-FINAL-LETTERS         PIC 9(7) VALUE ZERO.
           03 WS-HELD-IN-DISPUTE       PIC 9(7) VALUE ZERO.
           03 WS-HELD-GONE-AWAY        PIC 9(7) VALUE ZERO.

       01  WS-TEMPLATE-ID              PIC X(8) VALUE 'DUNNING'.

       01  WS-REPORT-LINE.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 DB2-OLDEST-DAYS          PIC S9(9) COMP.
           03 DB2-TOTAL-BALANCE        PIC S9(7)V99 COMP-3.
           03 DB2-RECENT-DUNS          PIC S9(9) COMP.
           03 DB2-LIVE-PLANS           PIC S9(9) COMP.
           03 DB2-DISPUTES             PIC S9(9) COMP.
           03 DB2-LETTERS-SENT         PIC S9(9) COMP.
           03 DB2-FINALS-SENT          PIC S9(9) COMP.
           03 DB2-ADDR-STATUS          PIC X(1).

           EXEC SQL
               INCLUDE SQLCA
                 FROM CHARGE C, PATIENT P
                WHERE C.PATIENTID = P.PATIENTID
                  AND C.PAID = 'N'
                  AND C.COLLPLACEMENTID IS NULL
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
                GROUP BY C.PATIENTID, P.LASTNAME
                ORDER BY C.PATIENTID
           PERFORM FETCH-NEXT-PATIENT.

       QUEUE-DUNNING-LETTER.
      *    letters to an address the patient has left are not sent -
      *    the debt waits for a new address
           EXEC SQL
               SELECT VALUE(ADDRSTATUS, ' ')
                 INTO :DB2-ADDR-STATUS
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE EQUAL 0 AND DB2-ADDR-STATUS EQUAL 'G'
              MOVE 'GONE' TO WS-RPT-FLAG
              ADD 1 TO WS-HELD-GONE-AWAY
              GO TO QUEUE-DUNNING-EXIT
           END-IF

      *    a patient keeping to an agreed payment plan is not dunned;
      *    a plan with a missed instalment (status D) is no shelter
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-LIVE-PLANS
                 FROM PAYPLAN
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'A'
           END-EXEC

           IF SQLCODE EQUAL 0 AND DB2-LIVE-PLANS > 0
              MOVE 'PLAN' TO WS-RPT-FLAG
              ADD 1 TO WS-LETTERS-ON-PLAN
              GO TO QUEUE-DUNNING-EXIT
           END-IF

      *    an account recalled from the agency in dispute is left
      *    alone until the dispute is ended on HCDC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-DISPUTES
                 FROM COLLPLACEMENT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'R'
           END-EXEC

           IF SQLCODE EQUAL 0 AND DB2-DISPUTES > 0
              MOVE 'DISP' TO WS-RPT-FLAG
              ADD 1 TO WS-HELD-IN-DISPUTE
              GO TO QUEUE-DUNNING-EXIT
           END-IF

      *    letters already sent for this debt - since its oldest
      *    unpaid charge.  After the final notice we send no more;
      *    the third letter is the final notice.
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN TEMPLATEID = 'DUNFINAL'
                                     THEN 1 ELSE 0 END), 0)
                 INTO :DB2-LETTERS-SENT, :DB2-FINALS-SENT
                 FROM NOTIFICATION
                WHERE PATIENTID  = :DB2-PATIENT-ID
                  AND TEMPLATEID IN ('DUNNING', 'DUNFINAL')
                  AND DATE(CREATED) >= CURRENT DATE
                                       - :DB2-OLDEST-DAYS DAYS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE ZERO TO DB2-LETTERS-SENT
              MOVE ZERO TO DB2-FINALS-SENT
           END-IF

           IF DB2-FINALS-SENT > 0
              MOVE 'FINL' TO WS-RPT-FLAG
              GO TO QUEUE-DUNNING-EXIT
           END-IF

           MOVE 'DUNNING' TO WS-TEMPLATE-ID
           IF DB2-LETTERS-SENT > 1
              MOVE 'DUNFINAL' TO WS-TEMPLATE-ID
           END-IF

      *    one letter a month is plenty - a patient already dunned
      *    in the last 30 days just shows flagged on the report
           EXEC SQL
                 INTO :DB2-RECENT-DUNS
                 FROM NOTIFICATION
                WHERE PATIENTID  = :DB2-PATIENT-ID
                  AND TEMPLATEID IN ('DUNNING', 'DUNFINAL')
                  AND DATE(CREATED) >= CURRENT DATE - 30 DAYS
           END-EXEC

                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           ' ',
                           :WS-TEMPLATE-ID,
                           :WS-NOTIF-MERGE-FIELDS,
                           CURRENT TIMESTAMP,
                           'P' )
           ELSE
              ADD 1 TO WS-LETTERS-QUEUED
              MOVE 'DUN ' TO WS-RPT-FLAG
              IF WS-TEMPLATE-ID EQUAL 'DUNFINAL'
                 ADD 1 TO WS-FINAL-LETTERS
                 MOVE 'DUNF' TO WS-RPT-FLAG
              END-IF
           END-IF.

       QUEUE-DUNNING-EXIT.

           DISPLAY 'HCRVBJ01 - PATIENTS LISTED: ' WS-PATIENTS-LISTED.
           DISPLAY 'HCRVBJ01 - LETTERS QUEUED:  ' WS-LETTERS-QUEUED.
           DISPLAY 'HCRVBJ01 - HELD FOR PLAN:   ' WS-LETTERS-ON-PLAN.
           DISPLAY 'HCRVBJ01 - FINAL NOTICES:   ' WS-FINAL-LETTERS.
           DISPLAY 'HCRVBJ01 - HELD IN DISPUTE: ' WS-HELD-IN-DISPUTE.
           DISPLAY 'HCRVBJ01 - HELD GONE AWAY:  ' WS-HELD-GONE-AWAY.
           DISPLAY 'HCRVBJ01 - RECEIVABLES AGING COMPLETE'.

      *----------------------------------------------------------------*
