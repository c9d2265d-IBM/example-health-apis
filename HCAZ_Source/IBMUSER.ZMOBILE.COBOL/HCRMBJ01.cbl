      *  id + A accepted / R rejected / P paid + paid amount +        *
      *  denial code) and posts each against its CLAIMSTAT row.  A    *
      *  payment also marks the underlying CHARGE row paid so it      *
      *  drops off the patient's statement, and the claim is stamped  *
      *  with the business date it was paid on so the daily GL        *
      *  journal (HCGLBJ01) picks the money up.  A claim paid on a    *
      *  charge the patient had already settled is flagged OVERPAID   *
      *  so the surplus shows as a credit to refund.  The job         *
      *  finishes with a denials aging report - rejected claims by    *
      *  how long they have sat.                                      *
      *                                                                *
      *   A business date in an accounting period finance has closed  *
      *  posts the day's payments into the open period after it       *
      *  instead (HCPEPD), so a rerun never changes a reported month. *
      *  With no period open the file is not posted (RC 8).           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-REMITS-POSTED         PIC 9(7) VALUE ZERO.
           03 WS-REMITS-UNMATCHED      PIC 9(7) VALUE ZERO.
           03 WS-DENIALS-LISTED        PIC 9(7) VALUE ZERO.
           03 WS-REMITS-OVERPAID       PIC 9(7) VALUE ZERO.

       01  WS-DENIAL-LINE.
           03 WS-DN-CLAIM-ID           PIC Z(9)9.

       COPY HCJCWS.

       COPY HCBDWS.

       COPY HCPEWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
           MOVE 'HCRMBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCRMBJ01 - REMITTANCE POSTING STARTING'.

      *    Paid claims are stamped with the business date, not the
      *    clock, so a run after midnight still journals to its day
           PERFORM GET-BUSINESS-DATE

      *    Nothing is posted into a closed month - the day's payments
      *    go to the open period after it
           MOVE BD-ASOF-DATE TO WS-PE-ITEM-DATE
           PERFORM ASSIGN-POSTING-PERIOD
           EVALUATE TRUE
             WHEN WS-PE-ROUTED
               DISPLAY 'HCRMBJ01 - PERIOD OF ' BD-ASOF-DATE
                       ' IS CLOSED - POSTING TO ' WS-PE-PERIOD
                       ' ON ' WS-PE-POST-DATE
             WHEN WS-PE-NONE-OPEN
               DISPLAY 'HCRMBJ01 - NO OPEN ACCOUNTING PERIOD - '
                       'NOTHING POSTED'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
             WHEN WS-PE-SQL-ERROR
               DISPLAY 'HCRMBJ01 - ACCTPERIOD READ FAILED SQLCODE='
                        WS-PE-SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE

           OPEN INPUT REMIT-IN.
           OPEN OUTPUT DENIAL-RPT.

           IF NOT WS-EOF
              PERFORM READ-NEXT-REMIT
           END-IF.

       READ-NEXT-REMIT.
           READ REMIT-IN
                  UPDATE CLAIMSTAT
                     SET STATUS     = :DB2-STATUS,
                         PAIDAMOUNT = :DB2-PAID-AMOUNT,
                         DENIALCODE = :DB2-DENIAL-CODE,
                         PAIDPOSTDATE =
                           CASE WHEN :DB2-STATUS = 'P'
                                THEN DATE(:WS-PE-POST-DATE)
                                ELSE PAIDPOSTDATE
                           END,
                         PAIDPERIOD =
                           CASE WHEN :DB2-STATUS = 'P'
                                THEN :WS-PE-PERIOD
                                ELSE PAIDPERIOD
                           END
                   WHERE CLAIMID = :DB2-CLAIM-ID
              END-EXEC

                   WHERE PATIENTID = :DB2-PATIENT-ID
                     AND CHARGEDATETIME = :DB2-CHARGE-DATETIME
                     AND CHARGECODE = :DB2-CHARGE-CODE
                     AND PAID = 'N'
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  CONTINUE
                WHEN 100
                  PERFORM MARK-CLAIM-OVERPAID
                WHEN OTHER
                  DISPLAY 'HCRMBJ01 - CHARGE UPDATE FAILED SQLCODE='
                           SQLCODE
              END-EVALUATE
           END-IF.

       MARK-CLAIM-OVERPAID.
      *    The patient had already settled the charge, so the payer's
      *    money is surplus - a credit balance for the refund process
      *    (HCCBDB01) to give back
           ADD 1 TO WS-REMITS-OVERPAID
           EXEC SQL
               UPDATE CLAIMSTAT
                  SET OVERPAID = 'Y'
                WHERE CLAIMID = :DB2-CLAIM-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRMBJ01 - OVERPAID FLAG FAILED SQLCODE='
                       SQLCODE
           END-IF.

       REPORT-DENIAL-AGING.
                    WS-REMITS-UNMATCHED.
           DISPLAY 'HCRMBJ01 - DENIALS LISTED:   '
                    WS-DENIALS-LISTED.
           DISPLAY 'HCRMBJ01 - CLAIMS OVERPAID:  ' WS-REMITS-OVERPAID.
           DISPLAY 'HCRMBJ01 - REMITTANCE POSTING COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCPEPD.
