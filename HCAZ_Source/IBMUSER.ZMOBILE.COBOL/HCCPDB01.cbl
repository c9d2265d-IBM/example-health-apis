      *  appointment on the DB2 PAYMENT table.  The payment id DB2     *
      *  assigns is the receipt number handed to the patient; the      *
      *  end-of-day cashier report (HCCPBJ01) balances the drawer      *
      *  against these rows.  A payment posted against the balance     *
      *  also counts against the next open instalment of the           *
      *  patient's payment plan (PAYPLANINST, agreed via HCPPDB01).    *
      *  Every row carries the accounting period it posts to - never   *
      *  a period finance has closed (HCPEPD).                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
       COPY HCPEWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
           03 DB2-CHG-AMOUNT           PIC S9(5)V99 COMP-3.
           03 DB2-APPLIED              PIC S9(5)V99 COMP-3.
           03 DB2-REMAINING            PIC S9(5)V99 COMP-3.
           03 DB2-PLAN-ID              PIC S9(9) COMP.
           03 DB2-INST-NO              PIC S9(4) COMP.
           03 DB2-INST-OWED            PIC S9(5)V99 COMP-3.
           03 DB2-INST-APPLY           PIC S9(5)V99 COMP-3.
           03 DB2-OPEN-COUNT           PIC S9(9) COMP.

       01  WS-APPLY-EOF-SWITCH         PIC X VALUE 'N'.
           88 WS-APPLY-EOF             VALUE 'Y'.

       01  WS-PLAN-EOF-SWITCH          PIC X VALUE 'N'.
           88 WS-PLAN-EOF              VALUE 'Y'.

      * keyed amounts arrive as whole cents, digits only - justified
      * and zero-filled before the NUMERIC test (the HCCGBJ01 idiom)
       COPY HCRJWS.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           PERFORM GET-POSTING-PERIOD

           COMPUTE DB2-AMOUNT = WS-AMOUNT-NUM / 100

           MOVE ' INSERT PAYMENT' TO EM-SQLREQ
                           METHOD,
                           PAYTYPE,
                           TAKENDATETIME,
                           TAKENBY,
                           POSTPERIOD )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-APPT-ID,
                           :CA-PAY-METHOD,
                           'C',
                           CHAR(CURRENT TIMESTAMP),
                           :WS-TERMID,
                           :WS-PE-PERIOD )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           END-IF

           MOVE 'P' TO CA-PAY-TYPE
           PERFORM APPLY-AND-RECORD
           PERFORM APPLY-TO-PAYMENT-PLAN.

           EXIT.

      *================================================================*
       APPLY-AND-RECORD.
      *================================================================*
      *    the period is settled before any charge is marked paid
           PERFORM GET-POSTING-PERIOD

           COMPUTE DB2-AMOUNT = WS-AMOUNT-NUM / 100
           MOVE DB2-AMOUNT    TO DB2-REMAINING
           MOVE ZERO          TO DB2-APPLIED
                           PAYTYPE,
                           TAKENDATETIME,
                           TAKENBY,
                           APPLIEDAMT,
                           POSTPERIOD )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           0,
                           :CA-PAY-TYPE,
                           CHAR(CURRENT TIMESTAMP),
                           :WS-TERMID,
                           :DB2-APPLIED,
                           :WS-PE-PERIOD )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
       APPLY-NEXT-EXIT.
           EXIT.

      *================================================================*
       APPLY-TO-PAYMENT-PLAN.
      *================================================================*
      * The whole payment counts against the patient's live plan -    *
      * missed instalments first, then the next one due, any surplus  *
      * rolling on to the one after.  A plan marked missed goes back  *
      * into good standing once nothing missed is left unpaid, and    *
      * completes when every instalment is paid.  The payment itself  *
      * is already recorded, so a failure here is logged, not         *
      * returned.                                                      *
      *================================================================*
           MOVE ' SELECT PAYPLAN' TO EM-SQLREQ
           EXEC SQL
               SELECT PLANID
                 INTO :DB2-PLAN-ID
                 FROM PAYPLAN
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS IN ('A', 'D')
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              IF SQLCODE NOT EQUAL 100
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
              GO TO APPLY-PLAN-EXIT
           END-IF

           MOVE DB2-AMOUNT TO DB2-REMAINING

           EXEC SQL
               DECLARE PLNCSR CURSOR FOR
               SELECT INSTNO, AMOUNTDUE - AMOUNTPAID
                 FROM PAYPLANINST
                WHERE PLANID = :DB2-PLAN-ID
                  AND STATUS IN ('O', 'M')
                ORDER BY INSTNO
           END-EXEC

           EXEC SQL
               OPEN PLNCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO APPLY-PLAN-EXIT
           END-IF

           MOVE 'N' TO WS-PLAN-EOF-SWITCH
           PERFORM APPLY-TO-NEXT-INSTALMENT THRU APPLY-INST-EXIT
               UNTIL WS-PLAN-EOF

           EXEC SQL
               CLOSE PLNCSR
           END-EXEC

           MOVE ' UPDATE PAYPLAN' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-OPEN-COUNT
                 FROM PAYPLANINST
                WHERE PLANID = :DB2-PLAN-ID
                  AND STATUS <> 'P'
           END-EXEC

           IF SQLCODE EQUAL 0 AND DB2-OPEN-COUNT EQUAL 0
              EXEC SQL
                  UPDATE PAYPLAN
                     SET STATUS = 'C'
                   WHERE PLANID = :DB2-PLAN-ID
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE PAYPLAN
                     SET STATUS = 'A'
                   WHERE PLANID = :DB2-PLAN-ID
                     AND STATUS = 'D'
                     AND NOT EXISTS
                         ( SELECT 1 FROM PAYPLANINST I
                            WHERE I.PLANID = :DB2-PLAN-ID
                              AND I.STATUS = 'M' )
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       APPLY-PLAN-EXIT.
           EXIT.

       APPLY-TO-NEXT-INSTALMENT.
           EXEC SQL
               FETCH PLNCSR
                INTO :DB2-INST-NO, :DB2-INST-OWED
           END-EXEC

           IF SQLCODE NOT EQUAL 0
            OR DB2-REMAINING NOT > ZERO
              MOVE 'Y' TO WS-PLAN-EOF-SWITCH
              GO TO APPLY-INST-EXIT
           END-IF

           IF DB2-REMAINING < DB2-INST-OWED
              MOVE DB2-REMAINING TO DB2-INST-APPLY
           ELSE
              MOVE DB2-INST-OWED TO DB2-INST-APPLY
           END-IF

           MOVE ' UPDATE PAYPLANINST' TO EM-SQLREQ
           EXEC SQL
               UPDATE PAYPLANINST
                  SET AMOUNTPAID = AMOUNTPAID + :DB2-INST-APPLY,
                      STATUS = CASE WHEN AMOUNTPAID + :DB2-INST-APPLY
                                         >= AMOUNTDUE
                                    THEN 'P' ELSE STATUS END
                WHERE PLANID = :DB2-PLAN-ID
                  AND INSTNO = :DB2-INST-NO
           END-EXEC

           IF SQLCODE EQUAL 0
              SUBTRACT DB2-INST-APPLY FROM DB2-REMAINING
           ELSE
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-PLAN-EOF-SWITCH
           END-IF.

       APPLY-INST-EXIT.
           EXIT.

      *================================================================*
       GET-POSTING-PERIOD.
      *================================================================*
      * Money taken today posts to today's period, or - once finance  *
      * has closed it - to the open period after.  With no period     *
      * open to take it the payment is refused                        *
      *================================================================*
           MOVE ' SELECT ACCTPERIOD' TO EM-SQLREQ
           EXEC SQL
               SET :WS-PE-ITEM-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC
           PERFORM ASSIGN-POSTING-PERIOD

           EVALUATE TRUE
             WHEN WS-PE-NONE-OPEN
               MOVE '82' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN WS-PE-SQL-ERROR
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       EDIT-PAY-AMOUNT.
      *================================================================*
      *----------------------------------------------------------------*
       COPY HCRJPD.
      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCPEPD.
