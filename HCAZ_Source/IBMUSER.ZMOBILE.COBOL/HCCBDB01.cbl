      ******************************************************************
      * Copyright 2014 IBM Corp. All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      * http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied.
      * See the License for the specific language governing permissions
      * and limitations under the License.
      ******************************************************************
      *                                                                *
      *              Patient Refund Logic                              *
      *                                                                *
      *   A patient's credit balance is the money we hold for them     *
      *  that is not applied to a charge - payment left unapplied,     *
      *  plus any claim the payer settled on a charge the patient had  *
      *  already paid (CLAIMSTAT OVERPAID, from HCRMBJ01) - less what  *
      *  they still owe on unpaid charges.  A refund of some or all    *
      *  of it is requested here (REFUND status R) and must then be    *
      *  approved by a different, supervisor sign-on (A) or rejected   *
      *  (X).  Approved refunds go to accounts payable on the refund   *
      *  file (HCCBBJ02), which records each one as a negative         *
      *  PAYMENT so statement and payment totals stay right.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCBDB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCBDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADERTRAILER-LEN  PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      * keyed amounts arrive as whole cents, digits only - justified
      * and zero-filled before the NUMERIC test (the HCCGBJ01 idiom)
       COPY HCRJWS.
       01  WS-AMOUNT-JUST              PIC X(10) JUSTIFIED RIGHT.
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-JUST
                                       PIC 9(10).
       01  WS-AMOUNT-DISP              PIC 9(5).99.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-REFUND-ID            PIC S9(9) COMP.
           03 DB2-AMOUNT               PIC S9(7)V99 COMP-3.
           03 DB2-CREDIT               PIC S9(7)V99 COMP-3.
           03 DB2-PENDING              PIC S9(7)V99 COMP-3.
           03 DB2-AVAILABLE            PIC S9(7)V99 COMP-3.
           03 DB2-STATUS               PIC X(1).
           03 DB2-REASON               PIC X(30).
           03 DB2-REQUESTED-BY         PIC X(10).
           03 DB2-REQUESTED-DATE       PIC X(10).
           03 DB2-APPROVED-BY          PIC X(10).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE HCCMAREA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
      *----------------------------------------------------------------*

      * initialize DB2 host variables
           INITIALIZE DB2-OUT.
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID.

      *----------------------------------------------------------------*
      * Check commarea and obtain required details                     *
      *----------------------------------------------------------------*
      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF

      * initialize commarea return code to zero
           MOVE '00' TO CA-RETURN-CODE
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * check commarea length - meets minimum requirement
           ADD WS-CA-HEADERTRAILER-LEN TO WS-REQUIRED-CA-LEN
      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01RCBR'
               PERFORM REQUEST-REFUND
             WHEN '01ACBR'
               PERFORM APPROVE-REFUND
             WHEN '01XCBR'
               PERFORM REJECT-REFUND
             WHEN '01ICBR'
               PERFORM GET-REFUND
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       REQUEST-REFUND.
      *================================================================*
      * Ask for a refund - the keyed amount (whole cents) and a       *
      * reason.  Refused (02) if it is more than the credit balance   *
      * left once refunds already in hand are allowed for.             *
      *================================================================*
           IF CA-CB-REASON EQUAL SPACES
            OR CA-CB-STAFF-USER EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-CB-AMOUNT TO RJ-VALUE-IN
           PERFORM EDIT-REFUND-AMOUNT
           COMPUTE DB2-AMOUNT = WS-AMOUNT-NUM / 100

           PERFORM GET-CREDIT-BALANCE
           IF DB2-AMOUNT > DB2-AVAILABLE
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT REFUND' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO REFUND
                         ( REFUNDID,
                           PATIENTID,
                           AMOUNT,
                           REASON,
                           STATUS,
                           REQUESTEDBY,
                           REQUESTED )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-AMOUNT,
                           :CA-CB-REASON,
                           'R',
                           :CA-CB-STAFF-USER,
                           CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-REFUND-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-REFUND-ID TO CA-CB-REFUND-ID
           PERFORM GET-REFUND.

           EXIT.

      *================================================================*
       APPROVE-REFUND.
      *================================================================*
      * Supervisor approval of a requested refund - never by the one  *
      * who asked for it (03).  The credit is checked again, as money *
      * may have been applied since the request.                       *
      *================================================================*
           PERFORM FIND-REFUND
           IF DB2-STATUS NOT EQUAL 'R'
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-CB-STAFF-USER EQUAL SPACES
            OR CA-CB-STAFF-USER EQUAL DB2-REQUESTED-BY
              MOVE '03' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

      *    this request is itself among the pending, so it must fit
      *    within the credit less the others
           PERFORM GET-CREDIT-BALANCE
           IF DB2-AVAILABLE < ZERO
              MOVE '04' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE REFUND' TO EM-SQLREQ
           EXEC SQL
               UPDATE REFUND
                  SET STATUS     = 'A',
                      APPROVEDBY = :CA-CB-STAFF-USER,
                      APPROVED   = CURRENT TIMESTAMP
                WHERE REFUNDID   = :DB2-REFUND-ID
                  AND STATUS     = 'R'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-REFUND.

           EXIT.

      *================================================================*
       REJECT-REFUND.
      *================================================================*
      * Supervisor turns a requested refund down                       *
      *================================================================*
           PERFORM FIND-REFUND
           IF DB2-STATUS NOT EQUAL 'R'
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE REFUND' TO EM-SQLREQ
           EXEC SQL
               UPDATE REFUND
                  SET STATUS     = 'X',
                      APPROVEDBY = :CA-CB-STAFF-USER,
                      APPROVED   = CURRENT TIMESTAMP
                WHERE REFUNDID   = :DB2-REFUND-ID
                  AND STATUS     = 'R'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-REFUND.

           EXIT.

      *================================================================*
       GET-REFUND.
      *================================================================*
      * The patient's credit balance, and the keyed refund or their   *
      * latest one - a patient with no refund yet just shows credit   *
      *================================================================*
           PERFORM GET-CREDIT-BALANCE
           MOVE DB2-CREDIT     TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO CA-CB-CREDIT
           MOVE DB2-PENDING    TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO CA-CB-PENDING

           MOVE ' SELECT REFUND' TO EM-SQLREQ
           IF CA-CB-REFUND-ID EQUAL ZERO
              EXEC SQL
                  SELECT REFUNDID
                    INTO :DB2-REFUND-ID
                    FROM REFUND
                   WHERE PATIENTID = :DB2-PATIENT-ID
                   ORDER BY REFUNDID DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE EQUAL 100
                 MOVE SPACES TO CA-CB-STATUS
                 EXEC CICS RETURN END-EXEC
              END-IF
              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE DB2-REFUND-ID TO CA-CB-REFUND-ID
           END-IF

           PERFORM FIND-REFUND

           MOVE DB2-REFUND-ID      TO CA-CB-REFUND-ID
           MOVE DB2-AMOUNT         TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP     TO CA-CB-AMOUNT
           MOVE DB2-REASON         TO CA-CB-REASON
           MOVE DB2-STATUS         TO CA-CB-STATUS
           MOVE DB2-REQUESTED-BY   TO CA-CB-REQUESTED-BY
           MOVE DB2-REQUESTED-DATE TO CA-CB-REQUESTED-DATE
           MOVE DB2-APPROVED-BY    TO CA-CB-APPROVED-BY.

           EXIT.

      *================================================================*
       FIND-REFUND.
      *================================================================*
      * The keyed refund, which must belong to the keyed patient -    *
      * not found is 01                                                *
      *================================================================*
           MOVE CA-CB-REFUND-ID TO DB2-REFUND-ID

           MOVE ' SELECT REFUND' TO EM-SQLREQ
           EXEC SQL
               SELECT AMOUNT, REASON, STATUS, REQUESTEDBY,
                      CHAR(DATE(REQUESTED), ISO),
                      VALUE(APPROVEDBY, ' ')
                 INTO :DB2-AMOUNT, :DB2-REASON, :DB2-STATUS,
                      :DB2-REQUESTED-BY, :DB2-REQUESTED-DATE,
                      :DB2-APPROVED-BY
                 FROM REFUND
                WHERE REFUNDID  = :DB2-REFUND-ID
                  AND PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       GET-CREDIT-BALANCE.
      *================================================================*
      * Money held unapplied plus claims paid on charges the patient  *
      * had already settled, less unpaid charges.  Refunds already    *
      * paid are negative payments and so already out of the credit;  *
      * those requested or approved but not yet paid are pending, and *
      * what is left after them is available to refund.               *
      *================================================================*
           MOVE ' SELECT CREDIT' TO EM-SQLREQ
           EXEC SQL
               SELECT VALUE(( SELECT SUM(Y.AMOUNT -
                                         VALUE(Y.APPLIEDAMT, Y.AMOUNT))
                                FROM PAYMENT Y
                               WHERE Y.PATIENTID = :DB2-PATIENT-ID ),
                            0)
                    + VALUE(( SELECT SUM(S.PAIDAMOUNT)
                                FROM CLAIMSTAT S
                               WHERE S.PATIENTID = :DB2-PATIENT-ID
                                 AND S.OVERPAID  = 'Y' ), 0)
                    - VALUE(( SELECT SUM(C.AMOUNT)
                                FROM CHARGE C
                               WHERE C.PATIENTID = :DB2-PATIENT-ID
                                 AND C.PAID      = 'N' ), 0),
                      VALUE(( SELECT SUM(R.AMOUNT)
                                FROM REFUND R
                               WHERE R.PATIENTID = :DB2-PATIENT-ID
                                 AND R.STATUS IN ('R', 'A') ), 0)
                 INTO :DB2-CREDIT, :DB2-PENDING
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-CREDIT < ZERO
              MOVE ZERO TO DB2-CREDIT
           END-IF
           COMPUTE DB2-AVAILABLE = DB2-CREDIT - DB2-PENDING.

           EXIT.

      *================================================================*
       EDIT-REFUND-AMOUNT.
      *================================================================*
      * The keyed amount in RJ-VALUE-IN arrives as whole cents, digits *
      * only - right-justified and zero-filled before the NUMERIC     *
      * test, and left in WS-AMOUNT-NUM for the cents-to-decimal      *
      * COMPUTE                                                        *
      *================================================================*
           PERFORM RIGHT-JUSTIFY-VALUE
           MOVE RJ-VALUE-OUT TO WS-AMOUNT-JUST

           IF WS-AMOUNT-JUST NOT NUMERIC
            OR WS-AMOUNT-NUM = ZERO
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCRJPD.
      *----------------------------------------------------------------*
       COPY HCERRSDB.
