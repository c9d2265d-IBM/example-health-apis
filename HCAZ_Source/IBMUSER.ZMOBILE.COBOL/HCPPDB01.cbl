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
      *                 Patient Payment Plan Logic                     *
      *                                                                *
      *   Agree, inquire and cancel a patient payment plan on DB2      *
      *  PAYPLAN.  Agreeing a plan generates its instalment schedule   *
      *  on PAYPLANINST - the agreed amount every week, fortnight or   *
      *  month from the start date until the covered balance is paid,  *
      *  the last instalment taking the remainder.  Payments posted    *
      *  through HCCPDB01 count against the next open instalment, the  *
      *  weekly HCPPBJ01 marks the ones not paid by their due date     *
      *  missed, and HCRVBJ01 sends no dunning letter while the plan   *
      *  is in good standing.  One live plan per patient.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPPDB01.
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
                                        VALUE 'HCPPDB01------WS'.
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

       01  WS-LIST-SUB                 PIC S9(4) COMP VALUE +0.

      * An instalment count past this is not a plan anyone will keep
       01  WS-MAX-INSTALMENTS          PIC S9(4) COMP VALUE +60.

       01  WS-PLAN-EOF-SWITCH          PIC X VALUE 'N'.
           88 WS-PLAN-EOF              VALUE 'Y'.

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
           03 DB2-PLAN-ID              PIC S9(9) COMP.
           03 DB2-PLAN-COUNT           PIC S9(9) COMP.
           03 DB2-AMOUNT               PIC S9(5)V99 COMP-3.
           03 DB2-BALANCE              PIC S9(5)V99 COMP-3.
           03 DB2-PAID-TO-DATE         PIC S9(5)V99 COMP-3.
           03 DB2-INST-COUNT           PIC S9(4) COMP.
           03 DB2-INST-NO              PIC S9(4) COMP.
           03 DB2-INST-OFFSET          PIC S9(4) COMP.
           03 DB2-INST-AMOUNT          PIC S9(5)V99 COMP-3.
           03 DB2-INST-PAID            PIC S9(5)V99 COMP-3.
           03 DB2-REMAINING            PIC S9(5)V99 COMP-3.
           03 DB2-DUE-DATE             PIC X(10).
           03 DB2-STATUS               PIC X(1).
           03 DB2-FREQUENCY            PIC X(1).
           03 DB2-START-DATE           PIC X(10).

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
             WHEN '01APLN'
               PERFORM ADD-PAYMENT-PLAN
             WHEN '01IPLN'
               PERFORM GET-PAYMENT-PLAN
             WHEN '01XPLN'
               PERFORM CANCEL-PAYMENT-PLAN
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
       ADD-PAYMENT-PLAN.
      *================================================================*
      * Agree a plan - instalment amount, frequency W/F/M and start   *
      * date keyed; the covered balance defaults to everything the    *
      * patient owes today.  Refused (02) while a live plan exists.   *
      *================================================================*
           IF (CA-PP-FREQUENCY NOT EQUAL 'W' AND
               CA-PP-FREQUENCY NOT EQUAL 'F' AND
               CA-PP-FREQUENCY NOT EQUAL 'M')
            OR CA-PP-START-DATE EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-PP-AMOUNT TO RJ-VALUE-IN
           PERFORM EDIT-PLAN-AMOUNT
           COMPUTE DB2-AMOUNT = WS-AMOUNT-NUM / 100

           MOVE ' SELECT PAYPLAN' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-PLAN-COUNT
                 FROM PAYPLAN
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS IN ('A', 'D')
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-PLAN-COUNT > 0
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-PP-BALANCE EQUAL SPACES
              MOVE ' SELECT CHARGE' TO EM-SQLREQ
              EXEC SQL
                  SELECT VALUE(SUM(AMOUNT), 0)
                    INTO :DB2-BALANCE
                    FROM CHARGE
                   WHERE PATIENTID = :DB2-PATIENT-ID
                     AND PAID = 'N'
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
           ELSE
              MOVE CA-PP-BALANCE TO RJ-VALUE-IN
              PERFORM EDIT-PLAN-AMOUNT
              COMPUTE DB2-BALANCE = WS-AMOUNT-NUM / 100
           END-IF

      *    nothing owed, or more instalments than anyone will keep up
           IF DB2-BALANCE NOT > ZERO
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           DIVIDE DB2-BALANCE BY DB2-AMOUNT
               GIVING DB2-INST-COUNT REMAINDER DB2-REMAINING
           IF DB2-REMAINING > ZERO
              ADD 1 TO DB2-INST-COUNT
           END-IF
           IF DB2-INST-COUNT > WS-MAX-INSTALMENTS
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT PAYPLAN' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO PAYPLAN
                         ( PLANID,
                           PATIENTID,
                           AGREEDAMOUNT,
                           FREQUENCY,
                           STARTDATE,
                           COVEREDBALANCE,
                           STATUS,
                           CREATEDDATETIME,
                           CREATEDBY )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-AMOUNT,
                           :CA-PP-FREQUENCY,
                           DATE(:CA-PP-START-DATE),
                           :DB2-BALANCE,
                           'A',
                           CURRENT TIMESTAMP,
                           :WS-TERMID )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -180
             WHEN -181
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           EXEC SQL
                SET :DB2-PLAN-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-BALANCE TO DB2-REMAINING
           MOVE ZERO TO DB2-INST-NO
           PERFORM INSERT-INSTALMENT
               UNTIL DB2-INST-NO = DB2-INST-COUNT

           MOVE DB2-PLAN-ID    TO CA-PP-PLAN-ID
           MOVE DB2-INST-COUNT TO CA-PP-INST-COUNT
           MOVE 'A'            TO CA-PP-STATUS
           MOVE DB2-BALANCE    TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO CA-PP-BALANCE.

           EXIT.

       INSERT-INSTALMENT.
      *    the agreed amount each time, the last one takes what is left
           ADD 1 TO DB2-INST-NO
           COMPUTE DB2-INST-OFFSET = DB2-INST-NO - 1
           IF DB2-REMAINING < DB2-AMOUNT
              MOVE DB2-REMAINING TO DB2-INST-AMOUNT
           ELSE
              MOVE DB2-AMOUNT    TO DB2-INST-AMOUNT
           END-IF

           MOVE ' INSERT PAYPLANINST' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO PAYPLANINST
                         ( PLANID,
                           INSTNO,
                           DUEDATE,
                           AMOUNTDUE,
                           AMOUNTPAID,
                           STATUS )
                  VALUES ( :DB2-PLAN-ID,
                           :DB2-INST-NO,
                           CASE :CA-PP-FREQUENCY
                             WHEN 'M' THEN DATE(:CA-PP-START-DATE)
                                           + :DB2-INST-OFFSET MONTHS
                             WHEN 'F' THEN DATE(:CA-PP-START-DATE)
                                      + (:DB2-INST-OFFSET * 14) DAYS
                             ELSE DATE(:CA-PP-START-DATE)
                                      + (:DB2-INST-OFFSET * 7) DAYS
                           END,
                           :DB2-INST-AMOUNT,
                           0,
                           'O' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           SUBTRACT DB2-INST-AMOUNT FROM DB2-REMAINING.

      *================================================================*
       GET-PAYMENT-PLAN.
      *================================================================*
      * The keyed plan, or the patient's latest when no plan id is    *
      * keyed, with what has been paid and the next six instalments   *
      * still to pay (or the last six, once it is all paid)           *
      *================================================================*
           IF CA-PP-PLAN-ID EQUAL ZERO
              MOVE ' SELECT PAYPLAN' TO EM-SQLREQ
              EXEC SQL
                  SELECT PLANID
                    INTO :DB2-PLAN-ID
                    FROM PAYPLAN
                   WHERE PATIENTID = :DB2-PATIENT-ID
                   ORDER BY CREATEDDATETIME DESC
                   FETCH FIRST 1 ROW ONLY
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
              END-EVALUATE
           ELSE
              MOVE CA-PP-PLAN-ID TO DB2-PLAN-ID
           END-IF

           MOVE ' SELECT PAYPLAN' TO EM-SQLREQ
           EXEC SQL
               SELECT P.PATIENTID, P.AGREEDAMOUNT, P.FREQUENCY,
                      CHAR(P.STARTDATE, ISO), P.COVEREDBALANCE,
                      P.STATUS,
                      ( SELECT COUNT(*) FROM PAYPLANINST I
                         WHERE I.PLANID = P.PLANID ),
                      ( SELECT VALUE(SUM(I.AMOUNTPAID), 0)
                          FROM PAYPLANINST I
                         WHERE I.PLANID = P.PLANID )
                 INTO :DB2-PATIENT-ID, :DB2-AMOUNT, :DB2-FREQUENCY,
                      :DB2-START-DATE, :DB2-BALANCE,
                      :DB2-STATUS,
                      :DB2-INST-COUNT,
                      :DB2-PAID-TO-DATE
                 FROM PAYPLAN P
                WHERE P.PLANID = :DB2-PLAN-ID
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
           END-EVALUATE

           MOVE DB2-PLAN-ID      TO CA-PP-PLAN-ID
           MOVE DB2-PATIENT-ID   TO CA-PATIENT-ID
           MOVE DB2-AMOUNT       TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP   TO CA-PP-AMOUNT
           MOVE DB2-FREQUENCY    TO CA-PP-FREQUENCY
           MOVE DB2-START-DATE   TO CA-PP-START-DATE
           MOVE DB2-BALANCE      TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP   TO CA-PP-BALANCE
           MOVE DB2-STATUS       TO CA-PP-STATUS
           MOVE DB2-INST-COUNT   TO CA-PP-INST-COUNT
           MOVE DB2-PAID-TO-DATE TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP   TO CA-PP-PAID-TO-DATE

      *    start at the first instalment not yet paid
           EXEC SQL
               SELECT VALUE(MIN(INSTNO),
                            MAX(1, :DB2-INST-COUNT - 5))
                 INTO :DB2-INST-NO
                 FROM PAYPLANINST
                WHERE PLANID = :DB2-PLAN-ID
                  AND STATUS <> 'P'
           END-EXEC

           EXEC SQL
               DECLARE PPICSR CURSOR FOR
               SELECT INSTNO, CHAR(DUEDATE, ISO), AMOUNTDUE,
                      AMOUNTPAID, STATUS
                 FROM PAYPLANINST
                WHERE PLANID = :DB2-PLAN-ID
                  AND INSTNO >= :DB2-INST-NO
                ORDER BY INSTNO
           END-EXEC

           EXEC SQL
               OPEN PPICSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-PP-LIST-COUNT
           MOVE ZERO TO WS-LIST-SUB
           MOVE 'N'  TO WS-PLAN-EOF-SWITCH
           PERFORM FETCH-NEXT-INSTALMENT
             UNTIL WS-PLAN-EOF
                OR WS-LIST-SUB = 6

           EXEC SQL
               CLOSE PPICSR
           END-EXEC

           EXIT.

       FETCH-NEXT-INSTALMENT.
           EXEC SQL
               FETCH PPICSR
                INTO :DB2-INST-NO, :DB2-DUE-DATE, :DB2-INST-AMOUNT,
                     :DB2-INST-PAID, :DB2-STATUS
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-LIST-SUB
              MOVE DB2-INST-NO     TO CA-PPL-INST-NO(WS-LIST-SUB)
              MOVE DB2-DUE-DATE    TO CA-PPL-DUE-DATE(WS-LIST-SUB)
              MOVE DB2-INST-AMOUNT TO WS-AMOUNT-DISP
              MOVE WS-AMOUNT-DISP  TO CA-PPL-AMOUNT(WS-LIST-SUB)
              MOVE DB2-INST-PAID   TO WS-AMOUNT-DISP
              MOVE WS-AMOUNT-DISP  TO CA-PPL-PAID(WS-LIST-SUB)
              MOVE DB2-STATUS      TO CA-PPL-STATUS(WS-LIST-SUB)
              MOVE WS-LIST-SUB     TO CA-PP-LIST-COUNT
           ELSE
              MOVE 'Y' TO WS-PLAN-EOF-SWITCH
           END-IF.

           EXIT.

      *================================================================*
       CANCEL-PAYMENT-PLAN.
      *================================================================*
      * Cancel the patient's live plan - dunning resumes on the next  *
      * ageing run for whatever is still owed                          *
      *================================================================*
           MOVE ' UPDATE PAYPLAN' TO EM-SQLREQ

           EXEC SQL
               UPDATE PAYPLAN
                  SET STATUS = 'X'
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS IN ('A', 'D')
           END-EXEC

           Evaluate SQLCODE
             When 0
               MOVE 'X' TO CA-PP-STATUS
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *================================================================*
       EDIT-PLAN-AMOUNT.
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
