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
      *         Weekly Credit Balance Report                           *
      *                                                                *
      *   Lists every patient holding a credit balance - money not     *
      *  applied to a charge plus claims paid on charges the patient   *
      *  had already settled, less anything still owed (the same sum   *
      *  HCCBDB01 refunds against) - largest first, with refunds       *
      *  already requested or approved and how long since the last     *
      *  money came in, so finance can work the oldest credits before  *
      *  audit does (CRBALRPT).                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCBBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-RPT ASSIGN TO CRBALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-RPT
           RECORDING MODE IS F.
       01  CREDIT-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCBBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-PATIENTS-LISTED       PIC 9(7) VALUE ZERO.
           03 WS-PATIENTS-UNREFUNDED   PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           03 WS-TOTAL-CREDIT          PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-TOTAL-PENDING         PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-REPORT-LINE.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NAME              PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CREDIT            PIC Z(5)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PENDING           PIC Z(5)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-PAID         PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DAYS-HELD         PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NOTE              PIC X(16).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(8)9.99.

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-CREDIT               PIC S9(7)V99 COMP-3.
           03 DB2-PENDING              PIC S9(7)V99 COMP-3.
           03 DB2-LAST-PAID            PIC X(10).
           03 DB2-DAYS-HELD            PIC S9(9) COMP.

       COPY HCJCWS.

       COPY HCRDWS.

       COPY HCBDWS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM WRITE-CREDIT-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCCBBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCCBBJ01 - CREDIT BALANCE REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT CREDIT-RPT.

           MOVE BD-ASOF-HEADER TO CREDIT-RPT-LINE
           WRITE CREDIT-RPT-LINE.

           MOVE 'Patient Id  Name                     Credit     '
             &  'Pending  Last Paid   Days' TO CREDIT-RPT-LINE
           WRITE CREDIT-RPT-LINE.

      *    Every patient whose money held exceeds what they owe -
      *    largest credit first
           EXEC SQL
               DECLARE CRBCSR CURSOR FOR
               SELECT T.PATIENTID, T.LASTNAME, T.CREDIT, T.PENDING,
                      VALUE(CHAR(T.LASTPAID, ISO), ' '),
                      VALUE(DAYS(DATE(:BD-ASOF-DATE))
                            - DAYS(T.LASTPAID), 0)
                 FROM (
                   SELECT P.PATIENTID, P.LASTNAME,
                          VALUE(( SELECT SUM(Y.AMOUNT -
                                         VALUE(Y.APPLIEDAMT, Y.AMOUNT))
                                    FROM PAYMENT Y
                                   WHERE Y.PATIENTID = P.PATIENTID ),
                                0)
                        + VALUE(( SELECT SUM(S.PAIDAMOUNT)
                                    FROM CLAIMSTAT S
                                   WHERE S.PATIENTID = P.PATIENTID
                                     AND S.OVERPAID  = 'Y' ), 0)
                        - VALUE(( SELECT SUM(C.AMOUNT)
                                    FROM CHARGE C
                                   WHERE C.PATIENTID = P.PATIENTID
                                     AND C.PAID      = 'N' ), 0)
                            AS CREDIT,
                          VALUE(( SELECT SUM(R.AMOUNT)
                                    FROM REFUND R
                                   WHERE R.PATIENTID = P.PATIENTID
                                     AND R.STATUS IN ('R', 'A') ), 0)
                            AS PENDING,
                          ( SELECT MAX(DATE(Y.TAKENDATETIME))
                              FROM PAYMENT Y
                             WHERE Y.PATIENTID = P.PATIENTID
                               AND Y.AMOUNT > 0 ) AS LASTPAID
                     FROM PATIENT P
                      ) AS T
                WHERE T.CREDIT > 0
                ORDER BY T.CREDIT DESC, T.PATIENTID
           END-EXEC.

           EXEC SQL
               OPEN CRBCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCBBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-CREDIT
           END-IF.

       FETCH-NEXT-CREDIT.
           EXEC SQL
               FETCH CRBCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME, :DB2-CREDIT,
                     :DB2-PENDING, :DB2-LAST-PAID, :DB2-DAYS-HELD
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCCBBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-CREDIT-LINE.
           MOVE SPACES         TO WS-REPORT-LINE
           MOVE DB2-PATIENT-ID TO WS-RPT-PATIENT-ID
           MOVE DB2-LAST-NAME  TO WS-RPT-NAME
           MOVE DB2-CREDIT     TO WS-RPT-CREDIT
           MOVE DB2-PENDING    TO WS-RPT-PENDING
           MOVE DB2-LAST-PAID  TO WS-RPT-LAST-PAID
           MOVE DB2-DAYS-HELD  TO WS-RPT-DAYS-HELD
      *    nothing in hand to give it back - the audit finding
           IF DB2-PENDING EQUAL ZERO
              MOVE 'NO REFUND RAISED' TO WS-RPT-NOTE
              ADD 1 TO WS-PATIENTS-UNREFUNDED
           END-IF
           MOVE WS-REPORT-LINE TO CREDIT-RPT-LINE
           WRITE CREDIT-RPT-LINE

           ADD DB2-CREDIT  TO WS-TOTAL-CREDIT
           ADD DB2-PENDING TO WS-TOTAL-PENDING
           ADD 1 TO WS-PATIENTS-LISTED
           PERFORM FETCH-NEXT-CREDIT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CREDIT-RPT-LINE
           WRITE CREDIT-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO CREDIT-RPT-LINE
           WRITE CREDIT-RPT-LINE.

       TERMINATE-JOB.
           MOVE SPACES TO CREDIT-RPT-LINE
           WRITE CREDIT-RPT-LINE.
           MOVE 'PATIENTS IN CREDIT'            TO WS-TOTAL-LABEL
           MOVE WS-PATIENTS-LISTED              TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'WITH NO REFUND RAISED'         TO WS-TOTAL-LABEL
           MOVE WS-PATIENTS-UNREFUNDED          TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TOTAL CREDIT HELD'             TO WS-AMOUNT-LABEL
           MOVE WS-TOTAL-CREDIT                 TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'REFUNDS REQUESTED OR APPROVED' TO WS-AMOUNT-LABEL
           MOVE WS-TOTAL-PENDING                TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE.

           MOVE WS-PATIENTS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE CRBCSR
           END-EXEC.

           CLOSE CREDIT-RPT.

           DISPLAY 'HCCBBJ01 - PATIENTS IN CREDIT: '
                    WS-PATIENTS-LISTED.
           DISPLAY 'HCCBBJ01 - NO REFUND RAISED:   '
                    WS-PATIENTS-UNREFUNDED.
           DISPLAY 'HCCBBJ01 - CREDIT BALANCE REPORT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
