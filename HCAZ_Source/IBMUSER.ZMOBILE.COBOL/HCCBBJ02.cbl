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
      *         Accounts Payable Patient Refund File                   *
      *                                                                *
      *   Sends every patient refund approved on HCCB to accounts      *
      *  payable (APREFUND) for payment, and records each one as a     *
      *  negative PAYMENT (method R, type R) so the patient's credit   *
      *  balance, the daily payments report (HCCPBJ01), statements     *
      *  and the GL journal all see the money go out.  The refund is   *
      *  then marked paid (REFUND status P) with the payment id, so    *
      *  it is never sent twice.                                       *
      *    H  header - created timestamp and business date             *
      *    D  refund - payee name and address, amount, reason and      *
      *       approver                                                 *
      *    T  trailer - refund count and total                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCBBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-OUT ASSIGN TO APREFUND
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-OUT
           RECORDING MODE IS F.
       01  REFUND-OUT-RECORD.
      *    H header, D refund, T trailer
           03 APR-RECORD-TYPE          PIC X(1).
           03 APR-BUSINESS-DATE        PIC X(10).
           03 APR-DETAIL               PIC X(189).
           03 APR-HEADER REDEFINES APR-DETAIL.
              05 APR-SOURCE            PIC X(8).
              05 APR-CREATED           PIC X(26).
              05 FILLER                PIC X(155).
           03 APR-REFUND REDEFINES APR-DETAIL.
              05 APR-REFUND-ID         PIC 9(10).
              05 APR-PATIENT-ID        PIC 9(10).
              05 APR-FIRST-NAME        PIC X(10).
              05 APR-LAST-NAME         PIC X(20).
              05 APR-ADDRESS           PIC X(20).
              05 APR-CITY              PIC X(20).
              05 APR-POSTCODE          PIC X(10).
              05 APR-AMOUNT            PIC 9(7)V99.
              05 APR-REASON            PIC X(30).
              05 APR-APPROVED-BY       PIC X(10).
              05 APR-APPROVED-DATE     PIC X(10).
              05 FILLER                PIC X(30).
           03 APR-TRAILER REDEFINES APR-DETAIL.
              05 APR-REFUND-COUNT      PIC 9(7).
              05 APR-TOTAL-AMOUNT      PIC 9(9)V99.
              05 FILLER                PIC X(171).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCBBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-REFUNDS-SENT          PIC 9(7) VALUE ZERO.
           03 WS-REFUNDS-FAILED        PIC 9(7) VALUE ZERO.

       01  WS-TOTAL-AMOUNT             PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AMOUNT-DISP              PIC Z(8)9.99.

       01  WS-CURSOR-ROW.
           03 DB2-REFUND-ID            PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-AMOUNT               PIC S9(7)V99 COMP-3.
           03 DB2-REASON               PIC X(30).
           03 DB2-APPROVED-BY          PIC X(10).
           03 DB2-APPROVED-DATE        PIC X(10).
           03 DB2-PAY-ID               PIC S9(9) COMP.

       COPY HCJCWS.

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
           PERFORM SEND-REFUND THRU SEND-REFUND-EXIT UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCCBBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCCBBJ02 - AP REFUND FILE STARTING'.

      *    Refund payments are dated with the business date, so a run
      *    after midnight still journals to its day
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT REFUND-OUT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES             TO REFUND-OUT-RECORD
           MOVE 'H'                TO APR-RECORD-TYPE
           MOVE BD-ASOF-DATE       TO APR-BUSINESS-DATE
           MOVE 'HCAZ'             TO APR-SOURCE
           MOVE WS-RUN-TIMESTAMP   TO APR-CREATED
           WRITE REFUND-OUT-RECORD.

      *    Every approved refund not yet sent, oldest approval first
           EXEC SQL
               DECLARE APRCSR CURSOR FOR
               SELECT R.REFUNDID, R.PATIENTID,
                      VALUE(P.FIRSTNAME, ' '), VALUE(P.LASTNAME, ' '),
                      VALUE(P.ADDRESS, ' '), VALUE(P.CITY, ' '),
                      VALUE(P.POSTCODE, ' '),
                      R.AMOUNT, R.REASON, R.APPROVEDBY,
                      CHAR(DATE(R.APPROVED), ISO)
                 FROM REFUND R, PATIENT P
                WHERE P.PATIENTID = R.PATIENTID
                  AND R.STATUS    = 'A'
                ORDER BY R.APPROVED, R.REFUNDID
           END-EXEC.

           EXEC SQL
               OPEN APRCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCBBJ02 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-REFUND
           END-IF.

       FETCH-NEXT-REFUND.
           EXEC SQL
               FETCH APRCSR
                INTO :DB2-REFUND-ID, :DB2-PATIENT-ID,
                     :DB2-FIRST-NAME, :DB2-LAST-NAME,
                     :DB2-ADDRESS, :DB2-CITY, :DB2-POSTCODE,
                     :DB2-AMOUNT, :DB2-REASON, :DB2-APPROVED-BY,
                     :DB2-APPROVED-DATE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCCBBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       SEND-REFUND.
      *    the refund goes out of the patient account as a negative
      *    payment, applied to nothing
           EXEC SQL
               INSERT INTO PAYMENT
                         ( PAYID,
                           PATIENTID,
                           APPTID,
                           AMOUNT,
                           METHOD,
                           PAYTYPE,
                           TAKENDATETIME,
                           TAKENBY,
                           APPLIEDAMT )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           0,
                           0 - :DB2-AMOUNT,
                           'R',
                           'R',
                           CHAR(TIMESTAMP(DATE(:BD-ASOF-DATE),
                                          CURRENT TIME)),
                           'REFUND',
                           0 )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCBBJ02 - PAYMENT INSERT FAILED SQLCODE='
                       SQLCODE ' REFUND ' DB2-REFUND-ID
              ADD 1 TO WS-REFUNDS-FAILED
              MOVE 8 TO JC-RETURN-CODE
              GO TO SEND-REFUND-NEXT
           END-IF

           EXEC SQL
                SET :DB2-PAY-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           EXEC SQL
               UPDATE REFUND
                  SET STATUS   = 'P',
                      PAYID    = :DB2-PAY-ID,
                      PAIDDATE = DATE(:BD-ASOF-DATE)
                WHERE REFUNDID = :DB2-REFUND-ID
                  AND STATUS   = 'A'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCBBJ02 - REFUND UPDATE FAILED SQLCODE='
                       SQLCODE ' REFUND ' DB2-REFUND-ID
              ADD 1 TO WS-REFUNDS-FAILED
              MOVE 8 TO JC-RETURN-CODE
              GO TO SEND-REFUND-NEXT
           END-IF

           MOVE SPACES             TO REFUND-OUT-RECORD
           MOVE 'D'                TO APR-RECORD-TYPE
           MOVE BD-ASOF-DATE       TO APR-BUSINESS-DATE
           MOVE DB2-REFUND-ID      TO APR-REFUND-ID
           MOVE DB2-PATIENT-ID     TO APR-PATIENT-ID
           MOVE DB2-FIRST-NAME     TO APR-FIRST-NAME
           MOVE DB2-LAST-NAME      TO APR-LAST-NAME
           MOVE DB2-ADDRESS        TO APR-ADDRESS
           MOVE DB2-CITY           TO APR-CITY
           MOVE DB2-POSTCODE       TO APR-POSTCODE
           MOVE DB2-AMOUNT         TO APR-AMOUNT
           MOVE DB2-REASON         TO APR-REASON
           MOVE DB2-APPROVED-BY    TO APR-APPROVED-BY
           MOVE DB2-APPROVED-DATE  TO APR-APPROVED-DATE
           WRITE REFUND-OUT-RECORD

           ADD 1 TO WS-REFUNDS-SENT
           ADD DB2-AMOUNT TO WS-TOTAL-AMOUNT.

       SEND-REFUND-NEXT.
           PERFORM FETCH-NEXT-REFUND.

       SEND-REFUND-EXIT.
           EXIT.

       TERMINATE-JOB.
           MOVE SPACES             TO REFUND-OUT-RECORD
           MOVE 'T'                TO APR-RECORD-TYPE
           MOVE BD-ASOF-DATE       TO APR-BUSINESS-DATE
           MOVE WS-REFUNDS-SENT    TO APR-REFUND-COUNT
           MOVE WS-TOTAL-AMOUNT    TO APR-TOTAL-AMOUNT
           WRITE REFUND-OUT-RECORD.

           MOVE WS-REFUNDS-SENT TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE APRCSR
           END-EXEC.

           CLOSE REFUND-OUT.

           DISPLAY 'HCCBBJ02 - REFUNDS SENT:    ' WS-REFUNDS-SENT.
           DISPLAY 'HCCBBJ02 - REFUNDS FAILED:  ' WS-REFUNDS-FAILED.
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY 'HCCBBJ02 - TOTAL REFUNDED: ' WS-AMOUNT-DISP.
           DISPLAY 'HCCBBJ02 - AP REFUND FILE COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.
