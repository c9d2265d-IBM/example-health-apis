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
      *            Payer Contract Rate File Load                       *
      *                                                                *
      *   Loads a payer's contracted reimbursement schedule (CONTRIN: *
      *  payer, charge code, effective date, expected amount) as new  *
      *  effective-dated PAYERCONTRACT rows - the amount the payer    *
      *  agreed to pay for the code from that date.  A missing payer  *
      *  or code, a code not on the charge master, a bad amount or a  *
      *  bad date is listed on the reject report and skipped.         *
      *  Existing contract rows are never touched, so a claim is      *
      *  always priced at the terms in force when it was served.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCRBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-IN ASSIGN TO CONTRIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-RPT ASSIGN TO CONTRREJ
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-IN
           RECORDING MODE IS F.
       01  CONTRACT-IN-RECORD.
           03 CONTR-IN-PAYER           PIC X(20).
           03 CONTR-IN-CODE            PIC X(6).
           03 CONTR-IN-EFF-DATE        PIC X(10).
           03 CONTR-IN-AMOUNT          PIC X(10).

       FD  REJECT-RPT
           RECORDING MODE IS F.
       01  REJECT-RPT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCRBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-RATES-LOADED          PIC 9(7) VALUE ZERO.
           03 WS-RECORDS-REJECTED      PIC 9(7) VALUE ZERO.

       01  WS-REJECT-LINE.
           03 WS-REJ-RECORD            PIC X(46).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-REASON            PIC X(30).

       COPY HCRJWS.
       01  WS-AMOUNT-JUST              PIC X(10) JUSTIFIED RIGHT.
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-JUST
                                       PIC 9(10).

       01  WS-CODE-COUNT               PIC S9(9) COMP VALUE +0.
       01  DB2-AMOUNT                  PIC S9(5)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM PROCESS-CONTRACT-RECORD UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCCRBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCCRBJ01 - CONTRACT RATE LOAD STARTING'.
           OPEN INPUT CONTRACT-IN.
           OPEN OUTPUT REJECT-RPT.

           MOVE 'Rejected record                                 Reason'
             TO REJECT-RPT-LINE
           WRITE REJECT-RPT-LINE.

           PERFORM READ-NEXT-RECORD.

       READ-NEXT-RECORD.
           READ CONTRACT-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       PROCESS-CONTRACT-RECORD.
      *    amounts arrive as whole cents, digits only
           MOVE CONTR-IN-AMOUNT TO RJ-VALUE-IN
           PERFORM RIGHT-JUSTIFY-VALUE
           MOVE RJ-VALUE-OUT TO WS-AMOUNT-JUST

           EVALUATE TRUE
             WHEN CONTR-IN-PAYER EQUAL SPACES
               MOVE 'PAYER MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN CONTR-IN-CODE EQUAL SPACES
               MOVE 'CODE MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN WS-AMOUNT-JUST NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN WS-AMOUNT-NUM > 9999999
               MOVE 'AMOUNT TOO LARGE' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN CONTR-IN-EFF-DATE EQUAL SPACES
               MOVE 'EFFECTIVE DATE MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN OTHER
               PERFORM CHECK-CODE-EXISTS
               IF WS-CODE-COUNT EQUAL ZERO
                  MOVE 'CODE NOT ON CHARGE MASTER' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT
               ELSE
                  PERFORM INSERT-CONTRACT-ROW
               END-IF
           END-EVALUATE

           PERFORM READ-NEXT-RECORD.

       CHECK-CODE-EXISTS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CODE-COUNT
                 FROM CHARGECODE
                WHERE CODE = :CONTR-IN-CODE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE ZERO TO WS-CODE-COUNT
           END-IF.

       INSERT-CONTRACT-ROW.
           COMPUTE DB2-AMOUNT = WS-AMOUNT-NUM / 100

      *    a date DB2 will not take fails the insert and is rejected
           EXEC SQL
               INSERT INTO PAYERCONTRACT
                         ( PAYER,
                           CHARGECODE,
                           EFFDATE,
                           EXPECTEDAMT )
                  VALUES ( :CONTR-IN-PAYER,
                           :CONTR-IN-CODE,
                           DATE(:CONTR-IN-EFF-DATE),
                           :DB2-AMOUNT )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-RATES-LOADED
             WHEN -803
               MOVE 'ALREADY LOADED FOR THAT DATE' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN -180
             WHEN -181
               MOVE 'EFFECTIVE DATE NOT VALID' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN OTHER
               MOVE 'SQL ERROR ON INSERT' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
           END-EVALUATE.

       WRITE-REJECT.
           MOVE CONTRACT-IN-RECORD TO WS-REJ-RECORD
           MOVE WS-REJECT-LINE TO REJECT-RPT-LINE
           WRITE REJECT-RPT-LINE
           ADD 1 TO WS-RECORDS-REJECTED.

       TERMINATE-JOB.
           MOVE WS-RATES-LOADED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE CONTRACT-IN.
           CLOSE REJECT-RPT.

           DISPLAY 'HCCRBJ01 - RECORDS READ:   ' WS-RECORDS-READ.
           DISPLAY 'HCCRBJ01 - RATES LOADED:   ' WS-RATES-LOADED.
           DISPLAY 'HCCRBJ01 - REJECTED:       ' WS-RECORDS-REJECTED.
           DISPLAY 'HCCRBJ01 - CONTRACT RATE LOAD COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
      *----------------------------------------------------------------*
       COPY HCRJPD.
