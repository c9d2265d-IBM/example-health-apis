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
      *         Monthly Payer Contract Variance Report                 *
      *                                                                *
      *   Every claim HCRMBJ01 posted paid in the calendar month      *
      *  before the business date is priced at the PAYERCONTRACT      *
      *  amount in force for its payer and charge code on the         *
      *  service date.  Claims paid short of the contract by more     *
      *  than the tolerance (SYSIN, whole cents - default 5.00) are   *
      *  listed by payer with the shortfall and any appeal the        *
      *  billing office has raised (HCCRPL01), with payer and grand   *
      *  totals of the money left on the table (CONTVRPT).  Claims    *
      *  with no contract rate on file are counted, not compared.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCRBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-RPT ASSIGN TO CONTVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-RPT
           RECORDING MODE IS F.
       01  VARIANCE-RPT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCRBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-CLAIMS-CHECKED        PIC 9(7) VALUE ZERO.
           03 WS-CLAIMS-NO-CONTRACT    PIC 9(7) VALUE ZERO.
           03 WS-CLAIMS-UNDERPAID      PIC 9(7) VALUE ZERO.
           03 WS-CLAIMS-APPEALED       PIC 9(7) VALUE ZERO.

      * Shortfall tolerance may be overridden on SYSIN, whole cents
       01  WS-TOL-IN                   PIC X(6) VALUE SPACES.
       01  WS-TOL-JUST                 PIC X(6) JUSTIFIED RIGHT.
       01  WS-TOL-NUM REDEFINES WS-TOL-JUST
                                       PIC 9(4)V99.
       01  WS-TOLERANCE                PIC S9(4)V99 COMP-3
                                                     VALUE +5.00.

       01  WS-MONTH.
           03 DB2-MONTH-START          PIC X(10).
           03 DB2-MONTH-END            PIC X(10).

       01  WS-LAST-PAYER               PIC X(20) VALUE HIGH-VALUES.
       01  WS-SHORTFALL                PIC S9(7)V99 COMP-3.

       01  WS-TOTALS.
           03 WS-PAYER-UNDERPAID       PIC S9(7) COMP-3 VALUE +0.
           03 WS-PAYER-SHORTFALL       PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ALL-CONTRACT          PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ALL-PAID              PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ALL-SHORTFALL         PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-PERIOD-LINE.
           03 FILLER                   PIC X(11) VALUE 'PAID FROM  '.
           03 WS-PL-START              PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' TO '.
           03 WS-PL-END                PIC X(10).
           03 FILLER                   PIC X(13)
                       VALUE '  TOLERANCE  '.
           03 WS-PL-TOLERANCE          PIC Z(3)9.99.

       01  WS-PAYER-LINE.
           03 FILLER                   PIC X(7) VALUE 'PAYER: '.
           03 WS-PH-PAYER              PIC X(20).

       01  WS-REPORT-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CLAIM-ID          PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CODE              PIC X(6).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-SERVICE-DATE      PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CONTRACT          PIC Z(5)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PAID              PIC Z(5)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-SHORTFALL         PIC Z(5)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-APPEAL            PIC X(8).

       01  WS-PAYER-TOTAL-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 FILLER                   PIC X(12)
                       VALUE 'PAYER TOTAL '.
           03 WS-PT-UNDERPAID          PIC Z(6)9.
           03 FILLER                   PIC X(18)
                       VALUE ' CLAIMS UNDERPAID '.
           03 FILLER                   PIC X(24) VALUE SPACES.
           03 WS-PT-SHORTFALL          PIC Z(8)9.99.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(8)9.99.

       01  WS-CURSOR-ROW.
           03 DB2-PAYER                PIC X(20).
           03 DB2-CLAIM-ID             PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-CHARGE-CODE          PIC X(6).
           03 DB2-SERVICE-DATE         PIC X(10).
           03 DB2-PAID-AMOUNT          PIC S9(5)V99 COMP-3.
           03 DB2-HAS-CONTRACT         PIC X(1).
           03 DB2-CONTRACT-AMOUNT      PIC S9(5)V99 COMP-3.
           03 DB2-APPEAL-STATUS        PIC X(1).

       COPY HCRJWS.

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
           PERFORM CHECK-PAID-CLAIM UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCCRBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCCRBJ02 - CONTRACT VARIANCE REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

      *    The shortfall tolerance may be overridden on SYSIN
           ACCEPT WS-TOL-IN
           IF WS-TOL-IN NOT EQUAL SPACES
              MOVE WS-TOL-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(5:6) TO WS-TOL-JUST
              IF WS-TOL-JUST NUMERIC
                 MOVE WS-TOL-NUM TO WS-TOLERANCE
              ELSE
                 DISPLAY 'HCCRBJ02 - BAD TOLERANCE IGNORED: '
                          WS-TOL-IN
              END-IF
           END-IF
           DISPLAY 'HCCRBJ02 - TOLERANCE: ' WS-TOLERANCE.

           OPEN OUTPUT VARIANCE-RPT.

           MOVE BD-ASOF-HEADER TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE.

      *    the calendar month before the one the as-of date is in
           EXEC SQL
               SELECT CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - 1 MONTH, ISO),
                      CHAR(DATE(:BD-ASOF-DATE)
                             - DAY(DATE(:BD-ASOF-DATE)) DAYS, ISO)
                 INTO :DB2-MONTH-START, :DB2-MONTH-END
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCRBJ02 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM OPEN-CLAIM-CURSOR
           END-IF.

       OPEN-CLAIM-CURSOR.
           MOVE DB2-MONTH-START TO WS-PL-START
           MOVE DB2-MONTH-END   TO WS-PL-END
           MOVE WS-TOLERANCE    TO WS-PL-TOLERANCE
           MOVE WS-PERIOD-LINE  TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE.

           MOVE '    Claim Id  Patient Id  Code    Service      '
             &  'Contract       Paid      Short  Appeal'
                                 TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE.

      *    Claims paid in the month with their payer - as billed, or
      *    for a claim extracted before the payer was kept, the
      *    primary coverage on the service date - and the contract
      *    amount in force for that payer and code on that date
           EXEC SQL
               DECLARE CVRCSR CURSOR FOR
               SELECT T.PAYER, T.CLAIMID, T.PATIENTID, T.CHARGECODE,
                      T.SERVDATE, T.PAIDAMOUNT,
                      CASE WHEN T.CONTRACT IS NULL THEN 'N'
                           ELSE 'Y' END,
                      VALUE(T.CONTRACT, 0), T.APPEAL
                 FROM (
                   SELECT U.*,
                          ( SELECT K.EXPECTEDAMT
                              FROM PAYERCONTRACT K
                             WHERE K.PAYER      = U.PAYER
                               AND K.CHARGECODE = U.CHARGECODE
                               AND K.EFFDATE   <= DATE(U.SERVDATE)
                             ORDER BY K.EFFDATE DESC
                             FETCH FIRST 1 ROW ONLY ) AS CONTRACT
                     FROM (
                       SELECT VALUE(NULLIF(S.PAYER, ' '),
                               ( SELECT V.PAYER FROM COVERAGE V
                                  WHERE V.PATIENTID = S.PATIENTID
                                    AND V.PRIORITY  = 1
                                    AND DATE(V.EFFDATE) <=
                                        DATE(SUBSTR(S.CHARGEDATETIME,
                                                    1, 10))
                                    AND (V.TERMDATE = ' '
                                         OR DATE(V.TERMDATE) >=
                                            DATE(SUBSTR(
                                              S.CHARGEDATETIME, 1, 10)))
                                  ORDER BY V.EFFDATE DESC
                                  FETCH FIRST 1 ROW ONLY ),
                               ' ') AS PAYER,
                              S.CLAIMID, S.PATIENTID, S.CHARGECODE,
                              SUBSTR(S.CHARGEDATETIME, 1, 10)
                                AS SERVDATE,
                              S.PAIDAMOUNT,
                              VALUE(S.APPEALSTATUS, ' ') AS APPEAL
                         FROM CLAIMSTAT S
                        WHERE S.STATUS = 'P'
                          AND S.PAIDPOSTDATE
                              BETWEEN DATE(:DB2-MONTH-START)
                                  AND DATE(:DB2-MONTH-END)
                          ) AS U
                      ) AS T
                ORDER BY T.PAYER, T.CLAIMID
           END-EXEC.

           EXEC SQL
               OPEN CVRCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCRBJ02 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-CLAIM
           END-IF.

       FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH CVRCSR
                INTO :DB2-PAYER, :DB2-CLAIM-ID, :DB2-PATIENT-ID,
                     :DB2-CHARGE-CODE, :DB2-SERVICE-DATE,
                     :DB2-PAID-AMOUNT, :DB2-HAS-CONTRACT,
                     :DB2-CONTRACT-AMOUNT, :DB2-APPEAL-STATUS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCCRBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       CHECK-PAID-CLAIM.
           ADD 1 TO WS-CLAIMS-CHECKED

           IF DB2-HAS-CONTRACT NOT EQUAL 'Y'
              ADD 1 TO WS-CLAIMS-NO-CONTRACT
           ELSE
              COMPUTE WS-SHORTFALL =
                      DB2-CONTRACT-AMOUNT - DB2-PAID-AMOUNT
              IF WS-SHORTFALL > WS-TOLERANCE
                 PERFORM WRITE-UNDERPAID-LINE
              END-IF
           END-IF

           PERFORM FETCH-NEXT-CLAIM.

       WRITE-UNDERPAID-LINE.
           IF DB2-PAYER NOT EQUAL WS-LAST-PAYER
              IF WS-LAST-PAYER NOT EQUAL HIGH-VALUES
                 PERFORM WRITE-PAYER-TOTAL
              END-IF
              MOVE SPACES        TO VARIANCE-RPT-LINE
              WRITE VARIANCE-RPT-LINE
              MOVE DB2-PAYER     TO WS-PH-PAYER
              MOVE WS-PAYER-LINE TO VARIANCE-RPT-LINE
              WRITE VARIANCE-RPT-LINE
              MOVE DB2-PAYER     TO WS-LAST-PAYER
           END-IF

           MOVE SPACES              TO WS-RPT-APPEAL
           MOVE DB2-CLAIM-ID        TO WS-RPT-CLAIM-ID
           MOVE DB2-PATIENT-ID      TO WS-RPT-PATIENT-ID
           MOVE DB2-CHARGE-CODE     TO WS-RPT-CODE
           MOVE DB2-SERVICE-DATE    TO WS-RPT-SERVICE-DATE
           MOVE DB2-CONTRACT-AMOUNT TO WS-RPT-CONTRACT
           MOVE DB2-PAID-AMOUNT     TO WS-RPT-PAID
           MOVE WS-SHORTFALL        TO WS-RPT-SHORTFALL
      *    where the billing office has already disputed it
           EVALUATE DB2-APPEAL-STATUS
             WHEN 'O'
               MOVE 'OPEN'     TO WS-RPT-APPEAL
               ADD 1 TO WS-CLAIMS-APPEALED
             WHEN 'W'
               MOVE 'WON'      TO WS-RPT-APPEAL
               ADD 1 TO WS-CLAIMS-APPEALED
             WHEN 'L'
               MOVE 'LOST'     TO WS-RPT-APPEAL
               ADD 1 TO WS-CLAIMS-APPEALED
           END-EVALUATE
           MOVE WS-REPORT-LINE      TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE

           ADD 1 TO WS-PAYER-UNDERPAID
           ADD WS-SHORTFALL         TO WS-PAYER-SHORTFALL
           ADD 1 TO WS-CLAIMS-UNDERPAID
           ADD DB2-CONTRACT-AMOUNT  TO WS-ALL-CONTRACT
           ADD DB2-PAID-AMOUNT      TO WS-ALL-PAID
           ADD WS-SHORTFALL         TO WS-ALL-SHORTFALL.

       WRITE-PAYER-TOTAL.
           MOVE WS-PAYER-UNDERPAID  TO WS-PT-UNDERPAID
           MOVE WS-PAYER-SHORTFALL  TO WS-PT-SHORTFALL
           MOVE WS-PAYER-TOTAL-LINE TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE

           MOVE ZERO TO WS-PAYER-UNDERPAID
           MOVE ZERO TO WS-PAYER-SHORTFALL.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE.

       TERMINATE-JOB.
           IF WS-LAST-PAYER NOT EQUAL HIGH-VALUES
              PERFORM WRITE-PAYER-TOTAL
           END-IF

           MOVE SPACES TO VARIANCE-RPT-LINE
           WRITE VARIANCE-RPT-LINE.
           MOVE 'PAID CLAIMS CHECKED'           TO WS-TOTAL-LABEL
           MOVE WS-CLAIMS-CHECKED               TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NO CONTRACT RATE ON FILE'      TO WS-TOTAL-LABEL
           MOVE WS-CLAIMS-NO-CONTRACT           TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CLAIMS UNDERPAID'              TO WS-TOTAL-LABEL
           MOVE WS-CLAIMS-UNDERPAID             TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'UNDERPAID CLAIMS APPEALED'     TO WS-TOTAL-LABEL
           MOVE WS-CLAIMS-APPEALED              TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CONTRACTED ON UNDERPAID CLAIMS' TO WS-AMOUNT-LABEL
           MOVE WS-ALL-CONTRACT                 TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'PAID ON UNDERPAID CLAIMS'      TO WS-AMOUNT-LABEL
           MOVE WS-ALL-PAID                     TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'MONEY LEFT ON THE TABLE'       TO WS-AMOUNT-LABEL
           MOVE WS-ALL-SHORTFALL                TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE.

           MOVE WS-CLAIMS-UNDERPAID TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE CVRCSR
           END-EXEC.

           CLOSE VARIANCE-RPT.

           DISPLAY 'HCCRBJ02 - PAID CLAIMS CHECKED: '
                    WS-CLAIMS-CHECKED.
           DISPLAY 'HCCRBJ02 - NO CONTRACT RATE:    '
                    WS-CLAIMS-NO-CONTRACT.
           DISPLAY 'HCCRBJ02 - CLAIMS UNDERPAID:    '
                    WS-CLAIMS-UNDERPAID.
           DISPLAY 'HCCRBJ02 - CONTRACT VARIANCE REPORT COMPLETE'.
           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.

      *----------------------------------------------------------------*
       COPY HCRJPD.
