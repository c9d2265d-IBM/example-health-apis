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
      *            Accounting Period Close                             *
      *                                                                *
      *   Closes one accounting period (ACCTPERIOD) once its month     *
      *  has ended.  Charges and desk payments dated in a closed       *
      *  period are posted to the next open one (HCPEPD), so the       *
      *  statements and GL figures reported for the month stay put.   *
      *                                                                *
      *   SYSIN - as-of date (blank for the business date), then the   *
      *  period to close as YYYY-MM (blank for the month before the    *
      *  as-of date).                                                  *
      *                                                                *
      *   The closing receivables - unpaid charges dated in or before  *
      *  the period, net of discount - are snapshotted to ARSNAPSHOT   *
      *  by patient facility and payer (the claim's payer, else the    *
      *  primary coverage on the charge date, else SELF PAY) and       *
      *  listed on PERIODRPT with facility and grand totals.  The      *
      *  following period is opened if it is not already on file.     *
      *                                                                *
      *   A period already closed, one not yet ended, or one with an   *
      *  earlier period still open is refused (RC 8).  A period        *
      *  reopened from the HCPE screen is closed again by rerunning    *
      *  the job for it - its snapshot is taken afresh.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPEBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-RPT ASSIGN TO PERIODRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-RPT
           RECORDING MODE IS F.
       01  PERIOD-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPEBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-CLOSE-SWITCH             PIC X VALUE 'N'.
           88 WS-CLOSE-ALLOWED         VALUE 'Y'.

       01  WS-PERIOD-IN                PIC X(7) VALUE SPACES.

       01  WS-PERIOD-FIELDS.
           03 WS-PERIOD                PIC X(7) VALUE SPACES.
           03 WS-FIRST-DAY.
              05 WS-FD-PERIOD          PIC X(7).
              05 FILLER                PIC X(3) VALUE '-01'.
           03 WS-START-DATE            PIC X(10) VALUE SPACES.
           03 WS-END-DATE              PIC X(10) VALUE SPACES.
           03 WS-NEXT-PERIOD           PIC X(7) VALUE SPACES.
           03 WS-NEXT-START            PIC X(10) VALUE SPACES.
           03 WS-NEXT-END              PIC X(10) VALUE SPACES.

       01  WS-LAST-FACILITY            PIC X(4) VALUE LOW-VALUES.

       01  WS-COUNTERS.
           03 WS-GROUPS-LISTED         PIC 9(7) VALUE ZERO.
           03 WS-FACILITY-CHARGES      PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-CHARGES         PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           03 WS-FACILITY-BALANCE      PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-TOTAL-BALANCE         PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-FACILITY-HEADER.
           03 FILLER                   PIC X(9) VALUE 'FACILITY '.
           03 WS-FH-FACILITY           PIC X(6).

       01  WS-REPORT-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PAYER             PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-COUNT             PIC Z(6)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-BALANCE           PIC Z(8)9.99-.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(8)9.99-.

       01  DB2-PERIOD-ROW.
           03 DB2-STATUS               PIC X(1).
           03 DB2-ROW-COUNT            PIC S9(9) COMP.

       01  DB2-SNAPSHOT.
           03 DB2-FACILITY             PIC X(4).
           03 DB2-PAYER                PIC X(20).
           03 DB2-CHARGE-COUNT         PIC S9(9) COMP.
           03 DB2-BALANCE              PIC S9(9)V99 COMP-3.

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

           PERFORM INITIALIZE-JOB THRU INITIALIZE-EXIT.
           IF WS-CLOSE-ALLOWED
              PERFORM TAKE-SNAPSHOT THRU TAKE-SNAPSHOT-EXIT
           END-IF
           PERFORM LIST-SNAPSHOT-GROUP UNTIL WS-EOF.
           PERFORM CLOSE-LAST-FACILITY.
           IF WS-CLOSE-ALLOWED
              PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
           END-IF
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCPEBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCPEBJ01 - ACCOUNTING PERIOD CLOSE STARTING'.

      *    An as-of date on SYSIN reruns the close for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           ACCEPT WS-PERIOD-IN

           OPEN OUTPUT PERIOD-RPT.

           MOVE BD-ASOF-HEADER TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE.

      *    nothing is listed until the period passes its checks
           MOVE 'Y' TO WS-EOF-SWITCH

      *    the month before the as-of date unless one is keyed
           IF WS-PERIOD-IN EQUAL SPACES
              EXEC SQL
                  SELECT SUBSTR(CHAR(DATE(:BD-ASOF-DATE) - 1 MONTH,
                                     ISO), 1, 7)
                    INTO :WS-PERIOD
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCPEBJ01 - PERIOD DEFAULT FAILED SQLCODE='
                          SQLCODE
                 MOVE 8 TO JC-RETURN-CODE
                 GO TO INITIALIZE-EXIT
              END-IF
           ELSE
              MOVE WS-PERIOD-IN TO WS-PERIOD
           END-IF

           MOVE WS-PERIOD TO WS-FD-PERIOD

           EXEC SQL
               SELECT CHAR(DATE(:WS-FIRST-DAY), ISO),
                      CHAR(DATE(:WS-FIRST-DAY) + 1 MONTH - 1 DAY, ISO),
                      SUBSTR(CHAR(DATE(:WS-FIRST-DAY) + 1 MONTH, ISO),
                             1, 7),
                      CHAR(DATE(:WS-FIRST-DAY) + 1 MONTH, ISO),
                      CHAR(DATE(:WS-FIRST-DAY) + 2 MONTHS - 1 DAY, ISO)
                 INTO :WS-START-DATE, :WS-END-DATE,
                      :WS-NEXT-PERIOD, :WS-NEXT-START, :WS-NEXT-END
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPEBJ01 - PERIOD NOT VALID: ' WS-PERIOD
              MOVE 'PERIOD NOT VALID - KEY YYYY-MM - NOTHING CLOSED'
                TO PERIOD-RPT-LINE
              WRITE PERIOD-RPT-LINE
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE SPACES TO PERIOD-RPT-LINE
           STRING 'Accounting period ' WS-PERIOD
                  '  ' WS-START-DATE ' to ' WS-END-DATE
                  DELIMITED BY SIZE INTO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE.

      *    a month still running cannot be closed
           IF WS-END-DATE NOT < BD-ASOF-DATE
              DISPLAY 'HCPEBJ01 - PERIOD ' WS-PERIOD
                      ' HAS NOT ENDED - STOPPING'
              MOVE 'PERIOD HAS NOT ENDED - NOTHING CLOSED'
                TO PERIOD-RPT-LINE
              WRITE PERIOD-RPT-LINE
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           EXEC SQL
               SELECT STATUS
                 INTO :DB2-STATUS
                 FROM ACCTPERIOD
                WHERE PERIODID = :WS-PERIOD
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               PERFORM ADD-PERIOD-ROW
               IF JC-RETURN-CODE NOT EQUAL 0
                  GO TO INITIALIZE-EXIT
               END-IF
               MOVE 'O' TO DB2-STATUS
             WHEN OTHER
               DISPLAY 'HCPEBJ01 - ACCTPERIOD READ FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               GO TO INITIALIZE-EXIT
           END-EVALUATE

           IF DB2-STATUS EQUAL 'C'
              DISPLAY 'HCPEBJ01 - PERIOD ' WS-PERIOD
                      ' ALREADY CLOSED - STOPPING'
              MOVE 'PERIOD ALREADY CLOSED - NOTHING CLOSED'
                TO PERIOD-RPT-LINE
              WRITE PERIOD-RPT-LINE
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

      *    periods close in order - an earlier open month first
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-ROW-COUNT
                 FROM ACCTPERIOD
                WHERE STATUS    = 'O'
                  AND STARTDATE < DATE(:WS-START-DATE)
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPEBJ01 - ACCTPERIOD READ FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           IF DB2-ROW-COUNT > 0
              DISPLAY 'HCPEBJ01 - AN EARLIER PERIOD IS STILL OPEN'
                      ' - STOPPING'
              MOVE 'AN EARLIER PERIOD IS STILL OPEN - NOTHING CLOSED'
                TO PERIOD-RPT-LINE
              WRITE PERIOD-RPT-LINE
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE 'Y' TO WS-CLOSE-SWITCH.

       INITIALIZE-EXIT.
           EXIT.

       ADD-PERIOD-ROW.
      *    first close of a month nobody has opened explicitly
           EXEC SQL
               INSERT INTO ACCTPERIOD
                         ( PERIODID,
                           STARTDATE,
                           ENDDATE,
                           STATUS )
                  VALUES ( :WS-PERIOD,
                           DATE(:WS-START-DATE),
                           DATE(:WS-END-DATE),
                           'O' )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPEBJ01 - ACCTPERIOD INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       TAKE-SNAPSHOT.
      *    A rerun after a reopen replaces the earlier snapshot
           EXEC SQL
               DELETE FROM ARSNAPSHOT
                WHERE PERIODID = :WS-PERIOD
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
            AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCPEBJ01 - ARSNAPSHOT DELETE FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'N' TO WS-CLOSE-SWITCH
              GO TO TAKE-SNAPSHOT-EXIT
           END-IF

      *    Unpaid charges to the end of the period, net of discount,
      *    by the patient's facility and who is expected to pay
           EXEC SQL
               INSERT INTO ARSNAPSHOT
                         ( PERIODID,
                           FACILITY,
                           PAYER,
                           CHARGECOUNT,
                           BALANCE,
                           SNAPDATETIME )
               SELECT :WS-PERIOD, T.FACILITY, T.PAYER,
                      COUNT(*), SUM(T.BALANCE), CURRENT TIMESTAMP
                 FROM (
                   SELECT VALUE(P.FACILITY, ' ') AS FACILITY,
                          VALUE(NULLIF(S.PAYER, ' '),
                            ( SELECT V.PAYER FROM COVERAGE V
                               WHERE V.PATIENTID = C.PATIENTID
                                 AND V.PRIORITY  = 1
                                 AND DATE(V.EFFDATE) <=
                                     DATE(C.CHARGEDATETIME)
                                 AND (V.TERMDATE = ' '
                                      OR DATE(V.TERMDATE) >=
                                         DATE(C.CHARGEDATETIME))
                               ORDER BY V.EFFDATE DESC
                               FETCH FIRST 1 ROW ONLY ),
                            'SELF PAY') AS PAYER,
                          C.AMOUNT - VALUE(C.DISCOUNTAMT, 0)
                            AS BALANCE
                     FROM CHARGE C
                          INNER JOIN PATIENT P
                             ON P.PATIENTID = C.PATIENTID
                          LEFT OUTER JOIN CLAIMSTAT S
                             ON S.PATIENTID      = C.PATIENTID
                            AND S.CHARGEDATETIME = C.CHARGEDATETIME
                            AND S.CHARGECODE     = C.CHARGECODE
                    WHERE C.PAID = 'N'
                      AND DATE(C.CHARGEDATETIME) <= DATE(:WS-END-DATE)
                      ) AS T
                GROUP BY T.FACILITY, T.PAYER
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
            AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCPEBJ01 - ARSNAPSHOT INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'N' TO WS-CLOSE-SWITCH
              GO TO TAKE-SNAPSHOT-EXIT
           END-IF

           MOVE 'Facility / Payer              Charges       Balance'
             TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE.

           EXEC SQL
               DECLARE PESCSR CURSOR FOR
               SELECT FACILITY, PAYER, CHARGECOUNT, BALANCE
                 FROM ARSNAPSHOT
                WHERE PERIODID = :WS-PERIOD
                ORDER BY FACILITY, PAYER
           END-EXEC.

           EXEC SQL
               OPEN PESCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPEBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'N' TO WS-CLOSE-SWITCH
              GO TO TAKE-SNAPSHOT-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM FETCH-NEXT-GROUP.

       TAKE-SNAPSHOT-EXIT.
           EXIT.

       FETCH-NEXT-GROUP.
           EXEC SQL
               FETCH PESCSR
                INTO :DB2-FACILITY, :DB2-PAYER, :DB2-CHARGE-COUNT,
                     :DB2-BALANCE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCPEBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'N' TO WS-CLOSE-SWITCH
           END-EVALUATE.

       LIST-SNAPSHOT-GROUP.
           IF DB2-FACILITY NOT EQUAL WS-LAST-FACILITY
              PERFORM CLOSE-LAST-FACILITY
              IF DB2-FACILITY EQUAL SPACES
                 MOVE '(NONE)' TO WS-FH-FACILITY
              ELSE
                 MOVE DB2-FACILITY TO WS-FH-FACILITY
              END-IF
              MOVE WS-FACILITY-HEADER TO PERIOD-RPT-LINE
              WRITE PERIOD-RPT-LINE
              MOVE DB2-FACILITY TO WS-LAST-FACILITY
              MOVE ZERO TO WS-FACILITY-CHARGES
              MOVE ZERO TO WS-FACILITY-BALANCE
           END-IF

           MOVE DB2-PAYER          TO WS-RPT-PAYER
           MOVE DB2-CHARGE-COUNT   TO WS-RPT-COUNT
           MOVE DB2-BALANCE        TO WS-RPT-BALANCE
           MOVE WS-REPORT-LINE     TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE

           ADD 1                   TO WS-GROUPS-LISTED
           ADD DB2-CHARGE-COUNT    TO WS-FACILITY-CHARGES
           ADD DB2-CHARGE-COUNT    TO WS-TOTAL-CHARGES
           ADD DB2-BALANCE         TO WS-FACILITY-BALANCE
           ADD DB2-BALANCE         TO WS-TOTAL-BALANCE

           PERFORM FETCH-NEXT-GROUP.

       CLOSE-LAST-FACILITY.
           IF WS-LAST-FACILITY NOT EQUAL LOW-VALUES
              MOVE '  FACILITY CHARGES OUTSTANDING' TO WS-TOTAL-LABEL
              MOVE WS-FACILITY-CHARGES          TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE '  FACILITY RECEIVABLE BALANCE' TO WS-AMOUNT-LABEL
              MOVE WS-FACILITY-BALANCE          TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE
           END-IF.

       CLOSE-PERIOD.
           EXEC SQL
               UPDATE ACCTPERIOD
                  SET STATUS         = 'C',
                      CLOSEDBY       = 'HCPEBJ01',
                      CLOSEDDATETIME = CURRENT TIMESTAMP
                WHERE PERIODID = :WS-PERIOD
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPEBJ01 - ACCTPERIOD UPDATE FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'N' TO WS-CLOSE-SWITCH
              GO TO CLOSE-PERIOD-EXIT
           END-IF

      *    late items need somewhere to go - open the next month
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-ROW-COUNT
                 FROM ACCTPERIOD
                WHERE PERIODID = :WS-NEXT-PERIOD
           END-EXEC.

           IF SQLCODE EQUAL 0
            AND DB2-ROW-COUNT EQUAL 0
              EXEC SQL
                  INSERT INTO ACCTPERIOD
                            ( PERIODID,
                              STARTDATE,
                              ENDDATE,
                              STATUS )
                     VALUES ( :WS-NEXT-PERIOD,
                              DATE(:WS-NEXT-START),
                              DATE(:WS-NEXT-END),
                              'O' )
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPEBJ01 - NEXT PERIOD NOT OPENED SQLCODE='
                       SQLCODE
              IF JC-RETURN-CODE EQUAL 0
                 MOVE 4 TO JC-RETURN-CODE
              END-IF
           END-IF.

       CLOSE-PERIOD-EXIT.
           EXIT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE.

       TERMINATE-JOB.
           IF WS-CLOSE-ALLOWED
              EXEC SQL
                  CLOSE PESCSR
              END-EXEC

              MOVE SPACES TO PERIOD-RPT-LINE
              WRITE PERIOD-RPT-LINE
              MOVE 'PAYER GROUPS LISTED'           TO WS-TOTAL-LABEL
              MOVE WS-GROUPS-LISTED                TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'CHARGES OUTSTANDING'           TO WS-TOTAL-LABEL
              MOVE WS-TOTAL-CHARGES                TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'CLOSING RECEIVABLE BALANCE'    TO WS-AMOUNT-LABEL
              MOVE WS-TOTAL-BALANCE                TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE

              MOVE SPACES TO PERIOD-RPT-LINE
              STRING 'PERIOD ' WS-PERIOD ' CLOSED - '
                     WS-NEXT-PERIOD ' IS OPEN FOR POSTING'
                     DELIMITED BY SIZE INTO PERIOD-RPT-LINE
              WRITE PERIOD-RPT-LINE
           ELSE
              IF JC-RETURN-CODE NOT EQUAL 8
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
              MOVE 'PERIOD NOT CLOSED' TO PERIOD-RPT-LINE
              WRITE PERIOD-RPT-LINE
           END-IF

           MOVE WS-GROUPS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE PERIOD-RPT.

           DISPLAY 'HCPEBJ01 - PERIOD:             ' WS-PERIOD.
           DISPLAY 'HCPEBJ01 - PAYER GROUPS:       ' WS-GROUPS-LISTED.
           DISPLAY 'HCPEBJ01 - CHARGES OUTSTANDING:' WS-TOTAL-CHARGES.
           DISPLAY 'HCPEBJ01 - ACCOUNTING PERIOD CLOSE COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
