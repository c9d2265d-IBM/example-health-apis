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
      *            30-Day Emergency Readmission Report                 *
      *                                                                *
      *   Pairs every discharge (MOVEMENT 'D') in the report month     *
      *  with the same patient's next admission ('A') when it came     *
      *  within 30 days, and lists each pair - patient, discharging    *
      *  and readmitting wards, the days between, and the problem      *
      *  codes active at the first admission and at the readmission.  *
      *  The discharging ward is the ward the patient was last in      *
      *  (latest A or T movement), so a stay that moved wards counts   *
      *  against where it ended; a transfer is never a readmission.    *
      *  Readmission rates against total discharges follow by ward     *
      *  and by patient facility.                                      *
      *                                                                *
      *   The report month is the calendar month two before the as-of  *
      *  month, so every discharge in it has had its full 30 days.     *
      *  An as-of date on SYSIN reruns an earlier month.  Report on    *
      *  READMRPT.  Run monthly.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRIBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READMIT-RPT ASSIGN TO READMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  READMIT-RPT
           RECORDING MODE IS F.
       01  READMIT-RPT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRIBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-PROBLEM-EOF-SWITCH       PIC X VALUE 'N'.
           88 WS-PROBLEM-EOF           VALUE 'Y'.

      * readmission window in days
       01  WS-READMIT-DAYS             PIC S9(4) COMP VALUE +30.

       01  WS-LAST-SECTION             PIC X(1) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-PAIRS-LISTED          PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-DISCHARGES      PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-READMITS        PIC 9(7) VALUE ZERO.
           03 WS-PROBLEM-IX            PIC 9(2) VALUE ZERO.
           03 WS-PROBLEM-MORE          PIC 9(2) VALUE ZERO.

       01  WS-RATE                     PIC 9(3)V9 VALUE ZERO.

       01  WS-PERIOD-LINE.
           03 FILLER                   PIC X(16)
                                        VALUE 'Discharges from '.
           03 WS-PL-START              PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' to '.
           03 WS-PL-END                PIC X(10).

       01  WS-PAIR-LINE.
           03 WS-PR-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PR-LAST-NAME          PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PR-DISCH-DATE         PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PR-DISCH-WARD         PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PR-READMIT-DATE       PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PR-READMIT-WARD       PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PR-DAYS               PIC Z9.

       01  WS-PROBLEM-LINE.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-PB-LABEL              PIC X(16).
           03 WS-PB-CODE               PIC X(11) OCCURS 6 TIMES.
           03 WS-PB-MORE.
              05 FILLER                PIC X(1) VALUE '+'.
              05 WS-PB-MORE-COUNT      PIC Z9.

       01  WS-SECTION-HEADER           PIC X(60).

       01  WS-RATE-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-KEY                PIC X(6).
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RL-DISCHARGES         PIC Z(6)9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RL-READMITS           PIC Z(6)9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RL-RATE               PIC ZZ9.9.
           03 FILLER                   PIC X(1) VALUE '%'.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-MONTH.
           03 DB2-MONTH-START          PIC X(10).
           03 DB2-MONTH-END            PIC X(10).

       01  DB2-PAIR.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DISCH-DATE           PIC X(10).
           03 DB2-DISCH-WARD           PIC X(4).
           03 DB2-INDEX-ADMIT-DATE     PIC X(10).
           03 DB2-READMIT-DATE         PIC X(10).
           03 DB2-READMIT-WARD         PIC X(4).
           03 DB2-DAYS                 PIC S9(9) COMP.

       01  DB2-PROBLEM.
           03 DB2-PROBLEM-DATE         PIC X(10).
           03 DB2-PROBLEM-CODE         PIC X(10).

       01  DB2-RATE.
           03 DB2-SECTION              PIC X(1).
           03 DB2-RATE-KEY             PIC X(4).
           03 DB2-DISCHARGES           PIC S9(9) COMP.
           03 DB2-READMITS             PIC S9(9) COMP.

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
           PERFORM LIST-ONE-PAIR UNTIL WS-EOF.
           PERFORM START-RATE-SUMMARY THRU START-RATE-EXIT.
           PERFORM LIST-ONE-RATE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCRIBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCRIBJ01 - 30-DAY READMISSION REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for an earlier
      *    month
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT READMIT-RPT.

           MOVE BD-ASOF-HEADER TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE.

      *    the calendar month two before the one the as-of date is in
           EXEC SQL
               SELECT CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - 2 MONTHS, ISO),
                      CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - 1 MONTH - 1 DAY, ISO)
                 INTO :DB2-MONTH-START, :DB2-MONTH-END
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRIBJ01 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM OPEN-PAIR-CURSOR
           END-IF.

       OPEN-PAIR-CURSOR.
           MOVE DB2-MONTH-START TO WS-PL-START
           MOVE DB2-MONTH-END   TO WS-PL-END
           MOVE WS-PERIOD-LINE  TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE.

           MOVE 'READMISSIONS WITHIN 30 DAYS' TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE.
           MOVE 'Patient Id  Name                  Discharged W'
             &  'ard  Readmitted W' TO READMIT-RPT-LINE
           MOVE 'ard  Days' TO READMIT-RPT-LINE(64:9)
           WRITE READMIT-RPT-LINE.

      *    Each discharge in the month with the patient's next
      *    admission, when that came within the window
           EXEC SQL
               DECLARE RIPCSR CURSOR FOR
               SELECT D.PATIENTID, P.LASTNAME,
                      CHAR(DATE(D.MOVEDATETIME), ISO),
                      VALUE(( SELECT W.WARDCODE FROM MOVEMENT W
                               WHERE W.PATIENTID = D.PATIENTID
                                 AND W.MOVETYPE IN ('A', 'T')
                                 AND W.MOVEDATETIME <= D.MOVEDATETIME
                               ORDER BY W.MOVEDATETIME DESC
                               FETCH FIRST 1 ROW ONLY ), D.WARDCODE),
                      VALUE(( SELECT CHAR(DATE(MAX(A.MOVEDATETIME)),
                                          ISO)
                                FROM MOVEMENT A
                               WHERE A.PATIENTID = D.PATIENTID
                                 AND A.MOVETYPE  = 'A'
                                 AND A.MOVEDATETIME
                                     <= D.MOVEDATETIME ),
                            CHAR(DATE(D.MOVEDATETIME), ISO)),
                      CHAR(DATE(R.MOVEDATETIME), ISO),
                      R.WARDCODE,
                      DAYS(DATE(R.MOVEDATETIME))
                        - DAYS(DATE(D.MOVEDATETIME))
                 FROM MOVEMENT D, MOVEMENT R, PATIENT P
                WHERE D.MOVETYPE  = 'D'
                  AND DATE(D.MOVEDATETIME)
                      BETWEEN DATE(:DB2-MONTH-START)
                          AND DATE(:DB2-MONTH-END)
                  AND P.PATIENTID = D.PATIENTID
                  AND R.PATIENTID = D.PATIENTID
                  AND R.MOVETYPE  = 'A'
                  AND R.MOVEDATETIME =
                      ( SELECT MIN(N.MOVEDATETIME)
                          FROM MOVEMENT N
                         WHERE N.PATIENTID = D.PATIENTID
                           AND N.MOVETYPE  = 'A'
                           AND N.MOVEDATETIME > D.MOVEDATETIME )
                  AND DAYS(DATE(R.MOVEDATETIME))
                        - DAYS(DATE(D.MOVEDATETIME))
                        <= :WS-READMIT-DAYS
                ORDER BY D.MOVEDATETIME, D.PATIENTID
           END-EXEC.

      *    Problems on the patient's list on a given admission date -
      *    begun by then and not yet resolved
           EXEC SQL
               DECLARE RIBCSR CURSOR FOR
               SELECT PROBLEMCODE
                 FROM PROBLEM
                WHERE PATIENTID  = :DB2-PATIENT-ID
                  AND ONSETDATE <= DATE(:DB2-PROBLEM-DATE)
                  AND ( ACTIVE = 'Y'
                        OR RESOLVEDDATE > DATE(:DB2-PROBLEM-DATE) )
                ORDER BY PROBLEMCODE
           END-EXEC.

           EXEC SQL
               OPEN RIPCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRIBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-PAIR
           END-IF.

       FETCH-NEXT-PAIR.
           EXEC SQL
               FETCH RIPCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME,
                     :DB2-DISCH-DATE, :DB2-DISCH-WARD,
                     :DB2-INDEX-ADMIT-DATE,
                     :DB2-READMIT-DATE, :DB2-READMIT-WARD,
                     :DB2-DAYS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCRIBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-PAIR.
           MOVE DB2-PATIENT-ID     TO WS-PR-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-PR-LAST-NAME
           MOVE DB2-DISCH-DATE     TO WS-PR-DISCH-DATE
           MOVE DB2-DISCH-WARD     TO WS-PR-DISCH-WARD
           MOVE DB2-READMIT-DATE   TO WS-PR-READMIT-DATE
           MOVE DB2-READMIT-WARD   TO WS-PR-READMIT-WARD
           MOVE DB2-DAYS           TO WS-PR-DAYS
           MOVE WS-PAIR-LINE       TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE
           ADD 1 TO WS-PAIRS-LISTED

           MOVE 'FIRST ADMISSION:' TO WS-PB-LABEL
           MOVE DB2-INDEX-ADMIT-DATE TO DB2-PROBLEM-DATE
           PERFORM LIST-ADMISSION-PROBLEMS

           MOVE 'READMISSION:'     TO WS-PB-LABEL
           MOVE DB2-READMIT-DATE   TO DB2-PROBLEM-DATE
           PERFORM LIST-ADMISSION-PROBLEMS

           PERFORM FETCH-NEXT-PAIR.

       LIST-ADMISSION-PROBLEMS.
      *    six codes to the line; a longer list shows how many more
           MOVE SPACES TO WS-PB-CODE (1) WS-PB-CODE (2)
                          WS-PB-CODE (3) WS-PB-CODE (4)
                          WS-PB-CODE (5) WS-PB-CODE (6)
           MOVE ZERO TO WS-PROBLEM-IX
           MOVE ZERO TO WS-PROBLEM-MORE
           MOVE 'N' TO WS-PROBLEM-EOF-SWITCH

           EXEC SQL
               OPEN RIBCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRIBJ01 - PROBLEM CURSOR FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-PROBLEM-EOF-SWITCH
           END-IF

           PERFORM FETCH-NEXT-PROBLEM UNTIL WS-PROBLEM-EOF

           EXEC SQL
               CLOSE RIBCSR
           END-EXEC

           IF WS-PROBLEM-IX EQUAL ZERO
              MOVE '(NONE ON FILE)' TO WS-PB-CODE (1)
           END-IF
           MOVE WS-PROBLEM-LINE TO READMIT-RPT-LINE
           IF WS-PROBLEM-MORE EQUAL ZERO
              MOVE SPACES TO READMIT-RPT-LINE(87:3)
           ELSE
              MOVE WS-PROBLEM-MORE TO WS-PB-MORE-COUNT
              MOVE WS-PROBLEM-LINE TO READMIT-RPT-LINE
           END-IF
           WRITE READMIT-RPT-LINE.

       FETCH-NEXT-PROBLEM.
           EXEC SQL
               FETCH RIBCSR
                INTO :DB2-PROBLEM-CODE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-PROBLEM-EOF-SWITCH
           ELSE
              IF WS-PROBLEM-IX < 6
                 ADD 1 TO WS-PROBLEM-IX
                 MOVE DB2-PROBLEM-CODE TO WS-PB-CODE (WS-PROBLEM-IX)
              ELSE
                 ADD 1 TO WS-PROBLEM-MORE
              END-IF
           END-IF.

       START-RATE-SUMMARY.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE RIPCSR
              END-EXEC
           ELSE
              GO TO START-RATE-EXIT
           END-IF

           MOVE SPACES TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE

      *    Every discharge in the month, flagged when readmitted in
      *    the window - by discharging ward (W), then by patient
      *    facility (F)
           EXEC SQL
               DECLARE RIRCSR CURSOR FOR
               SELECT X.SECT, X.RKEY, COUNT(*), SUM(X.READMIT)
                 FROM (
                   SELECT 'W' AS SECT,
                          VALUE(( SELECT W.WARDCODE FROM MOVEMENT W
                                   WHERE W.PATIENTID = D.PATIENTID
                                     AND W.MOVETYPE IN ('A', 'T')
                                     AND W.MOVEDATETIME
                                         <= D.MOVEDATETIME
                                   ORDER BY W.MOVEDATETIME DESC
                                   FETCH FIRST 1 ROW ONLY ),
                                D.WARDCODE) AS RKEY,
                          CASE WHEN EXISTS
                               ( SELECT 1 FROM MOVEMENT R
                                  WHERE R.PATIENTID = D.PATIENTID
                                    AND R.MOVETYPE  = 'A'
                                    AND R.MOVEDATETIME > D.MOVEDATETIME
                                    AND DAYS(DATE(R.MOVEDATETIME))
                                        - DAYS(DATE(D.MOVEDATETIME))
                                        <= :WS-READMIT-DAYS )
                               THEN 1 ELSE 0 END AS READMIT
                     FROM MOVEMENT D
                    WHERE D.MOVETYPE = 'D'
                      AND DATE(D.MOVEDATETIME)
                          BETWEEN DATE(:DB2-MONTH-START)
                              AND DATE(:DB2-MONTH-END)
                   UNION ALL
                   SELECT 'F' AS SECT,
                          VALUE(P.FACILITY, ' ') AS RKEY,
                          CASE WHEN EXISTS
                               ( SELECT 1 FROM MOVEMENT R
                                  WHERE R.PATIENTID = D.PATIENTID
                                    AND R.MOVETYPE  = 'A'
                                    AND R.MOVEDATETIME > D.MOVEDATETIME
                                    AND DAYS(DATE(R.MOVEDATETIME))
                                        - DAYS(DATE(D.MOVEDATETIME))
                                        <= :WS-READMIT-DAYS )
                               THEN 1 ELSE 0 END AS READMIT
                     FROM MOVEMENT D, PATIENT P
                    WHERE D.MOVETYPE  = 'D'
                      AND P.PATIENTID = D.PATIENTID
                      AND DATE(D.MOVEDATETIME)
                          BETWEEN DATE(:DB2-MONTH-START)
                              AND DATE(:DB2-MONTH-END)
                      ) AS X
                GROUP BY X.SECT, X.RKEY
                ORDER BY X.SECT DESC, X.RKEY
           END-EXEC.

           EXEC SQL
               OPEN RIRCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRIBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO START-RATE-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM FETCH-NEXT-RATE.

       START-RATE-EXIT.
           EXIT.

       FETCH-NEXT-RATE.
           EXEC SQL
               FETCH RIRCSR
                INTO :DB2-SECTION, :DB2-RATE-KEY, :DB2-DISCHARGES,
                     :DB2-READMITS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCRIBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-RATE.
           IF DB2-SECTION NOT EQUAL WS-LAST-SECTION
              IF DB2-SECTION EQUAL 'W'
                 MOVE 'READMISSION RATE BY DISCHARGING WARD'
                   TO WS-SECTION-HEADER
              ELSE
                 MOVE 'READMISSION RATE BY FACILITY'
                   TO WS-SECTION-HEADER
              END-IF
              MOVE SPACES TO READMIT-RPT-LINE
              WRITE READMIT-RPT-LINE
              MOVE WS-SECTION-HEADER TO READMIT-RPT-LINE
              WRITE READMIT-RPT-LINE
              MOVE '  Key       Discharges    Readmitted     Rate'
                TO READMIT-RPT-LINE
              WRITE READMIT-RPT-LINE
              MOVE DB2-SECTION TO WS-LAST-SECTION
           END-IF

           IF DB2-RATE-KEY EQUAL SPACES
              MOVE '(NONE)' TO WS-RL-KEY
           ELSE
              MOVE DB2-RATE-KEY TO WS-RL-KEY
           END-IF
           MOVE DB2-DISCHARGES     TO WS-RL-DISCHARGES
           MOVE DB2-READMITS       TO WS-RL-READMITS
           COMPUTE WS-RATE ROUNDED =
                   DB2-READMITS * 100 / DB2-DISCHARGES
           MOVE WS-RATE            TO WS-RL-RATE
           MOVE WS-RATE-LINE       TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE

      *    the ward section alone gives the month's totals
           IF DB2-SECTION EQUAL 'W'
              ADD DB2-DISCHARGES   TO WS-TOTAL-DISCHARGES
              ADD DB2-READMITS     TO WS-TOTAL-READMITS
           END-IF

           PERFORM FETCH-NEXT-RATE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE.

       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE RIRCSR
              END-EXEC
           END-IF

           MOVE SPACES TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE
           MOVE 'DISCHARGES IN MONTH'            TO WS-TOTAL-LABEL
           MOVE WS-TOTAL-DISCHARGES              TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'READMITTED WITHIN 30 DAYS'      TO WS-TOTAL-LABEL
           MOVE WS-TOTAL-READMITS                TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE

           IF WS-TOTAL-DISCHARGES > 0
              COMPUTE WS-RATE ROUNDED =
                      WS-TOTAL-READMITS * 100 / WS-TOTAL-DISCHARGES
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF
           MOVE SPACES TO WS-RATE-LINE
           MOVE 'ALL'               TO WS-RL-KEY
           MOVE WS-TOTAL-DISCHARGES TO WS-RL-DISCHARGES
           MOVE WS-TOTAL-READMITS   TO WS-RL-READMITS
           MOVE WS-RATE             TO WS-RL-RATE
           MOVE WS-RATE-LINE        TO READMIT-RPT-LINE
           WRITE READMIT-RPT-LINE

           MOVE WS-PAIRS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE READMIT-RPT.

           DISPLAY 'HCRIBJ01 - MONTH:              ' DB2-MONTH-START.
           DISPLAY 'HCRIBJ01 - DISCHARGES:         '
                    WS-TOTAL-DISCHARGES.
           DISPLAY 'HCRIBJ01 - READMISSIONS:       ' WS-PAIRS-LISTED.
           DISPLAY 'HCRIBJ01 - 30-DAY READMISSION REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
