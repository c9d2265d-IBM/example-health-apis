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
      *         Weekly Missed Payment-Plan Instalment List             *
      *                                                                *
      *   Marks missed every open instalment on a live payment plan    *
      *  (PAYPLANINST) still not fully paid a grace period after its   *
      *  due date, and takes the plan out of good standing (PAYPLAN    *
      *  status D) so HCRVBJ01 resumes dunning.  Then lists every      *
      *  missed instalment still owed, with the patient's mobile, for  *
      *  the finance office to chase (PPMISSED).  A plan paid up       *
      *  again through HCCPDB01 returns to good standing by itself.    *
      *                                                                *
      *  SYSIN, one card each:                                         *
      *    1 as-of date for a rerun (blank for the business date)      *
      *    2 grace days after the due date, 3 digits (default 7)       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPPBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MISSED-RPT ASSIGN TO PPMISSED
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MISSED-RPT
           RECORDING MODE IS F.
       01  MISSED-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPPBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-GRACE-IN                 PIC X(3) VALUE SPACES.
       01  WS-GRACE-JUST               PIC X(3) JUSTIFIED RIGHT.
       01  WS-GRACE-NUM REDEFINES WS-GRACE-JUST
                                       PIC 9(3).

       COPY HCRJWS.
       01  WS-GRACE-DAYS               PIC S9(4) COMP VALUE +7.

       01  WS-COUNTERS.
           03 WS-INSTALMENTS-MISSED    PIC 9(7) VALUE ZERO.
           03 WS-PLANS-DEFAULTED       PIC 9(7) VALUE ZERO.
           03 WS-INSTALMENTS-LISTED    PIC 9(7) VALUE ZERO.

       01  WS-TOTAL-OWED               PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-REPORT-LINE.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NAME              PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PHONE             PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PLAN-ID           PIC Z(9)9.
           03 FILLER                   PIC X(1) VALUE '/'.
           03 WS-RPT-INST-NO           PIC 9(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DUE-DATE          PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DAYS-LATE         PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-OWED              PIC Z(4)9.99.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-OWED-LINE.
           03 FILLER                   PIC X(40) VALUE
                                        'TOTAL MISSED AND STILL OWED'.
           03 WS-OWED-VALUE            PIC Z(8)9.99.

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-PHONE                PIC X(20).
           03 DB2-PLAN-ID              PIC S9(9) COMP.
           03 DB2-INST-NO              PIC S9(4) COMP.
           03 DB2-DUE-DATE             PIC X(10).
           03 DB2-DAYS-LATE            PIC S9(9) COMP.
           03 DB2-OWED                 PIC S9(5)V99 COMP-3.

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
           PERFORM WRITE-MISSED-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCPPBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCPPBJ01 - MISSED INSTALMENT LIST STARTING'.

      *    An as-of date on SYSIN reruns the list for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

      *    Grace days after the due date may be overridden on SYSIN
           ACCEPT WS-GRACE-IN
           IF WS-GRACE-IN NOT EQUAL SPACES
              MOVE WS-GRACE-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(8:3) TO WS-GRACE-JUST
              IF WS-GRACE-JUST NUMERIC
                 MOVE WS-GRACE-NUM TO WS-GRACE-DAYS
              ELSE
                 DISPLAY 'HCPPBJ01 - BAD GRACE VALUE IGNORED: '
                          WS-GRACE-IN
              END-IF
           END-IF
           DISPLAY 'HCPPBJ01 - GRACE DAYS: ' WS-GRACE-DAYS.

           OPEN OUTPUT MISSED-RPT.

           MOVE BD-ASOF-HEADER TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE.

           PERFORM MARK-MISSED-INSTALMENTS.

           MOVE 'Patient Id  Name                  Mobile          '
             &  '      Plan/Inst      Due         Late     Owed'
             TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE.

      *    Every missed instalment still owed on a plan that is not
      *    cancelled or completed - oldest plan first
           EXEC SQL
               DECLARE MISCSR CURSOR FOR
               SELECT P.PATIENTID, T.LASTNAME,
                      VALUE(T.PHONEMOBILE, ' '),
                      P.PLANID, I.INSTNO, CHAR(I.DUEDATE, ISO),
                      DAYS(DATE(:BD-ASOF-DATE)) - DAYS(I.DUEDATE),
                      I.AMOUNTDUE - I.AMOUNTPAID
                 FROM PAYPLAN P, PAYPLANINST I, PATIENT T
                WHERE I.PLANID    = P.PLANID
                  AND T.PATIENTID = P.PATIENTID
                  AND P.STATUS    = 'D'
                  AND I.STATUS    = 'M'
                ORDER BY P.PLANID, I.INSTNO
           END-EXEC.

           EXEC SQL
               OPEN MISCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPPBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-MISSED
           END-IF.

       MARK-MISSED-INSTALMENTS.
      *    open instalments past due plus grace on a live plan
           EXEC SQL
               UPDATE PAYPLANINST I
                  SET STATUS = 'M'
                WHERE I.STATUS = 'O'
                  AND I.DUEDATE < DATE(:BD-ASOF-DATE)
                                  - :WS-GRACE-DAYS DAYS
                  AND EXISTS
                      ( SELECT 1 FROM PAYPLAN P
                         WHERE P.PLANID = I.PLANID
                           AND P.STATUS IN ('A', 'D') )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-INSTALMENTS-MISSED
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCPPBJ01 - INSTALMENT UPDATE FAILED SQLCODE='
                        SQLCODE
           END-EVALUATE.

      *    ... and the plans that now carry one lose good standing
           EXEC SQL
               UPDATE PAYPLAN P
                  SET STATUS = 'D'
                WHERE P.STATUS = 'A'
                  AND EXISTS
                      ( SELECT 1 FROM PAYPLANINST I
                         WHERE I.PLANID = P.PLANID
                           AND I.STATUS = 'M' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-PLANS-DEFAULTED
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCPPBJ01 - PLAN UPDATE FAILED SQLCODE='
                        SQLCODE
           END-EVALUATE.

       FETCH-NEXT-MISSED.
           EXEC SQL
               FETCH MISCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME, :DB2-PHONE,
                     :DB2-PLAN-ID, :DB2-INST-NO, :DB2-DUE-DATE,
                     :DB2-DAYS-LATE, :DB2-OWED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCPPBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-MISSED-LINE.
           MOVE SPACES         TO WS-REPORT-LINE
           MOVE DB2-PATIENT-ID TO WS-RPT-PATIENT-ID
           MOVE DB2-LAST-NAME  TO WS-RPT-NAME
           MOVE DB2-PHONE      TO WS-RPT-PHONE
           MOVE DB2-PLAN-ID    TO WS-RPT-PLAN-ID
           MOVE DB2-INST-NO    TO WS-RPT-INST-NO
           MOVE DB2-DUE-DATE   TO WS-RPT-DUE-DATE
           MOVE DB2-DAYS-LATE  TO WS-RPT-DAYS-LATE
           MOVE DB2-OWED       TO WS-RPT-OWED
           MOVE WS-REPORT-LINE TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE

           ADD DB2-OWED TO WS-TOTAL-OWED
           ADD 1 TO WS-INSTALMENTS-LISTED
           PERFORM FETCH-NEXT-MISSED.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE.

       TERMINATE-JOB.
           MOVE SPACES TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE.
           MOVE 'INSTALMENTS NEWLY MISSED'      TO WS-TOTAL-LABEL
           MOVE WS-INSTALMENTS-MISSED           TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PLANS OUT OF GOOD STANDING'    TO WS-TOTAL-LABEL
           MOVE WS-PLANS-DEFAULTED              TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'MISSED INSTALMENTS LISTED'     TO WS-TOTAL-LABEL
           MOVE WS-INSTALMENTS-LISTED           TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-OWED                   TO WS-OWED-VALUE
           MOVE WS-OWED-LINE                    TO MISSED-RPT-LINE
           WRITE MISSED-RPT-LINE.

           MOVE WS-INSTALMENTS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE MISCSR
           END-EXEC.

           CLOSE MISSED-RPT.

           DISPLAY 'HCPPBJ01 - INSTALMENTS MISSED:  '
                    WS-INSTALMENTS-MISSED.
           DISPLAY 'HCPPBJ01 - PLANS DEFAULTED:     '
                    WS-PLANS-DEFAULTED.
           DISPLAY 'HCPPBJ01 - INSTALMENTS LISTED:  '
                    WS-INSTALMENTS-LISTED.
           DISPLAY 'HCPPBJ01 - MISSED INSTALMENT LIST COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.

      *----------------------------------------------------------------*
       COPY HCRJPD.
