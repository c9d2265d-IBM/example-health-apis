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
      *                 Overdue INR Report                             *
      *                                                                *
      *   Lists every patient actively enrolled in the anticoagulation *
      *  clinic (ANTICOAG) whose next INR test date has passed with   *
      *  no INR result posted since - the clinic's recall list.  Each *
      *  line carries the target range, weekly warfarin dose, the     *
      *  last INR on file and how many days overdue the test is.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCACBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INR-RPT ASSIGN TO INROVDUE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INR-RPT
           RECORDING MODE IS F.
       01  INR-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCACBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-PATIENTS-LISTED       PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NEXT-TEST         PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DAYS-OVERDUE      PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-INR-LOW           PIC Z9.9.
           03 FILLER                   PIC X(1) VALUE '-'.
           03 WS-RPT-INR-HIGH          PIC Z9.9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-WEEKLY-DOSE       PIC ZZZ9.9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-INR          PIC X(6).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-INR-DATE     PIC X(10).

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-NEXT-TEST            PIC X(10).
           03 DB2-DAYS-OVERDUE         PIC S9(9) COMP.
           03 DB2-INR-LOW              PIC S9(2)V9(1) COMP-3.
           03 DB2-INR-HIGH             PIC S9(2)V9(1) COMP-3.
           03 DB2-WEEKLY-DOSE          PIC S9(4)V9(1) COMP-3.
           03 DB2-LAST-INR             PIC X(10).
           03 DB2-LAST-INR-DATE        PIC X(10).

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
           PERFORM WRITE-OVERDUE-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCACBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCACBJ01 - OVERDUE INR REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT INR-RPT.

           MOVE BD-ASOF-HEADER TO INR-RPT-LINE
           WRITE INR-RPT-LINE.

           MOVE 'Patient Id Last Name             '
             &  'Next Test   Days  Range     Weekly  '
             &  'Last INR        ' TO INR-RPT-LINE
           WRITE INR-RPT-LINE.

      *    Active enrolments past their next test date with no INR
      *    resulted on or after it - most overdue first.  The last
      *    INR on file shows what the dose was last set against.
           EXEC SQL
               DECLARE ACOCSR CURSOR FOR
               SELECT A.PATIENTID, P.LASTNAME,
                      CHAR(A.NEXTTESTDATE, ISO),
                      DAYS(DATE(:BD-ASOF-DATE)) - DAYS(A.NEXTTESTDATE),
                      A.INRLOW, A.INRHIGH, A.WEEKLYDOSE,
                      VALUE(( SELECT R.TESTVALUE FROM LABRESULT R
                               WHERE R.PATIENTID = A.PATIENTID
                                 AND R.TESTCODE  = 'INR'
                               ORDER BY R.RESULTED DESC
                               FETCH FIRST 1 ROW ONLY ), ' '),
                      VALUE(( SELECT CHAR(DATE(MAX(R.RESULTED)), ISO)
                                FROM LABRESULT R
                               WHERE R.PATIENTID = A.PATIENTID
                                 AND R.TESTCODE  = 'INR' ), ' ')
                 FROM ANTICOAG A, PATIENT P
                WHERE A.ACTIVE    = 'Y'
                  AND P.PATIENTID = A.PATIENTID
                  AND A.NEXTTESTDATE < DATE(:BD-ASOF-DATE)
                  AND NOT EXISTS
                      ( SELECT 1 FROM LABRESULT R
                         WHERE R.PATIENTID = A.PATIENTID
                           AND R.TESTCODE  = 'INR'
                           AND DATE(R.RESULTED) >= A.NEXTTESTDATE )
                ORDER BY A.NEXTTESTDATE, P.LASTNAME
           END-EXEC.

           EXEC SQL
               OPEN ACOCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCACBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-OVERDUE
           END-IF.

       FETCH-NEXT-OVERDUE.
           EXEC SQL
               FETCH ACOCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME, :DB2-NEXT-TEST,
                     :DB2-DAYS-OVERDUE, :DB2-INR-LOW, :DB2-INR-HIGH,
                     :DB2-WEEKLY-DOSE, :DB2-LAST-INR,
                     :DB2-LAST-INR-DATE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCACBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-OVERDUE-LINE.
           MOVE SPACES             TO WS-REPORT-LINE
           MOVE DB2-PATIENT-ID     TO WS-RPT-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-RPT-LAST-NAME
           MOVE DB2-NEXT-TEST      TO WS-RPT-NEXT-TEST
           MOVE DB2-DAYS-OVERDUE   TO WS-RPT-DAYS-OVERDUE
           MOVE DB2-INR-LOW        TO WS-RPT-INR-LOW
           MOVE DB2-INR-HIGH       TO WS-RPT-INR-HIGH
           MOVE DB2-WEEKLY-DOSE    TO WS-RPT-WEEKLY-DOSE
           MOVE DB2-LAST-INR       TO WS-RPT-LAST-INR
           MOVE DB2-LAST-INR-DATE  TO WS-RPT-LAST-INR-DATE
           MOVE WS-REPORT-LINE     TO INR-RPT-LINE
           WRITE INR-RPT-LINE

           ADD 1 TO WS-PATIENTS-LISTED
           PERFORM FETCH-NEXT-OVERDUE.

       TERMINATE-JOB.
           MOVE WS-PATIENTS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE ACOCSR
           END-EXEC.

           CLOSE INR-RPT.

           DISPLAY 'HCACBJ01 - PATIENTS OVERDUE: '
                    WS-PATIENTS-LISTED.
           DISPLAY 'HCACBJ01 - OVERDUE INR REPORT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
