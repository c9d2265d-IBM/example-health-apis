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
      *            Daily Delayed-Discharge List                        *
      *                                                                *
      *   Every patient in a bed today who is medically fit but held *
      *  by a delayed discharge (OCCUPANCY.DELAYREASON set on the     *
      *  HCWBPL01 ward screen), ward by ward, with the current reason,*
      *  the date the delay started, the expected discharge date and *
      *  the delayed bed-days this stay has run up under each reason *
      *  from the DISCHDELAY periods - a change of reason part-way   *
      *  keeps the days already lost under the earlier one.  Closes  *
      *  with the patients and delayed bed-days by reason - the      *
      *  figure the commissioners ask for each week.  Run daily.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDYBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELAY-RPT ASSIGN TO DELAYRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DELAY-RPT
           RECORDING MODE IS F.
       01  DELAY-RPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCDYBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-PATIENTS-LISTED       PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-DAYS            PIC 9(7) VALUE ZERO.
           03 WS-PATIENT-DAYS          PIC 9(5) VALUE ZERO.
           03 WS-WARD-PATIENTS         PIC 9(4) VALUE ZERO.
           03 WS-WARD-DAYS             PIC 9(6) VALUE ZERO.
           03 WS-RSN-IX                PIC S9(4) COMP VALUE +0.

       01  WS-LAST-WARD                PIC X(4) VALUE SPACES.

      * The delay reasons the ward screen accepts, in report order,
      * with the patients currently held and delayed bed-days for each
       01  WS-REASON-VALUES.
           03 FILLER                   PIC X(24)
                       VALUE 'CARECARE PACKAGE        '.
           03 FILLER                   PIC X(24)
                       VALUE 'TRANTRANSPORT           '.
           03 FILLER                   PIC X(24)
                       VALUE 'PHARPHARMACY            '.
           03 FILLER                   PIC X(24)
                       VALUE 'FAMLFAMILY / CARER      '.
           03 FILLER                   PIC X(24)
                       VALUE 'OTHROTHER               '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           03 WS-RSN-ENTRY OCCURS 5 TIMES.
              05 WS-RSN-CODE           PIC X(4).
              05 WS-RSN-DESC           PIC X(20).
       01  WS-REASON-TOTALS.
           03 WS-RSN-TOTAL OCCURS 5 TIMES.
              05 WS-RSN-PATIENTS       PIC 9(5).
              05 WS-RSN-DAYS           PIC 9(7).

       01  WS-WARD-HEADER.
           03 FILLER                   PIC X(6) VALUE 'WARD  '.
           03 WS-WH-WARD               PIC X(4).

       01  WS-PATIENT-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-BED                PIC X(4).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PL-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PL-LAST-NAME          PIC X(16).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PL-REASON             PIC X(4).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PL-SINCE              PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PL-EXP-DISCH          PIC X(10).
           03 WS-PL-DAYS-GROUP.
              05 WS-PL-RSN-DAYS        PIC ZZZZ9 OCCURS 5 TIMES.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PL-TOTAL              PIC ZZZZZ9.

       01  WS-WARD-TOTAL-LINE.
           03 FILLER                   PIC X(12)
                       VALUE '  PATIENTS  '.
           03 WS-WT-PATIENTS           PIC ZZZ9.
           03 FILLER                   PIC X(20)
                       VALUE '  DELAYED BED-DAYS  '.
           03 WS-WT-DAYS               PIC ZZZZZ9.

       01  WS-REASON-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-CODE               PIC X(4).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RL-DESC               PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-PATIENTS           PIC ZZZZ9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RL-DAYS               PIC ZZZZZZ9.

       01  WS-CURSOR-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-BED                  PIC X(4).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-REASON               PIC X(4).
           03 DB2-SINCE                PIC X(10).
           03 DB2-EXP-DISCH            PIC X(10).
           03 DB2-REASON-DAYS.
              05 DB2-CARE-DAYS         PIC S9(9) COMP.
              05 DB2-TRAN-DAYS         PIC S9(9) COMP.
              05 DB2-PHAR-DAYS         PIC S9(9) COMP.
              05 DB2-FAML-DAYS         PIC S9(9) COMP.
              05 DB2-OTHR-DAYS         PIC S9(9) COMP.
           03 FILLER REDEFINES DB2-REASON-DAYS.
              05 DB2-RSN-DAYS          PIC S9(9) COMP OCCURS 5 TIMES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

       COPY HCRDWS.

       COPY HCBDWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM WRITE-PATIENT-LINE UNTIL WS-EOF.
           PERFORM CLOSE-LAST-WARD.
           PERFORM WRITE-REASON-SUMMARY.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCDYBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCDYBJ01 - DELAYED DISCHARGE LIST STARTING'.

      *    Delays are counted through the business date; an as-of date
      *    on SYSIN reruns the list for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           INITIALIZE WS-REASON-TOTALS

           OPEN OUTPUT DELAY-RPT.

           MOVE BD-ASOF-HEADER TO DELAY-RPT-LINE
           WRITE DELAY-RPT-LINE.

           MOVE 'DELAYED DISCHARGES - DELAYED BED-DAYS THIS STAY BY '
             &  'REASON' TO DELAY-RPT-LINE
           WRITE DELAY-RPT-LINE.

           MOVE '  Bed  Patient Id Last Name        Rsn  Since      '
             &  'Expected    CARE TRAN PHAR FAML OTHR  Total'
                                                     TO DELAY-RPT-LINE
           WRITE DELAY-RPT-LINE.

      *    Each delayed stay with the bed-days lost under each reason:
      *    a closed period runs start to end, the open one through the
      *    business date
           EXEC SQL
               DECLARE DLYCSR CURSOR FOR
               SELECT O.WARDCODE, O.BEDNUM, O.PATIENTID, P.LASTNAME,
                      O.DELAYREASON,
                      VALUE(CHAR(O.DELAYSINCE, ISO), ' '),
                      VALUE(CHAR(O.EXPDISCHDATE, ISO), ' '),
                      VALUE(( SELECT SUM(DAYS(VALUE(D.ENDDATE,
                                      DATE(:BD-ASOF-DATE) + 1 DAY))
                                       - DAYS(D.STARTDATE))
                                FROM DISCHDELAY D
                               WHERE D.PATIENTID     = O.PATIENTID
                                 AND D.ADMITDATETIME = O.ADMITDATETIME
                                 AND D.DELAYREASON   = 'CARE' ), 0),
                      VALUE(( SELECT SUM(DAYS(VALUE(D.ENDDATE,
                                      DATE(:BD-ASOF-DATE) + 1 DAY))
                                       - DAYS(D.STARTDATE))
                                FROM DISCHDELAY D
                               WHERE D.PATIENTID     = O.PATIENTID
                                 AND D.ADMITDATETIME = O.ADMITDATETIME
                                 AND D.DELAYREASON   = 'TRAN' ), 0),
                      VALUE(( SELECT SUM(DAYS(VALUE(D.ENDDATE,
                                      DATE(:BD-ASOF-DATE) + 1 DAY))
                                       - DAYS(D.STARTDATE))
                                FROM DISCHDELAY D
                               WHERE D.PATIENTID     = O.PATIENTID
                                 AND D.ADMITDATETIME = O.ADMITDATETIME
                                 AND D.DELAYREASON   = 'PHAR' ), 0),
                      VALUE(( SELECT SUM(DAYS(VALUE(D.ENDDATE,
                                      DATE(:BD-ASOF-DATE) + 1 DAY))
                                       - DAYS(D.STARTDATE))
                                FROM DISCHDELAY D
                               WHERE D.PATIENTID     = O.PATIENTID
                                 AND D.ADMITDATETIME = O.ADMITDATETIME
                                 AND D.DELAYREASON   = 'FAML' ), 0),
                      VALUE(( SELECT SUM(DAYS(VALUE(D.ENDDATE,
                                      DATE(:BD-ASOF-DATE) + 1 DAY))
                                       - DAYS(D.STARTDATE))
                                FROM DISCHDELAY D
                               WHERE D.PATIENTID     = O.PATIENTID
                                 AND D.ADMITDATETIME = O.ADMITDATETIME
                                 AND D.DELAYREASON   = 'OTHR' ), 0)
                 FROM OCCUPANCY O, PATIENT P
                WHERE P.PATIENTID = O.PATIENTID
                  AND VALUE(O.DELAYREASON, ' ') <> ' '
                ORDER BY O.WARDCODE, O.BEDNUM
           END-EXEC.

           EXEC SQL
               OPEN DLYCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDYBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-DELAY
           END-IF.

       FETCH-NEXT-DELAY.
           EXEC SQL
               FETCH DLYCSR
                INTO :DB2-WARD, :DB2-BED, :DB2-PATIENT-ID,
                     :DB2-LAST-NAME, :DB2-REASON, :DB2-SINCE,
                     :DB2-EXP-DISCH,
                     :DB2-CARE-DAYS, :DB2-TRAN-DAYS, :DB2-PHAR-DAYS,
                     :DB2-FAML-DAYS, :DB2-OTHR-DAYS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCDYBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-PATIENT-LINE.
           IF DB2-WARD NOT EQUAL WS-LAST-WARD
              PERFORM CLOSE-LAST-WARD
              MOVE DB2-WARD TO WS-WH-WARD
              MOVE WS-WARD-HEADER TO DELAY-RPT-LINE
              WRITE DELAY-RPT-LINE
              MOVE DB2-WARD TO WS-LAST-WARD
              MOVE ZERO TO WS-WARD-PATIENTS
              MOVE ZERO TO WS-WARD-DAYS
           END-IF

           MOVE DB2-BED        TO WS-PL-BED
           MOVE DB2-PATIENT-ID TO WS-PL-PATIENT-ID
           MOVE DB2-LAST-NAME  TO WS-PL-LAST-NAME
           MOVE DB2-REASON     TO WS-PL-REASON
           MOVE DB2-SINCE      TO WS-PL-SINCE
           MOVE DB2-EXP-DISCH  TO WS-PL-EXP-DISCH

           MOVE ZERO TO WS-PATIENT-DAYS
           MOVE ZERO TO WS-RSN-IX
           PERFORM ADD-REASON-DAYS 5 TIMES

           MOVE WS-PATIENT-DAYS TO WS-PL-TOTAL
           MOVE WS-PATIENT-LINE TO DELAY-RPT-LINE
           WRITE DELAY-RPT-LINE

           ADD 1               TO WS-WARD-PATIENTS
           ADD WS-PATIENT-DAYS TO WS-WARD-DAYS
           ADD 1               TO WS-PATIENTS-LISTED
           ADD WS-PATIENT-DAYS TO WS-TOTAL-DAYS
           PERFORM FETCH-NEXT-DELAY.

       ADD-REASON-DAYS.
      *    one reason column for the patient line, rolled into the
      *    reason totals; the current reason counts the patient
           ADD 1 TO WS-RSN-IX
           MOVE DB2-RSN-DAYS(WS-RSN-IX) TO WS-PL-RSN-DAYS(WS-RSN-IX)
           ADD DB2-RSN-DAYS(WS-RSN-IX)  TO WS-PATIENT-DAYS
           ADD DB2-RSN-DAYS(WS-RSN-IX)  TO WS-RSN-DAYS(WS-RSN-IX)
           IF DB2-REASON EQUAL WS-RSN-CODE(WS-RSN-IX)
              ADD 1 TO WS-RSN-PATIENTS(WS-RSN-IX)
           END-IF.

       CLOSE-LAST-WARD.
           IF WS-LAST-WARD NOT EQUAL SPACES
              MOVE WS-WARD-PATIENTS   TO WS-WT-PATIENTS
              MOVE WS-WARD-DAYS       TO WS-WT-DAYS
              MOVE WS-WARD-TOTAL-LINE TO DELAY-RPT-LINE
              WRITE DELAY-RPT-LINE
           END-IF.

       WRITE-REASON-SUMMARY.
           MOVE SPACES TO DELAY-RPT-LINE
           WRITE DELAY-RPT-LINE
           MOVE 'DELAYS BY REASON            Patients    Bed-days'
             TO DELAY-RPT-LINE
           WRITE DELAY-RPT-LINE

           MOVE ZERO TO WS-RSN-IX
           PERFORM WRITE-REASON-LINE 5 TIMES

           MOVE SPACES TO WS-REASON-LINE
           MOVE 'ALL'  TO WS-RL-CODE
           MOVE WS-PATIENTS-LISTED TO WS-RL-PATIENTS
           MOVE WS-TOTAL-DAYS      TO WS-RL-DAYS
           MOVE WS-REASON-LINE TO DELAY-RPT-LINE
           WRITE DELAY-RPT-LINE.

       WRITE-REASON-LINE.
           ADD 1 TO WS-RSN-IX
           MOVE WS-RSN-CODE(WS-RSN-IX)     TO WS-RL-CODE
           MOVE WS-RSN-DESC(WS-RSN-IX)     TO WS-RL-DESC
           MOVE WS-RSN-PATIENTS(WS-RSN-IX) TO WS-RL-PATIENTS
           MOVE WS-RSN-DAYS(WS-RSN-IX)     TO WS-RL-DAYS
           MOVE WS-REASON-LINE TO DELAY-RPT-LINE
           WRITE DELAY-RPT-LINE.

       TERMINATE-JOB.
           MOVE WS-PATIENTS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE DLYCSR
           END-EXEC.

           CLOSE DELAY-RPT.

           DISPLAY 'HCDYBJ01 - PATIENTS DELAYED: ' WS-PATIENTS-LISTED.
           DISPLAY 'HCDYBJ01 - DELAYED BED-DAYS: ' WS-TOTAL-DAYS.
           DISPLAY 'HCDYBJ01 - DELAYED DISCHARGE LIST COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
