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
      *            Ward Shift Staffing Report                          *
      *                                                                *
      *   Every shift staffing return (HCSFPL01) for the business     *
      *  date, ward by ward and shift by shift: RNs and support       *
      *  workers rostered and actually on, the patients and high-     *
      *  acuity patients on the ward when it was recorded, and the    *
      *  ward's plan (WARDSTAFFPLAN, '****' site default).  A shift   *
      *  is flagged UNSAFE R / S when the staff on - actual once      *
      *  keyed, else the roster - cannot cover the patients at the    *
      *  planned RN / support worker ratio, and A when high-acuity    *
      *  patients exceed the planned level.  Wards with beds but no   *
      *  return for the day are listed after.  Run after each shift   *
      *  change and at end of day.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSFBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-RPT ASSIGN TO STAFFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-RPT
           RECORDING MODE IS F.
       01  STAFF-RPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCSFBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-SHIFTS-LISTED         PIC 9(5) VALUE ZERO.
           03 WS-SHIFTS-FLAGGED        PIC 9(5) VALUE ZERO.
           03 WS-WARDS-MISSING         PIC 9(5) VALUE ZERO.

      * Plan used when neither the ward nor the site default row is
      * on WARDSTAFFPLAN - as HCSFDB01
       01  WS-DEFAULT-PLAN.
           03 WS-DEFAULT-PTS-PER-RN    PIC S9(4) COMP VALUE +8.
           03 WS-DEFAULT-PTS-PER-SW    PIC S9(4) COMP VALUE +12.
           03 WS-DEFAULT-ACUITY-MAX    PIC S9(4) COMP VALUE +2.

       01  WS-STAFF-CHECK.
           03 WS-RN-ON-SHIFT           PIC S9(4) COMP VALUE +0.
           03 WS-SW-ON-SHIFT           PIC S9(4) COMP VALUE +0.
           03 WS-RN-CAPACITY           PIC S9(9) COMP VALUE +0.
           03 WS-SW-CAPACITY           PIC S9(9) COMP VALUE +0.

       01  WS-REPORT-LINE.
           03 WS-RPT-WARD              PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-SHIFT             PIC X(1).
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-RPT-ROSTER-RN         PIC ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-ROSTER-SW         PIC ZZ9.
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-RPT-ACTUAL-RN         PIC ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-ACTUAL-SW         PIC ZZ9.
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-RPT-PATIENTS          PIC ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-HIGH-ACUITY       PIC ZZ9.
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-RPT-PTS-PER-RN        PIC Z9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-PTS-PER-SW        PIC Z9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-ACUITY-MAX        PIC ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-UNSAFE            PIC X(6).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-FLAGS.
              05 WS-RPT-RN-FLAG        PIC X(1).
              05 WS-RPT-SW-FLAG        PIC X(1).
              05 WS-RPT-ACUITY-FLAG    PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-RECORDED-BY       PIC X(10).

       01  WS-MISSING-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-ML-WARD               PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-ML-PATIENTS           PIC ZZ9.
           03 FILLER                   PIC X(22)
                       VALUE ' PATIENTS - NO RETURN'.

       01  WS-CURSOR-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-SHIFT                PIC X(1).
           03 DB2-ROSTER-RN            PIC S9(4) COMP.
           03 DB2-ROSTER-SW            PIC S9(4) COMP.
           03 DB2-ACTUAL-SET           PIC X(1).
           03 DB2-ACTUAL-RN            PIC S9(4) COMP.
           03 DB2-ACTUAL-SW            PIC S9(4) COMP.
           03 DB2-PATIENTS             PIC S9(4) COMP.
           03 DB2-HIGH-ACUITY          PIC S9(4) COMP.
           03 DB2-RECORDED-BY          PIC X(10).
           03 DB2-PTS-PER-RN           PIC S9(4) COMP.
           03 DB2-PTS-PER-SW           PIC S9(4) COMP.
           03 DB2-ACUITY-MAX           PIC S9(4) COMP.
           03 DB2-OCCUPIED             PIC S9(9) COMP.

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
           PERFORM WRITE-SHIFT-LINE UNTIL WS-EOF.
           PERFORM LIST-MISSING-RETURNS.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCSFBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCSFBJ01 - WARD STAFFING REPORT STARTING'.

      *    Shifts are reported for the business date; an as-of date
      *    on SYSIN reruns the report for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT STAFF-RPT.

           MOVE BD-ASOF-HEADER TO STAFF-RPT-LINE
           WRITE STAFF-RPT-LINE.

           MOVE 'WARD SHIFT STAFFING AGAINST PLAN - R/S BELOW RN/'
             &  'SUPPORT RATIO, A ACUITY ABOVE PLAN' TO STAFF-RPT-LINE
           WRITE STAFF-RPT-LINE.

           MOVE 'Ward  Sh  Roster    Actual    Pts  High  Plan       '
             &  'Flags       Recorded' TO STAFF-RPT-LINE
           WRITE STAFF-RPT-LINE.
           MOVE '           RN  SW    RN  SW        Acu   RN SW Acu    '
             &  '          By' TO STAFF-RPT-LINE
           WRITE STAFF-RPT-LINE.

      *    Each return for the day with the ward's plan - ward row,
      *    else the site row, else the built-in plan
           EXEC SQL
               DECLARE SFCSR CURSOR FOR
               SELECT S.WARDCODE, S.SHIFT, S.ROSTERRN, S.ROSTERSW,
                      S.ACTUALSET, S.ACTUALRN, S.ACTUALSW,
                      S.PATIENTS, S.HIGHACUITY, S.RECORDEDBY,
                      VALUE(( SELECT P.PTSPERRN FROM WARDSTAFFPLAN P
                               WHERE P.WARDCODE = S.WARDCODE ),
                            ( SELECT P.PTSPERRN FROM WARDSTAFFPLAN P
                               WHERE P.WARDCODE = '****' ),
                            :WS-DEFAULT-PTS-PER-RN),
                      VALUE(( SELECT P.PTSPERSW FROM WARDSTAFFPLAN P
                               WHERE P.WARDCODE = S.WARDCODE ),
                            ( SELECT P.PTSPERSW FROM WARDSTAFFPLAN P
                               WHERE P.WARDCODE = '****' ),
                            :WS-DEFAULT-PTS-PER-SW),
                      VALUE(( SELECT P.ACUITYMAX FROM WARDSTAFFPLAN P
                               WHERE P.WARDCODE = S.WARDCODE ),
                            ( SELECT P.ACUITYMAX FROM WARDSTAFFPLAN P
                               WHERE P.WARDCODE = '****' ),
                            :WS-DEFAULT-ACUITY-MAX)
                 FROM WARDSTAFF S
                WHERE S.SHIFTDATE = DATE(:BD-ASOF-DATE)
                ORDER BY S.WARDCODE,
                         CASE S.SHIFT WHEN 'E' THEN 1
                                      WHEN 'L' THEN 2
                                      ELSE 3 END
           END-EXEC.

           EXEC SQL
               OPEN SFCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSFBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-SHIFT
           END-IF.

       FETCH-NEXT-SHIFT.
           EXEC SQL
               FETCH SFCSR
                INTO :DB2-WARD, :DB2-SHIFT, :DB2-ROSTER-RN,
                     :DB2-ROSTER-SW, :DB2-ACTUAL-SET, :DB2-ACTUAL-RN,
                     :DB2-ACTUAL-SW, :DB2-PATIENTS, :DB2-HIGH-ACUITY,
                     :DB2-RECORDED-BY, :DB2-PTS-PER-RN,
                     :DB2-PTS-PER-SW, :DB2-ACUITY-MAX
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCSFBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-SHIFT-LINE.
           MOVE SPACES          TO WS-REPORT-LINE
           MOVE DB2-WARD        TO WS-RPT-WARD
           MOVE DB2-SHIFT       TO WS-RPT-SHIFT
           MOVE DB2-ROSTER-RN   TO WS-RPT-ROSTER-RN
           MOVE DB2-ROSTER-SW   TO WS-RPT-ROSTER-SW
           MOVE DB2-PATIENTS    TO WS-RPT-PATIENTS
           MOVE DB2-HIGH-ACUITY TO WS-RPT-HIGH-ACUITY
           MOVE DB2-PTS-PER-RN  TO WS-RPT-PTS-PER-RN
           MOVE DB2-PTS-PER-SW  TO WS-RPT-PTS-PER-SW
           MOVE DB2-ACUITY-MAX  TO WS-RPT-ACUITY-MAX
           MOVE DB2-RECORDED-BY TO WS-RPT-RECORDED-BY

      *    actual numbers once keyed, else the roster
           IF DB2-ACTUAL-SET EQUAL 'Y'
              MOVE DB2-ACTUAL-RN TO WS-RPT-ACTUAL-RN
              MOVE DB2-ACTUAL-SW TO WS-RPT-ACTUAL-SW
              MOVE DB2-ACTUAL-RN TO WS-RN-ON-SHIFT
              MOVE DB2-ACTUAL-SW TO WS-SW-ON-SHIFT
           ELSE
              MOVE DB2-ROSTER-RN TO WS-RN-ON-SHIFT
              MOVE DB2-ROSTER-SW TO WS-SW-ON-SHIFT
           END-IF

           COMPUTE WS-RN-CAPACITY = WS-RN-ON-SHIFT * DB2-PTS-PER-RN
           COMPUTE WS-SW-CAPACITY = WS-SW-ON-SHIFT * DB2-PTS-PER-SW

           IF WS-RN-CAPACITY < DB2-PATIENTS
              MOVE 'R' TO WS-RPT-RN-FLAG
           END-IF
           IF WS-SW-CAPACITY < DB2-PATIENTS
              MOVE 'S' TO WS-RPT-SW-FLAG
           END-IF
           IF DB2-HIGH-ACUITY > DB2-ACUITY-MAX
              MOVE 'A' TO WS-RPT-ACUITY-FLAG
           END-IF

           IF WS-RPT-FLAGS NOT EQUAL SPACES
              MOVE 'UNSAFE' TO WS-RPT-UNSAFE
              ADD 1 TO WS-SHIFTS-FLAGGED
           END-IF

           MOVE WS-REPORT-LINE TO STAFF-RPT-LINE
           WRITE STAFF-RPT-LINE

           ADD 1 TO WS-SHIFTS-LISTED
           PERFORM FETCH-NEXT-SHIFT.

       LIST-MISSING-RETURNS.
      *    Wards with patients in a bed and no return at all today
           MOVE SPACES TO STAFF-RPT-LINE
           WRITE STAFF-RPT-LINE
           MOVE 'WARDS WITH PATIENTS AND NO STAFFING RETURN'
             TO STAFF-RPT-LINE
           WRITE STAFF-RPT-LINE

           EXEC SQL
               DECLARE NORCSR CURSOR FOR
               SELECT O.WARDCODE, COUNT(*)
                 FROM OCCUPANCY O
                WHERE NOT EXISTS
                      ( SELECT 1
                          FROM WARDSTAFF S
                         WHERE S.WARDCODE  = O.WARDCODE
                           AND S.SHIFTDATE = DATE(:BD-ASOF-DATE) )
                GROUP BY O.WARDCODE
                ORDER BY O.WARDCODE
           END-EXEC.

           EXEC SQL
               OPEN NORCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSFBJ01 - OPEN NORCSR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM FETCH-NEXT-MISSING
              PERFORM WRITE-MISSING-LINE UNTIL WS-EOF
              EXEC SQL
                  CLOSE NORCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-MISSING.
           EXEC SQL
               FETCH NORCSR
                INTO :DB2-WARD, :DB2-OCCUPIED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCSFBJ01 - FETCH NORCSR FAILED SQLCODE='
                       SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-MISSING-LINE.
           MOVE DB2-WARD     TO WS-ML-WARD
           MOVE DB2-OCCUPIED TO WS-ML-PATIENTS
           MOVE WS-MISSING-LINE TO STAFF-RPT-LINE
           WRITE STAFF-RPT-LINE
           ADD 1 TO WS-WARDS-MISSING
           PERFORM FETCH-NEXT-MISSING.

       TERMINATE-JOB.
           MOVE WS-SHIFTS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE SFCSR
           END-EXEC.

           CLOSE STAFF-RPT.

           DISPLAY 'HCSFBJ01 - SHIFTS LISTED: ' WS-SHIFTS-LISTED.
           DISPLAY 'HCSFBJ01 - SHIFTS FLAGGED UNSAFE: '
                   WS-SHIFTS-FLAGGED.
           DISPLAY 'HCSFBJ01 - WARDS WITH NO RETURN: ' WS-WARDS-MISSING.
           DISPLAY 'HCSFBJ01 - WARD STAFFING REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
