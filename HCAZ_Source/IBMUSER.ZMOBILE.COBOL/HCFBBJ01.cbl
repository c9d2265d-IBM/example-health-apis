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
      *         Midnight Fluid Balance Report                          *
      *                                                                *
      *   Runs beside the midnight bed-state (HCBSBJ01).  For every   *
      *  occupied bed, ward by ward, the intake, output and net fluid *
      *  balance charted on FLUIDBAL for the business day just ended, *
      *  with the patient flagged when the net is beyond the ward's   *
      *  limit on WARDFLUID (the '****' row, else 1500 ml, when the   *
      *  ward has none).                                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFBBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLUID-RPT ASSIGN TO FLUIDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLUID-RPT
           RECORDING MODE IS F.
       01  FLUID-RPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCFBBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-BEDS-LISTED           PIC 9(5) VALUE ZERO.
           03 WS-BEDS-FLAGGED          PIC 9(5) VALUE ZERO.
           03 WS-WARD-BEDS             PIC 9(4) VALUE ZERO.
           03 WS-WARD-FLAGGED          PIC 9(4) VALUE ZERO.

       01  WS-LAST-WARD                PIC X(4) VALUE SPACES.

       01  WS-WARD-HEADER.
           03 FILLER                   PIC X(6) VALUE 'WARD  '.
           03 WS-WH-WARD               PIC X(4).
           03 FILLER                   PIC X(10) VALUE '  LIMIT +/'.
           03 FILLER                   PIC X(1) VALUE '-'.
           03 WS-WH-LIMIT              PIC ZZZZ9.
           03 FILLER                   PIC X(3) VALUE ' ML'.

       01  WS-BED-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-BED                PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-LAST-NAME          PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-INTAKE             PIC ZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-OUTPUT             PIC ZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-NET                PIC -ZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-FLAG               PIC X(9).

       01  WS-WARD-TOTAL-LINE.
           03 FILLER                   PIC X(12)
                       VALUE '  PATIENTS  '.
           03 WS-WT-BEDS               PIC ZZZ9.
           03 FILLER                   PIC X(12) VALUE '  FLAGGED   '.
           03 WS-WT-FLAGGED            PIC ZZZ9.

       01  WS-CURSOR-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-BED                  PIC X(4).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-INTAKE               PIC S9(9) COMP.
           03 DB2-OUTPUT               PIC S9(9) COMP.
           03 DB2-LIMIT                PIC S9(9) COMP.
           03 DB2-NET                  PIC S9(9) COMP.

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
           PERFORM WRITE-BALANCE-LINE UNTIL WS-EOF.
           PERFORM CLOSE-LAST-WARD.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCFBBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCFBBJ01 - MIDNIGHT FLUID BALANCE STARTING'.

      *    The business date is the day just ended; an as-of date on
      *    SYSIN reruns the report for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT FLUID-RPT.

           MOVE BD-ASOF-HEADER TO FLUID-RPT-LINE
           WRITE FLUID-RPT-LINE.

           MOVE '  Bed   Patient Id  Last Name             '
             &  'Intake  Output      Net' TO FLUID-RPT-LINE
           WRITE FLUID-RPT-LINE.

      *    Every occupied bed with the day's charted totals for the
      *    current admission - the admission key keeps entries made
      *    on a previous ward with the patient after a transfer
           EXEC SQL
               DECLARE FLBCSR CURSOR FOR
               SELECT O.WARDCODE, O.BEDNUM, O.PATIENTID, P.LASTNAME,
                      VALUE(( SELECT SUM(F.VOLUMEML) FROM FLUIDBAL F
                               WHERE F.PATIENTID     = O.PATIENTID
                                 AND F.ADMITDATETIME = O.ADMITDATETIME
                                 AND F.DIRECTION     = 'I'
                                 AND DATE(F.FBDATETIME) =
                                     DATE(:BD-ASOF-DATE) ), 0),
                      VALUE(( SELECT SUM(F.VOLUMEML) FROM FLUIDBAL F
                               WHERE F.PATIENTID     = O.PATIENTID
                                 AND F.ADMITDATETIME = O.ADMITDATETIME
                                 AND F.DIRECTION     = 'O'
                                 AND DATE(F.FBDATETIME) =
                                     DATE(:BD-ASOF-DATE) ), 0),
                      VALUE(( SELECT W.BALLIMIT FROM WARDFLUID W
                               WHERE W.WARDCODE = O.WARDCODE ),
                            ( SELECT W.BALLIMIT FROM WARDFLUID W
                               WHERE W.WARDCODE = '****' ), 1500)
                 FROM OCCUPANCY O, PATIENT P
                WHERE P.PATIENTID = O.PATIENTID
                ORDER BY O.WARDCODE, O.BEDNUM
           END-EXEC.

           EXEC SQL
               OPEN FLBCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCFBBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-BED
           END-IF.

       FETCH-NEXT-BED.
           EXEC SQL
               FETCH FLBCSR
                INTO :DB2-WARD, :DB2-BED, :DB2-PATIENT-ID,
                     :DB2-LAST-NAME, :DB2-INTAKE, :DB2-OUTPUT,
                     :DB2-LIMIT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCFBBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-BALANCE-LINE.
           IF DB2-WARD NOT EQUAL WS-LAST-WARD
              PERFORM CLOSE-LAST-WARD
              MOVE DB2-WARD  TO WS-WH-WARD
              MOVE DB2-LIMIT TO WS-WH-LIMIT
              MOVE WS-WARD-HEADER TO FLUID-RPT-LINE
              WRITE FLUID-RPT-LINE
              MOVE DB2-WARD TO WS-LAST-WARD
              MOVE ZERO TO WS-WARD-BEDS
              MOVE ZERO TO WS-WARD-FLAGGED
           END-IF

           COMPUTE DB2-NET = DB2-INTAKE - DB2-OUTPUT

           MOVE DB2-BED        TO WS-BL-BED
           MOVE DB2-PATIENT-ID TO WS-BL-PATIENT-ID
           MOVE DB2-LAST-NAME  TO WS-BL-LAST-NAME
           MOVE DB2-INTAKE     TO WS-BL-INTAKE
           MOVE DB2-OUTPUT     TO WS-BL-OUTPUT
           MOVE DB2-NET        TO WS-BL-NET
           MOVE SPACES         TO WS-BL-FLAG
           IF DB2-NET > DB2-LIMIT
              MOVE '** OVER' TO WS-BL-FLAG
           END-IF
           IF DB2-NET < ZERO - DB2-LIMIT
              MOVE '** UNDER' TO WS-BL-FLAG
           END-IF
           IF WS-BL-FLAG NOT EQUAL SPACES
              ADD 1 TO WS-WARD-FLAGGED
              ADD 1 TO WS-BEDS-FLAGGED
           END-IF
           MOVE WS-BED-LINE TO FLUID-RPT-LINE
           WRITE FLUID-RPT-LINE

           ADD 1 TO WS-WARD-BEDS
           ADD 1 TO WS-BEDS-LISTED
           PERFORM FETCH-NEXT-BED.

       CLOSE-LAST-WARD.
           IF WS-LAST-WARD NOT EQUAL SPACES
              MOVE WS-WARD-BEDS     TO WS-WT-BEDS
              MOVE WS-WARD-FLAGGED  TO WS-WT-FLAGGED
              MOVE WS-WARD-TOTAL-LINE TO FLUID-RPT-LINE
              WRITE FLUID-RPT-LINE
           END-IF.

       TERMINATE-JOB.
           MOVE WS-BEDS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE FLBCSR
           END-EXEC.

           CLOSE FLUID-RPT.

           DISPLAY 'HCFBBJ01 - BEDS LISTED: ' WS-BEDS-LISTED.
           DISPLAY 'HCFBBJ01 - BEDS FLAGGED: ' WS-BEDS-FLAGGED.
           DISPLAY 'HCFBBJ01 - MIDNIGHT FLUID BALANCE COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
