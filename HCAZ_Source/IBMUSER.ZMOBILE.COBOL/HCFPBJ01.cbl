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
      *         Shift Risk Assessment Worklist                         *
      *                                                                *
      *   Ward by ward, every inpatient whose falls or pressure-      *
      *  injury assessment was never done since admission, or whose  *
      *  reassessment fell due, by the end of the shift just ended.  *
      *  The shift (1 night, 2 day, 3 evening) is keyed on SYSIN the  *
      *  same as the MAR exception list (HCMWBJ01) it runs beside.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFPBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-RPT ASSIGN TO RISKWKLS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-RPT
           RECORDING MODE IS F.
       01  RISK-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCFPBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-SHIFT-IN                 PIC X(1) VALUE SPACES.
       01  WS-SHIFT-END                PIC S9(4) COMP VALUE +16.

       01  WS-COUNTERS.
           03 WS-ITEMS-LISTED          PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-RPT-WARD              PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-BED               PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-TYPE              PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-STATUS            PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DUE               PIC X(16).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LEVEL             PIC X(6).

       01  WS-CURSOR-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-BED                  PIC X(4).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-TYPE                 PIC X(1).
           03 DB2-DUE                  PIC X(16).
           03 DB2-NEVER-DONE           PIC X(1).
           03 DB2-LEVEL                PIC X(1).

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
           PERFORM WRITE-WORKLIST-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCFPBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCFPBJ01 - RISK ASSESSMENT WORKLIST STARTING'.
           OPEN OUTPUT RISK-RPT.

      *    Shift just ended, from SYSIN - anything due before its end
      *    hour today is on the list
           ACCEPT WS-SHIFT-IN
           EVALUATE WS-SHIFT-IN
             WHEN '1'
               MOVE 8  TO WS-SHIFT-END
             WHEN '2'
               MOVE 16 TO WS-SHIFT-END
             WHEN '3'
               MOVE 24 TO WS-SHIFT-END
             WHEN OTHER
               DISPLAY 'HCFPBJ01 - SHIFT NOT 1/2/3, DAY SHIFT ASSUMED'
           END-EVALUATE
           DISPLAY 'HCFPBJ01 - DUE BEFORE HOUR ' WS-SHIFT-END.

           MOVE 'Ward  Bed   Patient Id  Last Name             '
             &  'Type      Status      Due               Level'
             TO RISK-RPT-LINE
           WRITE RISK-RPT-LINE.

           EXEC SQL
               DECLARE RSKCSR CURSOR FOR
               SELECT O.WARDCODE, O.BEDNUM, O.PATIENTID, P.LASTNAME,
                      D.ASSESSTYPE,
                      SUBSTR(CHAR(D.DUEDATETIME), 1, 16),
                      CASE WHEN D.LASTASSESSED IS NULL
                           THEN 'Y' ELSE 'N' END,
                      VALUE(D.RISKLEVEL, ' ')
                 FROM OCCUPANCY O, PATIENT P, RISKDUE D
                WHERE P.PATIENTID = O.PATIENTID
                  AND D.PATIENTID = O.PATIENTID
                  AND D.DUEDATETIME <
                      TIMESTAMP(CURRENT DATE, '00.00.00')
                      + :WS-SHIFT-END HOURS
                ORDER BY O.WARDCODE, O.BEDNUM, D.ASSESSTYPE
           END-EXEC.

           EXEC SQL
               OPEN RSKCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCFPBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-ITEM
           END-IF.

       FETCH-NEXT-ITEM.
           EXEC SQL
               FETCH RSKCSR
                INTO :DB2-WARD, :DB2-BED, :DB2-PATIENT-ID,
                     :DB2-LAST-NAME, :DB2-TYPE, :DB2-DUE,
                     :DB2-NEVER-DONE, :DB2-LEVEL
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCFPBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-WORKLIST-LINE.
           MOVE SPACES              TO WS-REPORT-LINE
           MOVE DB2-WARD            TO WS-RPT-WARD
           MOVE DB2-BED             TO WS-RPT-BED
           MOVE DB2-PATIENT-ID      TO WS-RPT-PATIENT-ID
           MOVE DB2-LAST-NAME       TO WS-RPT-LAST-NAME
           IF DB2-TYPE EQUAL 'F'
              MOVE 'Falls'          TO WS-RPT-TYPE
           ELSE
              MOVE 'Pressure'       TO WS-RPT-TYPE
           END-IF
           IF DB2-NEVER-DONE EQUAL 'Y'
              MOVE 'Never done'     TO WS-RPT-STATUS
           ELSE
              MOVE 'Overdue'        TO WS-RPT-STATUS
           END-IF
           MOVE DB2-DUE             TO WS-RPT-DUE
           EVALUATE DB2-LEVEL
             WHEN 'H'
               MOVE 'High'          TO WS-RPT-LEVEL
             WHEN 'M'
               MOVE 'Medium'        TO WS-RPT-LEVEL
             WHEN 'L'
               MOVE 'Low'           TO WS-RPT-LEVEL
           END-EVALUATE
           MOVE WS-REPORT-LINE      TO RISK-RPT-LINE
           WRITE RISK-RPT-LINE

           ADD 1 TO WS-ITEMS-LISTED
           PERFORM FETCH-NEXT-ITEM.

       TERMINATE-JOB.
           MOVE WS-ITEMS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE RSKCSR
           END-EXEC.

           CLOSE RISK-RPT.

           DISPLAY 'HCFPBJ01 - ASSESSMENTS OUTSTANDING: '
                   WS-ITEMS-LISTED.
           DISPLAY 'HCFPBJ01 - RISK ASSESSMENT WORKLIST COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
