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
      *        Monthly Antimicrobial Days-of-Therapy Report            *
      *                                                                *
      *   For infection-control accreditation: antimicrobial days of *
      *  therapy in the calendar month before the business date,     *
      *  built from the given PRESCRIPTION doses - one day of therapy *
      *  for each patient, drug and calendar day with at least one   *
      *  dose taken.  First by ward and drug with a ward total, the  *
      *  ward being where the MOVEMENT history had the patient when  *
      *  the dose was given (OUTP when not admitted), then by drug   *
      *  across the hospital, most used first.  Run on the first of  *
      *  the month; an as-of date on SYSIN reruns the month before   *
      *  that date.                                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCASBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOT-RPT ASSIGN TO ABXDOT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOT-RPT
           RECORDING MODE IS F.
       01  DOT-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCASBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-TOTAL-DOT             PIC 9(7) VALUE ZERO.
           03 WS-WARD-DOT              PIC 9(7) VALUE ZERO.
           03 WS-DRUGS-LISTED          PIC 9(7) VALUE ZERO.

       01  WS-LAST-WARD                PIC X(4) VALUE SPACES.

       01  WS-MONTH-HEADER.
           03 FILLER                   PIC X(30)
                       VALUE 'ANTIMICROBIAL DOT FOR MONTH  '.
           03 WS-MH-MONTH              PIC X(7).

       01  WS-WARD-DRUG-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-WD-WARD               PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-WD-DRUG-NAME          PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-WD-DOT                PIC ZZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-WD-PATIENTS           PIC ZZZZZZ9.

       01  WS-WARD-TOTAL-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-WT-WARD               PIC X(4).
           03 FILLER                   PIC X(34)
                       VALUE '  TOTAL'.
           03 WS-WT-DOT                PIC ZZZZZZ9.

       01  WS-DRUG-LINE.
           03 FILLER                   PIC X(8) VALUE SPACES.
           03 WS-DL-DRUG-NAME          PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-DL-DOT                PIC ZZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-DL-PATIENTS           PIC ZZZZZZ9.

       01  WS-GRAND-TOTAL-LINE.
           03 FILLER                   PIC X(40)
                       VALUE '  ALL ANTIMICROBIALS'.
           03 WS-GT-DOT                PIC ZZZZZZ9.

       01  WS-MONTH-FIELDS.
           03 DB2-YEARMONTH            PIC X(7).

       01  WS-CURSOR-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-DOT                  PIC S9(9) COMP.
           03 DB2-PATIENTS             PIC S9(9) COMP.

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
           PERFORM WRITE-WARD-DRUG-LINE UNTIL WS-EOF.
           PERFORM CLOSE-LAST-WARD.
           PERFORM OPEN-DRUG-SECTION.
           PERFORM WRITE-DRUG-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCASBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCASBJ02 - ANTIMICROBIAL DOT REPORT STARTING'.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT DOT-RPT.

           MOVE BD-ASOF-HEADER TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE.

      *    the calendar month before the business date, as YYYY-MM
           EXEC SQL
               SELECT SUBSTR(CHAR(DATE(:BD-ASOF-DATE) - 1 MONTH, ISO),
                             1, 7)
                 INTO :DB2-YEARMONTH
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCASBJ02 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           MOVE DB2-YEARMONTH TO WS-MH-MONTH
           MOVE WS-MONTH-HEADER TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE.

           MOVE '  Ward  Drug                                '
             &  'DOT  Patients' TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE.

      *    one row per ward, patient, drug and day given - the ward
      *    from the latest admit or transfer at or before the dose
           EXEC SQL
               DECLARE DOWCSR CURSOR FOR
               SELECT X.WARD, X.DRUGNAME, COUNT(*),
                      COUNT(DISTINCT X.PATIENTID)
                 FROM ( SELECT DISTINCT
                         VALUE(( SELECT CASE WHEN MV.MOVETYPE = 'D'
                                             THEN 'OUTP'
                                             ELSE MV.WARDCODE END
                                   FROM MOVEMENT MV
                                  WHERE MV.PATIENTID = R.PATIENTID
                                    AND MV.MOVEDATETIME <= R.PDATETIME
                                  ORDER BY MV.MOVEDATETIME DESC
                                  FETCH FIRST 1 ROW ONLY ),
                               'OUTP') AS WARD,
                               R.PATIENTID, M.DRUGNAME,
                               DATE(R.PDATETIME) AS DOSEDATE
                          FROM PRESCRIPTION R, MEDICATION M
                         WHERE M.MEDICATIONID = R.PRESCRIPTIONID
                           AND R.TAKEN = 'Y'
                           AND SUBSTR(CHAR(R.PDATETIME), 1, 7)
                               = :DB2-YEARMONTH
                           AND EXISTS
                               ( SELECT 1 FROM FORMULARY F
                                  WHERE F.DRUGNAME = M.DRUGNAME
                                    AND F.STRENGTH = M.STRENGTH
                                    AND F.ROUTE    = M.ROUTE
                                    AND VALUE(F.STEWARDSHIP, 'N')
                                        IN ('A', 'R') ) ) AS X
                GROUP BY X.WARD, X.DRUGNAME
                ORDER BY X.WARD, X.DRUGNAME
           END-EXEC.

           IF NOT WS-EOF
              EXEC SQL
                  OPEN DOWCSR
              END-EXEC

              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCASBJ02 - OPEN CURSOR FAILED SQLCODE='
                          SQLCODE
                 MOVE 'Y' TO WS-EOF-SWITCH
              ELSE
                 PERFORM FETCH-NEXT-WARD-DRUG
              END-IF
           END-IF.

       FETCH-NEXT-WARD-DRUG.
           EXEC SQL
               FETCH DOWCSR
                INTO :DB2-WARD, :DB2-DRUG-NAME, :DB2-DOT,
                     :DB2-PATIENTS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCASBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-WARD-DRUG-LINE.
           IF DB2-WARD NOT EQUAL WS-LAST-WARD
              PERFORM CLOSE-LAST-WARD
              MOVE DB2-WARD TO WS-LAST-WARD
              MOVE ZERO TO WS-WARD-DOT
           END-IF

           MOVE DB2-WARD      TO WS-WD-WARD
           MOVE DB2-DRUG-NAME TO WS-WD-DRUG-NAME
           MOVE DB2-DOT       TO WS-WD-DOT
           MOVE DB2-PATIENTS  TO WS-WD-PATIENTS
           MOVE WS-WARD-DRUG-LINE TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE

           ADD DB2-DOT TO WS-WARD-DOT
           ADD DB2-DOT TO WS-TOTAL-DOT
           PERFORM FETCH-NEXT-WARD-DRUG.

       CLOSE-LAST-WARD.
           IF WS-LAST-WARD NOT EQUAL SPACES
              MOVE WS-LAST-WARD TO WS-WT-WARD
              MOVE WS-WARD-DOT  TO WS-WT-DOT
              MOVE WS-WARD-TOTAL-LINE TO DOT-RPT-LINE
              WRITE DOT-RPT-LINE
           END-IF.

       OPEN-DRUG-SECTION.
           EXEC SQL
               CLOSE DOWCSR
           END-EXEC

           MOVE SPACES TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE
           MOVE 'BY DRUG - ALL WARDS' TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE
           MOVE '        Drug                                '
             &  'DOT  Patients' TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE

      *    the same days of therapy, hospital-wide - a patient moved
      *    between wards on a day counts that day once here
           EXEC SQL
               DECLARE DODCSR CURSOR FOR
               SELECT X.DRUGNAME, COUNT(*),
                      COUNT(DISTINCT X.PATIENTID)
                 FROM ( SELECT DISTINCT
                               R.PATIENTID, M.DRUGNAME,
                               DATE(R.PDATETIME) AS DOSEDATE
                          FROM PRESCRIPTION R, MEDICATION M
                         WHERE M.MEDICATIONID = R.PRESCRIPTIONID
                           AND R.TAKEN = 'Y'
                           AND SUBSTR(CHAR(R.PDATETIME), 1, 7)
                               = :DB2-YEARMONTH
                           AND EXISTS
                               ( SELECT 1 FROM FORMULARY F
                                  WHERE F.DRUGNAME = M.DRUGNAME
                                    AND F.STRENGTH = M.STRENGTH
                                    AND F.ROUTE    = M.ROUTE
                                    AND VALUE(F.STEWARDSHIP, 'N')
                                        IN ('A', 'R') ) ) AS X
                GROUP BY X.DRUGNAME
                ORDER BY 2 DESC, X.DRUGNAME
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-TOTAL-DOT
           EXEC SQL
               OPEN DODCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCASBJ02 - OPEN CURSOR 2 FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-DRUG
           END-IF.

       FETCH-NEXT-DRUG.
           EXEC SQL
               FETCH DODCSR
                INTO :DB2-DRUG-NAME, :DB2-DOT, :DB2-PATIENTS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCASBJ02 - FETCH 2 FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-DRUG-LINE.
           MOVE DB2-DRUG-NAME TO WS-DL-DRUG-NAME
           MOVE DB2-DOT       TO WS-DL-DOT
           MOVE DB2-PATIENTS  TO WS-DL-PATIENTS
           MOVE WS-DRUG-LINE  TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE

           ADD DB2-DOT TO WS-TOTAL-DOT
           ADD 1 TO WS-DRUGS-LISTED
           PERFORM FETCH-NEXT-DRUG.

       TERMINATE-JOB.
           MOVE WS-TOTAL-DOT TO WS-GT-DOT
           MOVE WS-GRAND-TOTAL-LINE TO DOT-RPT-LINE
           WRITE DOT-RPT-LINE

           MOVE WS-TOTAL-DOT TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE DODCSR
           END-EXEC.

           CLOSE DOT-RPT.

           DISPLAY 'HCASBJ02 - DAYS OF THERAPY: ' WS-TOTAL-DOT.
           DISPLAY 'HCASBJ02 - DRUGS LISTED: ' WS-DRUGS-LISTED.
           DISPLAY 'HCASBJ02 - ANTIMICROBIAL DOT REPORT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
