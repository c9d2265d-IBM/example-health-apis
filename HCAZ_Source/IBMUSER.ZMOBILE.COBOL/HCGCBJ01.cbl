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
      *                 Paediatric Growth Chart                        *
      *                                                                *
      *   One child, every measurement on the GROWTH table in date    *
      *  order - the printable chart for the clinic file.  Each line  *
      *  shows age, weight, height and BMI with the centile space     *
      *  each falls in, and a strip for weight and height marking     *
      *  the nine centile lines (|) and where the child sits (*).     *
      *  The SYSIN line is the patient id.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCGCBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-RPT ASSIGN TO GROWCHRT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-RPT
           RECORDING MODE IS F.
       01  CHART-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCGCBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-PARAMETERS.
           03 WS-PATIENT-ID-IN         PIC X(10) VALUE SPACES.

       COPY HCRJWS.
       01  WS-PATIENT-ID-JUST          PIC X(10) JUSTIFIED RIGHT.
       01  WS-PATIENT-ID-NUM REDEFINES WS-PATIENT-ID-JUST
                                       PIC 9(10).

       01  WS-COUNTERS.
           03 WS-MEASURES-LISTED       PIC 9(7) VALUE ZERO.

       COPY HCGRWS.

      * The strip has a space for each centile band either side of
      * the nine lines - band n is plotted at position n * 2 + 1
       01  WS-PLOT-FIELDS.
           03 WS-PLOT-EMPTY            PIC X(19)
                                       VALUE ' | | | | | | | | | '.
           03 WS-PLOT-STRIP            PIC X(19).
           03 WS-PLOT-BAND             PIC S9(4) COMP.
           03 WS-PLOT-POS              PIC S9(4) COMP.
           03 WS-PLOT-NAME             PIC X(8).

       01  WS-AGE-FIELDS.
           03 WS-AGE-YEARS             PIC 9(2).
           03 WS-AGE-MONTHS            PIC 9(2).

       01  WS-PATIENT-LINE.
           03 FILLER                   PIC X(9) VALUE 'PATIENT: '.
           03 WS-PAT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PAT-FIRST-NAME        PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PAT-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(6) VALUE '  DOB '.
           03 WS-PAT-DOB               PIC X(10).
           03 FILLER                   PIC X(6) VALUE '  SEX '.
           03 WS-PAT-SEX               PIC X(1).

       01  WS-REPORT-LINE.
           03 WS-RPT-DATE              PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-AGE-YEARS         PIC Z9.
           03 FILLER                   PIC X(1) VALUE 'y'.
           03 WS-RPT-AGE-MONTHS        PIC 99.
           03 FILLER                   PIC X(1) VALUE 'm'.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-WEIGHT            PIC X(5).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-WT-BAND           PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-WT-STRIP          PIC X(19).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-HEIGHT            PIC ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-HT-BAND           PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-HT-STRIP          PIC X(19).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-BMI               PIC ZZ9.9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-BMI-BAND          PIC X(8).

       01  WS-PATIENT-ROW.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-ADMIN-SEX            PIC X(1).

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-GR-DATE              PIC X(10).
           03 DB2-AGE-MONTHS           PIC S9(4) COMP.
           03 DB2-WEIGHT               PIC X(10).
           03 DB2-HEIGHT-CM            PIC S9(4) COMP.
           03 DB2-BMI                  PIC S9(3)V9 COMP-3.
           03 DB2-WT-BAND              PIC S9(4) COMP.
           03 DB2-HT-BAND              PIC S9(4) COMP.
           03 DB2-BMI-BAND             PIC S9(4) COMP.

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

           PERFORM INITIALIZE-JOB THRU INITIALIZE-EXIT.
           PERFORM WRITE-CHART-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCGCBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCGCBJ01 - GROWTH CHART STARTING'.
           OPEN OUTPUT CHART-RPT.

      *    SYSIN: patient id
           ACCEPT WS-PATIENT-ID-IN

           MOVE WS-PATIENT-ID-IN TO RJ-VALUE-IN
           PERFORM RIGHT-JUSTIFY-VALUE
           MOVE RJ-VALUE-OUT TO WS-PATIENT-ID-JUST

           IF WS-PATIENT-ID-JUST NOT NUMERIC
              DISPLAY 'HCGCBJ01 - BAD SYSIN PARAMETERS - STOPPING'
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE WS-PATIENT-ID-NUM TO DB2-PATIENT-ID
           DISPLAY 'HCGCBJ01 - PATIENT: ' WS-PATIENT-ID-JUST

           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, CHAR(DOB, ISO),
                      VALUE(ADMINSEX, ' ')
                 INTO :DB2-FIRST-NAME, :DB2-LAST-NAME, :DB2-DOB,
                      :DB2-ADMIN-SEX
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCGCBJ01 - PATIENT NOT FOUND SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE DB2-PATIENT-ID     TO WS-PAT-PATIENT-ID
           MOVE DB2-FIRST-NAME     TO WS-PAT-FIRST-NAME
           MOVE DB2-LAST-NAME      TO WS-PAT-LAST-NAME
           MOVE DB2-DOB            TO WS-PAT-DOB
           MOVE DB2-ADMIN-SEX      TO WS-PAT-SEX
           MOVE WS-PATIENT-LINE    TO CHART-RPT-LINE
           WRITE CHART-RPT-LINE.

           MOVE SPACES TO CHART-RPT-LINE
           WRITE CHART-RPT-LINE.

           MOVE 'Date        Age     Wt kg Centile  '
             &  'Weight centiles      Ht  Centile  '
             &  'Height centiles        BMI Centile'
             TO CHART-RPT-LINE
           WRITE CHART-RPT-LINE.

           EXEC SQL
               DECLARE GRCCSR CURSOR FOR
               SELECT CHAR(DATE(GRDATETIME), ISO), AGEMONTHS,
                      WEIGHTKG, VALUE(HEIGHTCM, 0), VALUE(BMI, 0),
                      VALUE(WTBAND, -1), VALUE(HTBAND, -1),
                      VALUE(BMIBAND, -1)
                 FROM GROWTH
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY GRDATETIME
           END-EXEC.

           EXEC SQL
               OPEN GRCCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCGCBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-MEASURE
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

       FETCH-NEXT-MEASURE.
           EXEC SQL
               FETCH GRCCSR
                INTO :DB2-GR-DATE, :DB2-AGE-MONTHS, :DB2-WEIGHT,
                     :DB2-HEIGHT-CM, :DB2-BMI, :DB2-WT-BAND,
                     :DB2-HT-BAND, :DB2-BMI-BAND
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCGCBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-CHART-LINE.
           MOVE SPACES             TO WS-REPORT-LINE
           MOVE DB2-GR-DATE        TO WS-RPT-DATE
           DIVIDE DB2-AGE-MONTHS BY 12 GIVING WS-AGE-YEARS
                  REMAINDER WS-AGE-MONTHS
           MOVE WS-AGE-YEARS       TO WS-RPT-AGE-YEARS
           MOVE WS-AGE-MONTHS      TO WS-RPT-AGE-MONTHS
           MOVE DB2-WEIGHT         TO WS-RPT-WEIGHT

           MOVE DB2-WT-BAND        TO WS-PLOT-BAND
           PERFORM BUILD-PLOT-STRIP
           MOVE WS-PLOT-NAME       TO WS-RPT-WT-BAND
           MOVE WS-PLOT-STRIP      TO WS-RPT-WT-STRIP

           IF DB2-HEIGHT-CM > 0
              MOVE DB2-HEIGHT-CM   TO WS-RPT-HEIGHT
              MOVE DB2-HT-BAND     TO WS-PLOT-BAND
              PERFORM BUILD-PLOT-STRIP
              MOVE WS-PLOT-NAME    TO WS-RPT-HT-BAND
              MOVE WS-PLOT-STRIP   TO WS-RPT-HT-STRIP
              MOVE DB2-BMI         TO WS-RPT-BMI
              MOVE DB2-BMI-BAND    TO WS-PLOT-BAND
              PERFORM BUILD-PLOT-STRIP
              MOVE WS-PLOT-NAME    TO WS-RPT-BMI-BAND
           END-IF

           MOVE WS-REPORT-LINE     TO CHART-RPT-LINE
           WRITE CHART-RPT-LINE

           ADD 1 TO WS-MEASURES-LISTED
           PERFORM FETCH-NEXT-MEASURE.

       BUILD-PLOT-STRIP.
      *    no band means no reference for the age/sex - the line is
      *    printed without a centile rather than dropped
           MOVE WS-PLOT-EMPTY TO WS-PLOT-STRIP
           MOVE SPACES        TO WS-PLOT-NAME
           IF WS-PLOT-BAND NOT < 0 AND WS-PLOT-BAND NOT > 9
              MOVE GR-BAND-NAME(WS-PLOT-BAND + 1) TO WS-PLOT-NAME
              COMPUTE WS-PLOT-POS = WS-PLOT-BAND * 2 + 1
              MOVE '*' TO WS-PLOT-STRIP(WS-PLOT-POS:1)
           END-IF.

       TERMINATE-JOB.
           MOVE WS-MEASURES-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE GRCCSR
           END-EXEC.

           CLOSE CHART-RPT.

           DISPLAY 'HCGCBJ01 - MEASUREMENTS LISTED: '
                    WS-MEASURES-LISTED.
           DISPLAY 'HCGCBJ01 - GROWTH CHART COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
      *----------------------------------------------------------------*
       COPY HCRJPD.
