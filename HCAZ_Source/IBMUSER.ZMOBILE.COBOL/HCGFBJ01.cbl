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
      *                 Faltering Growth Report                        *
      *                                                                *
      *   Monthly.  Lists every child weighed in the month to the     *
      *  as-of date whose latest weight sits two or more centile      *
      *  lines below the highest weight centile recorded for them     *
      *  over the previous twelve months.  Centile bands come off     *
      *  the GROWTH rows written as each visit is recorded.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCGFBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALTER-RPT ASSIGN TO GROWFALT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FALTER-RPT
           RECORDING MODE IS F.
       01  FALTER-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCGFBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-CHILDREN-LISTED       PIC 9(7) VALUE ZERO.

       COPY HCGRWS.

       01  WS-AGE-FIELDS.
           03 WS-AGE-YEARS             PIC 9(2).
           03 WS-AGE-MONTHS            PIC 9(2).

       01  WS-REPORT-LINE.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-AGE-YEARS         PIC Z9.
           03 FILLER                   PIC X(1) VALUE 'y'.
           03 WS-RPT-AGE-MONTHS        PIC 99.
           03 FILLER                   PIC X(1) VALUE 'm'.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-MEASURED          PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-WEIGHT            PIC X(5).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NOW-BAND          PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PEAK-BAND         PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LINES-DROPPED     PIC 9.

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-AGE-MONTHS           PIC S9(4) COMP.
           03 DB2-MEASURED             PIC X(10).
           03 DB2-WEIGHT               PIC X(10).
           03 DB2-WT-BAND              PIC S9(4) COMP.
           03 DB2-PEAK-BAND            PIC S9(4) COMP.

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
           PERFORM WRITE-FALTERING-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCGFBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCGFBJ01 - FALTERING GROWTH REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior month
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT FALTER-RPT.

           MOVE BD-ASOF-HEADER TO FALTER-RPT-LINE
           WRITE FALTER-RPT-LINE.

           MOVE 'Patient Id  Last Name             Age     '
             &  'Measured    Wt kg  Now       Peak      Drop'
             TO FALTER-RPT-LINE
           WRITE FALTER-RPT-LINE.

      *    Each child's latest weight in the month, set against the
      *    highest weight band in the twelve months before it - the
      *    biggest drops first
           EXEC SQL
               DECLARE GRFCSR CURSOR FOR
               SELECT T.PATIENTID, P.LASTNAME, T.AGEMONTHS,
                      CHAR(DATE(T.GRDATETIME), ISO), T.WEIGHTKG,
                      T.WTBAND, T.PEAKBAND
                 FROM ( SELECT G.PATIENTID, G.GRDATETIME,
                               G.AGEMONTHS, G.WEIGHTKG, G.WTBAND,
                               ( SELECT MAX(X.WTBAND) FROM GROWTH X
                                  WHERE X.PATIENTID = G.PATIENTID
                                    AND X.GRDATETIME < G.GRDATETIME
                                    AND DATE(X.GRDATETIME) >=
                                        DATE(:BD-ASOF-DATE) - 12 MONTHS
                               ) AS PEAKBAND
                          FROM GROWTH G
                         WHERE G.WTBAND IS NOT NULL
                           AND DATE(G.GRDATETIME) >
                               DATE(:BD-ASOF-DATE) - 1 MONTH
                           AND DATE(G.GRDATETIME) <=
                               DATE(:BD-ASOF-DATE)
                           AND G.GRDATETIME =
                               ( SELECT MAX(Y.GRDATETIME) FROM GROWTH Y
                                  WHERE Y.PATIENTID = G.PATIENTID
                                    AND DATE(Y.GRDATETIME) <=
                                        DATE(:BD-ASOF-DATE) )
                      ) AS T,
                      PATIENT P
                WHERE P.PATIENTID = T.PATIENTID
                  AND T.PEAKBAND - T.WTBAND >= 2
                ORDER BY T.PEAKBAND - T.WTBAND DESC, P.LASTNAME
           END-EXEC.

           EXEC SQL
               OPEN GRFCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCGFBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-CHILD
           END-IF.

       FETCH-NEXT-CHILD.
           EXEC SQL
               FETCH GRFCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME, :DB2-AGE-MONTHS,
                     :DB2-MEASURED, :DB2-WEIGHT, :DB2-WT-BAND,
                     :DB2-PEAK-BAND
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCGFBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-FALTERING-LINE.
           MOVE SPACES             TO WS-REPORT-LINE
           MOVE DB2-PATIENT-ID     TO WS-RPT-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-RPT-LAST-NAME
           DIVIDE DB2-AGE-MONTHS BY 12 GIVING WS-AGE-YEARS
                  REMAINDER WS-AGE-MONTHS
           MOVE WS-AGE-YEARS       TO WS-RPT-AGE-YEARS
           MOVE WS-AGE-MONTHS      TO WS-RPT-AGE-MONTHS
           MOVE DB2-MEASURED       TO WS-RPT-MEASURED
           MOVE DB2-WEIGHT         TO WS-RPT-WEIGHT
           MOVE GR-BAND-NAME(DB2-WT-BAND + 1)   TO WS-RPT-NOW-BAND
           MOVE GR-BAND-NAME(DB2-PEAK-BAND + 1) TO WS-RPT-PEAK-BAND
           COMPUTE WS-RPT-LINES-DROPPED = DB2-PEAK-BAND - DB2-WT-BAND
           MOVE WS-REPORT-LINE     TO FALTER-RPT-LINE
           WRITE FALTER-RPT-LINE

           ADD 1 TO WS-CHILDREN-LISTED
           PERFORM FETCH-NEXT-CHILD.

       TERMINATE-JOB.
           MOVE WS-CHILDREN-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE GRFCSR
           END-EXEC.

           CLOSE FALTER-RPT.

           DISPLAY 'HCGFBJ01 - CHILDREN LISTED: '
                    WS-CHILDREN-LISTED.
           DISPLAY 'HCGFBJ01 - FALTERING GROWTH REPORT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
