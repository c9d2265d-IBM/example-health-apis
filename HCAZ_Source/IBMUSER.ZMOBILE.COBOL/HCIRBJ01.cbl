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
      *          Monthly Patient Safety Incident Report                *
      *                                                                *
      *   For the risk committee: the incidents reported in the       *
      *  calendar month before the business date, counted by type,    *
      *  severity and location with a total per type, then every     *
      *  investigation still open whenever it was reported, aged in   *
      *  days, oldest first, with its owner or UNASSIGNED.  Run on    *
      *  the first of the month; an as-of date on SYSIN reruns the    *
      *  month before that date.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIRBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-RPT ASSIGN TO INCIDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-RPT
           RECORDING MODE IS F.
       01  INCIDENT-RPT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCIRBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-INCIDENTS-COUNTED     PIC 9(7) VALUE ZERO.
           03 WS-TYPE-TOTAL            PIC 9(7) VALUE ZERO.
           03 WS-OPEN-LISTED           PIC 9(7) VALUE ZERO.

       01  WS-LAST-TYPE                PIC X(3) VALUE SPACES.

       01  WS-MONTH-HEADER.
           03 FILLER                   PIC X(30)
                       VALUE 'INCIDENTS REPORTED IN MONTH  '.
           03 WS-MH-MONTH              PIC X(7).

       01  WS-COUNT-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-TYPE               PIC X(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-TYPE-NAME          PIC X(18).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-SEVERITY           PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-LOCATION           PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-COUNT              PIC ZZZZZZ9.

       01  WS-TYPE-TOTAL-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-TT-TYPE               PIC X(3).
           03 FILLER                   PIC X(36)
                       VALUE '  TOTAL'.
           03 WS-TT-COUNT              PIC ZZZZZZ9.

       01  WS-AGED-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-INCIDENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-TYPE               PIC X(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-SEVERITY           PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-LOCATION           PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-REPORTED           PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-DAYS-OPEN          PIC ZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-STATUS             PIC X(13).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-OWNER              PIC X(10).

       01  WS-MONTH-FIELDS.
           03 DB2-YEARMONTH            PIC X(7).

       01  WS-CURSOR-ROW.
           03 DB2-TYPE                 PIC X(3).
           03 DB2-SEVERITY             PIC X(1).
           03 DB2-LOCATION             PIC X(4).
           03 DB2-COUNT                PIC S9(9) COMP.
           03 DB2-INCIDENT-ID          PIC S9(9) COMP.
           03 DB2-REPORTED             PIC X(10).
           03 DB2-DAYS-OPEN            PIC S9(9) COMP.
           03 DB2-STATUS               PIC X(1).
           03 DB2-OWNER                PIC X(10).

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
           PERFORM WRITE-COUNT-LINE UNTIL WS-EOF.
           PERFORM CLOSE-LAST-TYPE.
           PERFORM OPEN-AGED-SECTION.
           PERFORM WRITE-AGED-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCIRBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCIRBJ01 - MONTHLY INCIDENT REPORT STARTING'.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT INCIDENT-RPT.

           MOVE BD-ASOF-HEADER TO INCIDENT-RPT-LINE
           WRITE INCIDENT-RPT-LINE.

      *    the calendar month before the business date, as YYYY-MM
           EXEC SQL
               SELECT SUBSTR(CHAR(DATE(:BD-ASOF-DATE) - 1 MONTH, ISO),
                             1, 7)
                 INTO :DB2-YEARMONTH
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCIRBJ01 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           MOVE DB2-YEARMONTH TO WS-MH-MONTH
           MOVE WS-MONTH-HEADER TO INCIDENT-RPT-LINE
           WRITE INCIDENT-RPT-LINE.

           MOVE '  Typ  Type                Severity  Loc   '
             &  'Incidents' TO INCIDENT-RPT-LINE
           WRITE INCIDENT-RPT-LINE.

           EXEC SQL
               DECLARE IRMCSR CURSOR FOR
               SELECT INCIDENTTYPE, SEVERITY, LOCATION, COUNT(*)
                 FROM INCIDENT
                WHERE SUBSTR(CHAR(REPORTED), 1, 7) = :DB2-YEARMONTH
                GROUP BY INCIDENTTYPE, SEVERITY, LOCATION
                ORDER BY INCIDENTTYPE, SEVERITY, LOCATION
           END-EXEC.

           IF NOT WS-EOF
              EXEC SQL
                  OPEN IRMCSR
              END-EXEC

              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCIRBJ01 - OPEN CURSOR FAILED SQLCODE='
                          SQLCODE
                 MOVE 'Y' TO WS-EOF-SWITCH
              ELSE
                 PERFORM FETCH-NEXT-COUNT
              END-IF
           END-IF.

       FETCH-NEXT-COUNT.
           EXEC SQL
               FETCH IRMCSR
                INTO :DB2-TYPE, :DB2-SEVERITY, :DB2-LOCATION,
                     :DB2-COUNT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCIRBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-COUNT-LINE.
           IF DB2-TYPE NOT EQUAL WS-LAST-TYPE
              PERFORM CLOSE-LAST-TYPE
              MOVE DB2-TYPE TO WS-LAST-TYPE
              MOVE ZERO TO WS-TYPE-TOTAL
           END-IF

           MOVE DB2-TYPE     TO WS-CL-TYPE
           EVALUATE DB2-TYPE
             WHEN 'FAL'
               MOVE 'Fall'              TO WS-CL-TYPE-NAME
             WHEN 'MED'
               MOVE 'Medication error'  TO WS-CL-TYPE-NAME
             WHEN 'WPT'
               MOVE 'Wrong patient'     TO WS-CL-TYPE-NAME
             WHEN 'EQP'
               MOVE 'Equipment failure' TO WS-CL-TYPE-NAME
             WHEN OTHER
               MOVE 'Other'             TO WS-CL-TYPE-NAME
           END-EVALUATE
           PERFORM NAME-SEVERITY
           MOVE WS-AL-SEVERITY TO WS-CL-SEVERITY
           MOVE DB2-LOCATION TO WS-CL-LOCATION
           MOVE DB2-COUNT    TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO INCIDENT-RPT-LINE
           WRITE INCIDENT-RPT-LINE

           ADD DB2-COUNT TO WS-TYPE-TOTAL
           ADD DB2-COUNT TO WS-INCIDENTS-COUNTED
           PERFORM FETCH-NEXT-COUNT.

       NAME-SEVERITY.
           EVALUATE DB2-SEVERITY
             WHEN 'N'
               MOVE 'No harm'  TO WS-AL-SEVERITY
             WHEN 'L'
               MOVE 'Low'      TO WS-AL-SEVERITY
             WHEN 'M'
               MOVE 'Moderate' TO WS-AL-SEVERITY
             WHEN 'S'
               MOVE 'Severe'   TO WS-AL-SEVERITY
             WHEN OTHER
               MOVE 'Death'    TO WS-AL-SEVERITY
           END-EVALUATE.

       CLOSE-LAST-TYPE.
           IF WS-LAST-TYPE NOT EQUAL SPACES
              MOVE WS-LAST-TYPE  TO WS-TT-TYPE
              MOVE WS-TYPE-TOTAL TO WS-TT-COUNT
              MOVE WS-TYPE-TOTAL-LINE TO INCIDENT-RPT-LINE
              WRITE INCIDENT-RPT-LINE
           END-IF.

       OPEN-AGED-SECTION.
           EXEC SQL
               CLOSE IRMCSR
           END-EXEC

           MOVE SPACES TO INCIDENT-RPT-LINE
           WRITE INCIDENT-RPT-LINE
           MOVE 'OPEN INVESTIGATIONS - OLDEST FIRST' TO
                INCIDENT-RPT-LINE
           WRITE INCIDENT-RPT-LINE
           MOVE '  Incident    Typ  Severity  Loc   Reported    '
             &  'Days   Status         Owner' TO INCIDENT-RPT-LINE
           WRITE INCIDENT-RPT-LINE

      *    every incident not yet closed, whatever month it came in -
      *    the committee chases the old ones
           EXEC SQL
               DECLARE IROCSR CURSOR FOR
               SELECT INCIDENTID, INCIDENTTYPE, SEVERITY, LOCATION,
                      CHAR(DATE(REPORTED), ISO),
                      DAYS(DATE(:BD-ASOF-DATE)) - DAYS(DATE(REPORTED)),
                      STATUS, INVESTOWNER
                 FROM INCIDENT
                WHERE STATUS <> 'C'
                ORDER BY REPORTED
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL
               OPEN IROCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCIRBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-OPEN
           END-IF.

       FETCH-NEXT-OPEN.
           EXEC SQL
               FETCH IROCSR
                INTO :DB2-INCIDENT-ID, :DB2-TYPE, :DB2-SEVERITY,
                     :DB2-LOCATION, :DB2-REPORTED, :DB2-DAYS-OPEN,
                     :DB2-STATUS, :DB2-OWNER
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCIRBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-AGED-LINE.
           MOVE DB2-INCIDENT-ID TO WS-AL-INCIDENT-ID
           MOVE DB2-TYPE        TO WS-AL-TYPE
           PERFORM NAME-SEVERITY
           MOVE DB2-LOCATION    TO WS-AL-LOCATION
           MOVE DB2-REPORTED    TO WS-AL-REPORTED
           MOVE DB2-DAYS-OPEN   TO WS-AL-DAYS-OPEN
           IF DB2-STATUS EQUAL 'I'
              MOVE 'Investigating' TO WS-AL-STATUS
           ELSE
              MOVE 'Open'          TO WS-AL-STATUS
           END-IF
           IF DB2-OWNER EQUAL SPACES
              MOVE 'UNASSIGNED'    TO WS-AL-OWNER
           ELSE
              MOVE DB2-OWNER       TO WS-AL-OWNER
           END-IF
           MOVE WS-AGED-LINE TO INCIDENT-RPT-LINE
           WRITE INCIDENT-RPT-LINE

           ADD 1 TO WS-OPEN-LISTED
           PERFORM FETCH-NEXT-OPEN.

       TERMINATE-JOB.
           MOVE WS-INCIDENTS-COUNTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE IROCSR
           END-EXEC.

           CLOSE INCIDENT-RPT.

           DISPLAY 'HCIRBJ01 - INCIDENTS IN MONTH: '
                    WS-INCIDENTS-COUNTED.
           DISPLAY 'HCIRBJ01 - OPEN INVESTIGATIONS: ' WS-OPEN-LISTED.
           DISPLAY 'HCIRBJ01 - MONTHLY INCIDENT REPORT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
