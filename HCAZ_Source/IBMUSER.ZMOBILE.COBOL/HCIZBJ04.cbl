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
      *                                                                *
      *       Immunization Doses Not Acknowledged By Registry          *
      *                                                                *
      *   The registry chase list: doses HCIZBJ02 sent to the          *
      *  regional immunization registry that still have no             *
      *  acknowledgment posted by HCIZBJ03 after the limit - 7 days    *
      *  unless overridden on SYSIN.  Oldest submission first.  Run    *
      *  weekly.                                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIZBJ04.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNACK-RPT ASSIGN TO IMMUNACK
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNACK-RPT
           RECORDING MODE IS F.
       01  UNACK-RPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCIZBJ04------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-AGE-DAYS-IN              PIC X(3) VALUE SPACES.
       01  WS-AGE-DAYS-JUST            PIC X(3) JUSTIFIED RIGHT.
       01  WS-AGE-DAYS-NUM REDEFINES WS-AGE-DAYS-JUST
                                       PIC 9(3).

       COPY HCRJWS.
       01  WS-AGE-DAYS                 PIC S9(4) COMP VALUE +7.

       01  WS-COUNTERS.
           03 WS-UNACK-LISTED          PIC 9(7) VALUE ZERO.

       01  WS-UNACK-LINE.
           03 WS-UA-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-UA-LAST-NAME          PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-UA-VACCINE-CODE       PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-UA-DOSE-NUMBER        PIC Z9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-UA-GIVEN-DATE         PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-UA-SENT               PIC X(19).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-UA-DAYS               PIC ZZZZ9.

       01  WS-UNACK-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-VACCINE-CODE         PIC X(10).
           03 DB2-DOSE-NUMBER          PIC S9(4) COMP.
           03 DB2-GIVEN-DATE           PIC X(10).
           03 DB2-SENT                 PIC X(19).
           03 DB2-AGE                  PIC S9(9) COMP.

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
           PERFORM WRITE-UNACK-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCIZBJ04' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCIZBJ04 - REGISTRY UNACKNOWLEDGED LIST STARTING'.
           OPEN OUTPUT UNACK-RPT.

      *    Acknowledgment limit in days may be overridden on SYSIN
           ACCEPT WS-AGE-DAYS-IN
           IF WS-AGE-DAYS-IN NOT EQUAL SPACES
              MOVE WS-AGE-DAYS-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(8:3) TO WS-AGE-DAYS-JUST
              IF WS-AGE-DAYS-JUST NUMERIC
                 MOVE WS-AGE-DAYS-NUM TO WS-AGE-DAYS
              ELSE
                 DISPLAY 'HCIZBJ04 - BAD DAYS VALUE IGNORED: '
                          WS-AGE-DAYS-IN
              END-IF
           END-IF
           DISPLAY 'HCIZBJ04 - ACKNOWLEDGMENT LIMIT DAYS: '
                    WS-AGE-DAYS.

           MOVE 'IMMUNIZATIONS NOT ACKNOWLEDGED BY THE REGISTRY'
             TO UNACK-RPT-LINE
           WRITE UNACK-RPT-LINE
           MOVE 'Patient Id  Last Name             Vaccine     Ds  '
             &  'Given       Sent                  Days'
             TO UNACK-RPT-LINE
           WRITE UNACK-RPT-LINE.

           EXEC SQL
               DECLARE UNACKCSR CURSOR FOR
               SELECT I.PATIENTID, P.LASTNAME, I.VACCINECODE,
                      I.DOSENUMBER, I.GIVENDATE,
                      SUBSTR(I.REGSENTDATETIME, 1, 19),
                      DAYS(CURRENT DATE) -
                      DAYS(DATE(SUBSTR(I.REGSENTDATETIME, 1, 10)))
                 FROM IMMUNIZATION I, PATIENT P
                WHERE I.REGSTATUS = 'S'
                  AND P.PATIENTID = I.PATIENTID
                  AND DATE(SUBSTR(I.REGSENTDATETIME, 1, 10)) <
                      CURRENT DATE - :WS-AGE-DAYS DAYS
                ORDER BY I.REGSENTDATETIME, I.PATIENTID
           END-EXEC.

           EXEC SQL
               OPEN UNACKCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCIZBJ04 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-UNACK
           END-IF.

       FETCH-NEXT-UNACK.
           EXEC SQL
               FETCH UNACKCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME,
                     :DB2-VACCINE-CODE, :DB2-DOSE-NUMBER,
                     :DB2-GIVEN-DATE, :DB2-SENT, :DB2-AGE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCIZBJ04 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-UNACK-LINE.
           MOVE DB2-PATIENT-ID   TO WS-UA-PATIENT-ID
           MOVE DB2-LAST-NAME    TO WS-UA-LAST-NAME
           MOVE DB2-VACCINE-CODE TO WS-UA-VACCINE-CODE
           MOVE DB2-DOSE-NUMBER  TO WS-UA-DOSE-NUMBER
           MOVE DB2-GIVEN-DATE   TO WS-UA-GIVEN-DATE
           MOVE DB2-SENT         TO WS-UA-SENT
           MOVE DB2-AGE          TO WS-UA-DAYS
           MOVE WS-UNACK-LINE    TO UNACK-RPT-LINE
           WRITE UNACK-RPT-LINE

           ADD 1 TO WS-UNACK-LISTED
           PERFORM FETCH-NEXT-UNACK.

       TERMINATE-JOB.
           MOVE WS-UNACK-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE UNACKCSR
           END-EXEC.

           CLOSE UNACK-RPT.

           DISPLAY 'HCIZBJ04 - DOSES NOT ACKNOWLEDGED: '
                    WS-UNACK-LISTED.
           DISPLAY 'HCIZBJ04 - REGISTRY UNACKNOWLEDGED LIST COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
      *----------------------------------------------------------------*
       COPY HCRJPD.
