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
      *            Daily Room Allocation Sheet                         *
      *                                                                *
      *   Every room and item of equipment allocated (APPTRESOURCE)   *
      *  to a booked, arrived or seen appointment on the business     *
      *  date, facility by facility - rooms first, then equipment -   *
      *  and resource by resource in time order, with the patient,    *
      *  provider, clinic and appointment type.  Resources with       *
      *  nothing allocated for the day are listed after each          *
      *  facility so free rooms can be lent out.  Run before clinics  *
      *  open; an as-of date on SYSIN prints another day.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRBBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-RPT ASSIGN TO ROOMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-RPT
           RECORDING MODE IS F.
       01  ROOM-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRBBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-ALLOCATIONS-LISTED    PIC 9(5) VALUE ZERO.
           03 WS-RESOURCES-USED        PIC 9(5) VALUE ZERO.
           03 WS-RESOURCES-FREE        PIC 9(5) VALUE ZERO.

       01  WS-BREAK-FIELDS.
           03 WS-LAST-FACILITY         PIC X(4) VALUE HIGH-VALUES.
           03 WS-LAST-RESOURCE         PIC X(8) VALUE HIGH-VALUES.

       01  WS-FACILITY-LINE.
           03 FILLER                   PIC X(10) VALUE 'FACILITY '.
           03 WS-FL-FACILITY           PIC X(4).

       01  WS-RESOURCE-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-RESOURCE           PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-CLASS              PIC X(9).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RL-TYPE               PIC X(6).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-DESCRIPTION        PIC X(30).

       01  WS-REPORT-LINE.
           03 FILLER                   PIC X(6) VALUE SPACES.
           03 WS-RPT-TIME              PIC X(5).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENT           PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-NAME              PIC X(25).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-PROVIDER          PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-CLINIC            PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-APPT-TYPE         PIC X(6).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-STATUS            PIC X(1).

       01  WS-FREE-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FR-RESOURCE           PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FR-TYPE               PIC X(6).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FR-DESCRIPTION        PIC X(30).
           03 FILLER                   PIC X(20)
                       VALUE ' - FREE ALL DAY'.

       01  WS-NAME-WORK.
           03 WS-NAME-FIRST            PIC X(10).
           03 WS-NAME-LAST             PIC X(20).

       01  WS-CURSOR-ROW.
           03 DB2-FACILITY             PIC X(4).
           03 DB2-RES-CLASS            PIC X(1).
           03 DB2-RESOURCE-ID          PIC X(8).
           03 DB2-RES-TYPE             PIC X(6).
           03 DB2-DESCRIPTION          PIC X(30).
           03 DB2-APPT-TIME            PIC X(5).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-PROVIDER-ID          PIC X(10).
           03 DB2-CLINIC               PIC X(8).
           03 DB2-APPT-TYPE            PIC X(6).
           03 DB2-STATUS               PIC X(1).

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
           PERFORM WRITE-ALLOCATION-LINE UNTIL WS-EOF.
           PERFORM LIST-FREE-RESOURCES.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCRBBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCRBBJ01 - ROOM ALLOCATION SHEET STARTING'.

      *    Allocations are printed for the business date; an as-of
      *    date on SYSIN prints the sheet for another day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT ROOM-RPT.

           MOVE BD-ASOF-HEADER TO ROOM-RPT-LINE
           WRITE ROOM-RPT-LINE.

           MOVE 'ROOM AND EQUIPMENT ALLOCATION - BOOKED, ARRIVED AND '
             &  'SEEN APPOINTMENTS' TO ROOM-RPT-LINE
           WRITE ROOM-RPT-LINE.

           MOVE '      Time   Patient    Name                      '
             &  'Provider   Clinic   Type   S' TO ROOM-RPT-LINE
           WRITE ROOM-RPT-LINE.

      *    Each allocation for the day, rooms before equipment
           EXEC SQL
               DECLARE RBCSR CURSOR FOR
               SELECT R.FACILITY, R.RESCLASS, R.RESOURCEID, R.RESTYPE,
                      VALUE(R.DESCRIPTION, ' '),
                      SUBSTR(CHAR(A.APPTDATETIME), 12, 5),
                      A.PATIENTID,
                      VALUE(P.FIRSTNAME, ' '), VALUE(P.LASTNAME, ' '),
                      A.PROVIDERID, VALUE(A.CLINIC, ' '),
                      VALUE(A.APPTTYPE, ' '), A.STATUS
                 FROM APPTRESOURCE X,
                      RESOURCE R,
                      APPOINTMENT A,
                      PATIENT P
                WHERE R.RESOURCEID = X.RESOURCEID
                  AND A.APPTID     = X.APPTID
                  AND P.PATIENTID  = A.PATIENTID
                  AND A.STATUS IN ('B', 'A', 'S')
                  AND DATE(X.APPTDATETIME) = DATE(:BD-ASOF-DATE)
                ORDER BY R.FACILITY,
                         CASE R.RESCLASS WHEN 'R' THEN 1 ELSE 2 END,
                         R.RESOURCEID,
                         X.APPTDATETIME
           END-EXEC.

           EXEC SQL
               OPEN RBCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRBBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-ALLOCATION
           END-IF.

       FETCH-NEXT-ALLOCATION.
           EXEC SQL
               FETCH RBCSR
                INTO :DB2-FACILITY, :DB2-RES-CLASS, :DB2-RESOURCE-ID,
                     :DB2-RES-TYPE, :DB2-DESCRIPTION, :DB2-APPT-TIME,
                     :DB2-PATIENT-ID, :DB2-FIRST-NAME, :DB2-LAST-NAME,
                     :DB2-PROVIDER-ID, :DB2-CLINIC, :DB2-APPT-TYPE,
                     :DB2-STATUS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCRBBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-ALLOCATION-LINE.
           IF DB2-FACILITY NOT EQUAL WS-LAST-FACILITY
              MOVE SPACES TO ROOM-RPT-LINE
              WRITE ROOM-RPT-LINE
              MOVE DB2-FACILITY TO WS-FL-FACILITY
              MOVE WS-FACILITY-LINE TO ROOM-RPT-LINE
              WRITE ROOM-RPT-LINE
              MOVE DB2-FACILITY TO WS-LAST-FACILITY
              MOVE HIGH-VALUES  TO WS-LAST-RESOURCE
           END-IF

           IF DB2-RESOURCE-ID NOT EQUAL WS-LAST-RESOURCE
              MOVE DB2-RESOURCE-ID TO WS-RL-RESOURCE
              IF DB2-RES-CLASS EQUAL 'R'
                 MOVE 'ROOM'      TO WS-RL-CLASS
              ELSE
                 MOVE 'EQUIPMENT' TO WS-RL-CLASS
              END-IF
              MOVE DB2-RES-TYPE    TO WS-RL-TYPE
              MOVE DB2-DESCRIPTION TO WS-RL-DESCRIPTION
              MOVE WS-RESOURCE-LINE TO ROOM-RPT-LINE
              WRITE ROOM-RPT-LINE
              MOVE DB2-RESOURCE-ID TO WS-LAST-RESOURCE
              ADD 1 TO WS-RESOURCES-USED
           END-IF

           MOVE DB2-APPT-TIME   TO WS-RPT-TIME
           MOVE DB2-PATIENT-ID  TO WS-RPT-PATIENT
           MOVE DB2-FIRST-NAME  TO WS-NAME-FIRST
           MOVE DB2-LAST-NAME   TO WS-NAME-LAST
           MOVE SPACES          TO WS-RPT-NAME
           STRING WS-NAME-LAST  DELIMITED BY SPACE
                  ', '          DELIMITED BY SIZE
                  WS-NAME-FIRST DELIMITED BY SPACE
             INTO WS-RPT-NAME
           END-STRING
           MOVE DB2-PROVIDER-ID TO WS-RPT-PROVIDER
           MOVE DB2-CLINIC      TO WS-RPT-CLINIC
           MOVE DB2-APPT-TYPE   TO WS-RPT-APPT-TYPE
           MOVE DB2-STATUS      TO WS-RPT-STATUS

           MOVE WS-REPORT-LINE TO ROOM-RPT-LINE
           WRITE ROOM-RPT-LINE

           ADD 1 TO WS-ALLOCATIONS-LISTED
           PERFORM FETCH-NEXT-ALLOCATION.

       LIST-FREE-RESOURCES.
      *    Active rooms and equipment with nothing allocated today
           MOVE SPACES TO ROOM-RPT-LINE
           WRITE ROOM-RPT-LINE
           MOVE 'ACTIVE RESOURCES WITH NOTHING ALLOCATED'
             TO ROOM-RPT-LINE
           WRITE ROOM-RPT-LINE

           EXEC SQL
               DECLARE FRECSR CURSOR FOR
               SELECT R.FACILITY, R.RESOURCEID, R.RESTYPE,
                      VALUE(R.DESCRIPTION, ' ')
                 FROM RESOURCE R
                WHERE R.ACTIVE = 'Y'
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM APPTRESOURCE X,
                               APPOINTMENT A
                         WHERE X.RESOURCEID = R.RESOURCEID
                           AND A.APPTID     = X.APPTID
                           AND A.STATUS IN ('B', 'A', 'S')
                           AND DATE(X.APPTDATETIME) =
                               DATE(:BD-ASOF-DATE) )
                ORDER BY R.FACILITY,
                         CASE R.RESCLASS WHEN 'R' THEN 1 ELSE 2 END,
                         R.RESOURCEID
           END-EXEC.

           EXEC SQL
               OPEN FRECSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRBBJ01 - OPEN FRECSR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              MOVE HIGH-VALUES TO WS-LAST-FACILITY
              PERFORM FETCH-NEXT-FREE
              PERFORM WRITE-FREE-LINE UNTIL WS-EOF
              EXEC SQL
                  CLOSE FRECSR
              END-EXEC
           END-IF.

       FETCH-NEXT-FREE.
           EXEC SQL
               FETCH FRECSR
                INTO :DB2-FACILITY, :DB2-RESOURCE-ID, :DB2-RES-TYPE,
                     :DB2-DESCRIPTION
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCRBBJ01 - FETCH FRECSR FAILED SQLCODE='
                       SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-FREE-LINE.
           IF DB2-FACILITY NOT EQUAL WS-LAST-FACILITY
              MOVE DB2-FACILITY TO WS-FL-FACILITY
              MOVE WS-FACILITY-LINE TO ROOM-RPT-LINE
              WRITE ROOM-RPT-LINE
              MOVE DB2-FACILITY TO WS-LAST-FACILITY
           END-IF

           MOVE DB2-RESOURCE-ID TO WS-FR-RESOURCE
           MOVE DB2-RES-TYPE    TO WS-FR-TYPE
           MOVE DB2-DESCRIPTION TO WS-FR-DESCRIPTION
           MOVE WS-FREE-LINE TO ROOM-RPT-LINE
           WRITE ROOM-RPT-LINE
           ADD 1 TO WS-RESOURCES-FREE
           PERFORM FETCH-NEXT-FREE.

       TERMINATE-JOB.
           MOVE WS-ALLOCATIONS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE RBCSR
           END-EXEC.

           CLOSE ROOM-RPT.

           DISPLAY 'HCRBBJ01 - ALLOCATIONS LISTED: '
                   WS-ALLOCATIONS-LISTED.
           DISPLAY 'HCRBBJ01 - RESOURCES IN USE: ' WS-RESOURCES-USED.
           DISPLAY 'HCRBBJ01 - RESOURCES FREE: ' WS-RESOURCES-FREE.
           DISPLAY 'HCRBBJ01 - ROOM ALLOCATION SHEET COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
