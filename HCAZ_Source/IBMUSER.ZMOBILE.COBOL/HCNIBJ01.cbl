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
      *          National Patient Identifier Trace Extract             *
      *                                                                *
      *   Writes a trace request (NIDTRACE) for every real patient     *
      *  the national identifier service has not yet been asked        *
      *  about, and marks each one traced (NATIDSTATUS T, with the     *
      *  date).  A request still unanswered after 7 days, or one       *
      *  that found no unique match 30 days ago, is asked again.       *
      *  The identifier already held, if any, goes with the request    *
      *  so the service can confirm it.  HCNIBJ02 posts the            *
      *  responses.  Run nightly.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCNIBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-OUT ASSIGN TO NIDTRACE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-OUT
           RECORDING MODE IS F.
       01  TRACE-OUT-RECORD.
           03 TRC-PATIENT-ID           PIC 9(10).
           03 TRC-NATIONAL-ID          PIC X(10).
           03 TRC-LAST-NAME            PIC X(20).
           03 TRC-FIRST-NAME           PIC X(10).
           03 TRC-DOB                  PIC X(10).
           03 TRC-SEX                  PIC X(1).
           03 TRC-ADDRESS              PIC X(20).
           03 TRC-POSTCODE             PIC X(10).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCNIBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

      * Unanswered requests are re-sent after this many days, and
      * no-match patients retried after the longer wait
       01  WS-RESEND-DAYS              PIC S9(4) COMP VALUE +7.
       01  WS-RETRY-DAYS               PIC S9(4) COMP VALUE +30.

       01  WS-COUNTERS.
           03 WS-REQUESTS-WRITTEN      PIC 9(7) VALUE ZERO.

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-NATIONAL-ID          PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-DOB                  PIC X(10).
           03 DB2-SEX                  PIC X(1).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-POSTCODE             PIC X(10).

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
           PERFORM TRACE-ONE-PATIENT UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCNIBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCNIBJ01 - NATIONAL ID TRACE EXTRACT STARTING'.
           OPEN OUTPUT TRACE-OUT.

      *    never traced; traced but unanswered past the resend wait;
      *    no unique match past the retry wait.  Test and training
      *    records never leave the building.
           EXEC SQL
               DECLARE TRCCSR CURSOR FOR
               SELECT PATIENTID, VALUE(NATIONALID, ' '),
                      LASTNAME, FIRSTNAME, DOB,
                      VALUE(ADMINSEX, ' '), VALUE(ADDRESS, ' '),
                      VALUE(POSTCODE, ' ')
                 FROM PATIENT
                WHERE VALUE(PATIENTTYPE, ' ') NOT IN ('T', 'G')
                  AND (VALUE(NATIDSTATUS, ' ') = ' '
                   OR (NATIDSTATUS = 'T'
                       AND NATIDTRACED <
                           CURRENT DATE - :WS-RESEND-DAYS DAYS)
                   OR (NATIDSTATUS = 'U'
                       AND NATIDTRACED <
                           CURRENT DATE - :WS-RETRY-DAYS DAYS))
                ORDER BY PATIENTID
           END-EXEC.

           EXEC SQL
               OPEN TRCCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCNIBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-PATIENT
           END-IF.

       FETCH-NEXT-PATIENT.
           EXEC SQL
               FETCH TRCCSR
                INTO :DB2-PATIENT-ID, :DB2-NATIONAL-ID,
                     :DB2-LAST-NAME, :DB2-FIRST-NAME, :DB2-DOB,
                     :DB2-SEX, :DB2-ADDRESS, :DB2-POSTCODE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCNIBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       TRACE-ONE-PATIENT.
           MOVE DB2-PATIENT-ID  TO TRC-PATIENT-ID
           MOVE DB2-NATIONAL-ID TO TRC-NATIONAL-ID
           MOVE DB2-LAST-NAME   TO TRC-LAST-NAME
           MOVE DB2-FIRST-NAME  TO TRC-FIRST-NAME
           MOVE DB2-DOB         TO TRC-DOB
           MOVE DB2-SEX         TO TRC-SEX
           MOVE DB2-ADDRESS     TO TRC-ADDRESS
           MOVE DB2-POSTCODE    TO TRC-POSTCODE
           WRITE TRACE-OUT-RECORD

           EXEC SQL
               UPDATE PATIENT
                  SET NATIDSTATUS = 'T',
                      NATIDTRACED = CURRENT DATE
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCNIBJ01 - TRACED UPDATE FAILED SQLCODE='
                       SQLCODE
           ELSE
              ADD 1 TO WS-REQUESTS-WRITTEN
           END-IF

           PERFORM FETCH-NEXT-PATIENT.

       TERMINATE-JOB.
           MOVE WS-REQUESTS-WRITTEN TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE TRCCSR
           END-EXEC.

           CLOSE TRACE-OUT.

           DISPLAY 'HCNIBJ01 - TRACE REQUESTS: ' WS-REQUESTS-WRITTEN.
           DISPLAY 'HCNIBJ01 - NATIONAL ID TRACE EXTRACT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCJCPD.
