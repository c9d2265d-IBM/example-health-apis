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
      *            Daily Unanswered Patient Message Report             *
      *                                                                *
      *   Patient messages (MESSAGE, from HCSRESTW) still new or      *
      *  only opened - not answered or closed through HCMGPL01 -      *
      *  two full working days after the day they were sent, clinic  *
      *  by clinic, oldest first.  Working days are Monday to Friday, *
      *  so on a Monday anything sent before the previous Thursday   *
      *  is listed.  A second section gives each clinic's response   *
      *  times over the last 30 days: messages answered, average and *
      *  longest hours from sending to the reply.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMGBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSG-RPT ASSIGN TO MSGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MSG-RPT
           RECORDING MODE IS F.
       01  MSG-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCMGBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-RT-EOF-SWITCH            PIC X VALUE 'N'.
           88 WS-RT-EOF                VALUE 'Y'.

      * Answered messages in this many days feed the response times
       01  WS-RESPONSE-DAYS            PIC S9(4) COMP VALUE +30.

      * Sent before this date is two working days unanswered
       01  WS-CUTOFF-DATE              PIC X(10).

       01  WS-COUNTERS.
           03 WS-MESSAGES-LISTED       PIC 9(7) VALUE ZERO.
           03 WS-CLINIC-COUNT          PIC 9(7) VALUE ZERO.
           03 WS-CLINICS-SUMMARISED    PIC 9(7) VALUE ZERO.

       01  WS-PREV-CLINIC              PIC X(20) VALUE LOW-VALUES.

       01  WS-REPORT-LINE.
           03 WS-RPT-MESSAGE-ID        PIC Z(9)9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-LASTNAME          PIC X(15).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-SENT              PIC X(16).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-DAYS              PIC ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-STATUS            PIC X(6).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-SUBJECT           PIC X(30).

       01  WS-RESPONSE-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RT-CLINIC             PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RT-ANSWERED           PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RT-AVG-HOURS          PIC ZZ,ZZ9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RT-MAX-HOURS          PIC ZZ,ZZ9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RT-OPEN-NOW           PIC ZZZ,ZZ9.

       01  WS-CURSOR-ROW.
           03 DB2-CLINIC               PIC X(20).
           03 DB2-MESSAGE-ID           PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LASTNAME             PIC X(20).
           03 DB2-SENT                 PIC X(16).
           03 DB2-SUBJECT              PIC X(30).
           03 DB2-STATUS               PIC X(1).
           03 DB2-DAYS-WAITING         PIC S9(9) COMP.

       01  WS-RESPONSE-ROW.
           03 DB2-RT-CLINIC            PIC X(20).
           03 DB2-RT-ANSWERED          PIC S9(9) COMP.
           03 DB2-RT-AVG-HOURS         PIC S9(9) COMP.
           03 DB2-RT-MAX-HOURS         PIC S9(9) COMP.
           03 DB2-RT-OPEN-NOW          PIC S9(9) COMP.

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

           PERFORM INITIALIZE-JOB THRU INITIALIZE-JOB-EXIT.
           PERFORM PROCESS-MESSAGE UNTIL WS-EOF.
           PERFORM WRITE-CLINIC-TOTAL.
           PERFORM LIST-RESPONSE-TIMES THRU LIST-RESPONSE-TIMES-EXIT.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCMGBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCMGBJ01 - UNANSWERED MESSAGE REPORT STARTING'.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT MSG-RPT.

           MOVE BD-ASOF-HEADER TO MSG-RPT-LINE
           WRITE MSG-RPT-LINE.

      *    two working days back from the business date - Monday and
      *    Tuesday reach back over the weekend, Sunday to Thursday
           EXEC SQL
               SELECT CHAR(
                      CASE DAYOFWEEK_ISO(DATE(:BD-ASOF-DATE))
                        WHEN 1 THEN DATE(:BD-ASOF-DATE) - 4 DAYS
                        WHEN 2 THEN DATE(:BD-ASOF-DATE) - 4 DAYS
                        WHEN 7 THEN DATE(:BD-ASOF-DATE) - 3 DAYS
                        ELSE DATE(:BD-ASOF-DATE) - 2 DAYS
                      END, ISO)
                 INTO :WS-CUTOFF-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMGBJ01 - CUTOFF DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 'Y' TO WS-RT-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-JOB-EXIT
           END-IF

           MOVE SPACES TO MSG-RPT-LINE
           STRING 'PATIENT MESSAGES UNANSWERED AFTER 2 WORKING DAYS'
                                           DELIMITED BY SIZE
                  ' - SENT BEFORE '        DELIMITED BY SIZE
                  WS-CUTOFF-DATE           DELIMITED BY SIZE
             INTO MSG-RPT-LINE
           END-STRING
           WRITE MSG-RPT-LINE.

      *    every patient message still waiting past the cutoff,
      *    clinic by clinic, oldest first
           EXEC SQL
               DECLARE MGCSR CURSOR FOR
               SELECT M.CLINIC, M.MESSAGEID, M.PATIENTID,
                      VALUE(P.LASTNAME, ' '),
                      SUBSTR(CHAR(M.SENTDATETIME), 1, 16),
                      SUBSTR(VALUE(M.SUBJECT, ' '), 1, 30),
                      M.STATUS,
                      DAYS(DATE(:BD-ASOF-DATE))
                        - DAYS(DATE(M.SENTDATETIME))
                 FROM MESSAGE M
                 LEFT OUTER JOIN PATIENT P
                   ON P.PATIENTID = M.PATIENTID
                WHERE M.DIRECTION = 'P'
                  AND M.STATUS IN ('N', 'O')
                  AND DATE(M.SENTDATETIME) < DATE(:WS-CUTOFF-DATE)
                ORDER BY M.CLINIC, M.SENTDATETIME
           END-EXEC.

           EXEC SQL
               OPEN MGCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMGBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-MESSAGE
           END-IF.

       INITIALIZE-JOB-EXIT.
           EXIT.

       FETCH-NEXT-MESSAGE.
           EXEC SQL
               FETCH MGCSR
                INTO :DB2-CLINIC, :DB2-MESSAGE-ID, :DB2-PATIENT-ID,
                     :DB2-LASTNAME, :DB2-SENT, :DB2-SUBJECT,
                     :DB2-STATUS, :DB2-DAYS-WAITING
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMGBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       PROCESS-MESSAGE.
           IF DB2-CLINIC NOT EQUAL WS-PREV-CLINIC
              PERFORM WRITE-CLINIC-TOTAL
              PERFORM WRITE-CLINIC-HEADING
           END-IF

           MOVE DB2-MESSAGE-ID   TO WS-RPT-MESSAGE-ID
           MOVE DB2-PATIENT-ID   TO WS-RPT-PATIENT-ID
           MOVE DB2-LASTNAME     TO WS-RPT-LASTNAME
           MOVE DB2-SENT         TO WS-RPT-SENT
           MOVE DB2-DAYS-WAITING TO WS-RPT-DAYS
           MOVE DB2-SUBJECT      TO WS-RPT-SUBJECT
           IF DB2-STATUS EQUAL 'O'
              MOVE 'OPENED' TO WS-RPT-STATUS
           ELSE
              MOVE 'NEW'    TO WS-RPT-STATUS
           END-IF

           MOVE WS-REPORT-LINE TO MSG-RPT-LINE
           WRITE MSG-RPT-LINE

           ADD 1 TO WS-MESSAGES-LISTED
           ADD 1 TO WS-CLINIC-COUNT

           PERFORM FETCH-NEXT-MESSAGE.

       WRITE-CLINIC-HEADING.
           MOVE DB2-CLINIC TO WS-PREV-CLINIC
           MOVE ZERO TO WS-CLINIC-COUNT

           MOVE SPACES TO MSG-RPT-LINE
           WRITE MSG-RPT-LINE
           MOVE SPACES TO MSG-RPT-LINE
           STRING 'CLINIC: '               DELIMITED BY SIZE
                  DB2-CLINIC               DELIMITED BY SIZE
             INTO MSG-RPT-LINE
           END-STRING
           WRITE MSG-RPT-LINE

           MOVE '   Message    Patient Name            Sent        '
             &  '     Days Status Subject' TO MSG-RPT-LINE
           WRITE MSG-RPT-LINE.

       WRITE-CLINIC-TOTAL.
           IF WS-CLINIC-COUNT > ZERO
              MOVE SPACES TO MSG-RPT-LINE
              STRING '   UNANSWERED FOR CLINIC: ' DELIMITED BY SIZE
                     WS-CLINIC-COUNT           DELIMITED BY SIZE
                INTO MSG-RPT-LINE
              END-STRING
              WRITE MSG-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * Each clinic's response times over the last WS-RESPONSE-DAYS   *
      * days, with how many of its messages are waiting now           *
      *----------------------------------------------------------------*
       LIST-RESPONSE-TIMES.
           MOVE SPACES TO MSG-RPT-LINE
           WRITE MSG-RPT-LINE

           IF WS-MESSAGES-LISTED EQUAL ZERO
              MOVE 'NO PATIENT MESSAGES ARE OVERDUE A REPLY'
                TO MSG-RPT-LINE
              WRITE MSG-RPT-LINE
              MOVE SPACES TO MSG-RPT-LINE
              WRITE MSG-RPT-LINE
           END-IF

           MOVE 'CLINIC RESPONSE TIMES - MESSAGES ANSWERED IN THE LAST'
             &  ' 30 DAYS' TO MSG-RPT-LINE
           WRITE MSG-RPT-LINE
           MOVE '  Clinic                Answered  Avg-Hrs  Max-Hrs'
             &  '  Open-Now' TO MSG-RPT-LINE
           WRITE MSG-RPT-LINE

           EXEC SQL
               DECLARE RTCSR CURSOR FOR
               SELECT M.CLINIC,
                      SUM(CASE WHEN M.STATUS = 'A'
                                AND DATE(M.ANSWEREDAT) >
                                    DATE(:BD-ASOF-DATE)
                                    - :WS-RESPONSE-DAYS DAYS
                               THEN 1 ELSE 0 END),
                      VALUE(AVG(CASE WHEN M.STATUS = 'A'
                                AND DATE(M.ANSWEREDAT) >
                                    DATE(:BD-ASOF-DATE)
                                    - :WS-RESPONSE-DAYS DAYS
                               THEN TIMESTAMPDIFF(8,
                                    CHAR(M.ANSWEREDAT
                                         - M.SENTDATETIME))
                               END), 0),
                      VALUE(MAX(CASE WHEN M.STATUS = 'A'
                                AND DATE(M.ANSWEREDAT) >
                                    DATE(:BD-ASOF-DATE)
                                    - :WS-RESPONSE-DAYS DAYS
                               THEN TIMESTAMPDIFF(8,
                                    CHAR(M.ANSWEREDAT
                                         - M.SENTDATETIME))
                               END), 0),
                      SUM(CASE WHEN M.STATUS IN ('N', 'O')
                               THEN 1 ELSE 0 END)
                 FROM MESSAGE M
                WHERE M.DIRECTION = 'P'
                GROUP BY M.CLINIC
                ORDER BY M.CLINIC
           END-EXEC.

           EXEC SQL
               OPEN RTCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMGBJ01 - OPEN RTCSR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO LIST-RESPONSE-TIMES-EXIT
           END-IF

           MOVE 'N' TO WS-RT-EOF-SWITCH
           PERFORM FETCH-RESPONSE-TIME UNTIL WS-RT-EOF

           EXEC SQL
               CLOSE RTCSR
           END-EXEC.

       LIST-RESPONSE-TIMES-EXIT.
           EXIT.

       FETCH-RESPONSE-TIME.
           EXEC SQL
               FETCH RTCSR
                INTO :DB2-RT-CLINIC, :DB2-RT-ANSWERED,
                     :DB2-RT-AVG-HOURS, :DB2-RT-MAX-HOURS,
                     :DB2-RT-OPEN-NOW
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-RT-CLINIC    TO WS-RT-CLINIC
               MOVE DB2-RT-ANSWERED  TO WS-RT-ANSWERED
               MOVE DB2-RT-AVG-HOURS TO WS-RT-AVG-HOURS
               MOVE DB2-RT-MAX-HOURS TO WS-RT-MAX-HOURS
               MOVE DB2-RT-OPEN-NOW  TO WS-RT-OPEN-NOW
               MOVE WS-RESPONSE-LINE TO MSG-RPT-LINE
               WRITE MSG-RPT-LINE
               ADD 1 TO WS-CLINICS-SUMMARISED
             WHEN 100
               MOVE 'Y' TO WS-RT-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMGBJ01 - FETCH RTCSR FAILED SQLCODE='
                        SQLCODE
               MOVE 'Y' TO WS-RT-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       TERMINATE-JOB.
           MOVE WS-MESSAGES-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE MGCSR
           END-EXEC.

           CLOSE MSG-RPT.

           DISPLAY 'HCMGBJ01 - MESSAGES OVERDUE: ' WS-MESSAGES-LISTED.
           DISPLAY 'HCMGBJ01 - CLINICS SUMMARISED: '
                    WS-CLINICS-SUMMARISED.
           DISPLAY 'HCMGBJ01 - UNANSWERED MESSAGE REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
