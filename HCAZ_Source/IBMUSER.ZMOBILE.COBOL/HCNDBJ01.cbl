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
      *          Public Health Notification Extract                    *
      *                                                                *
      *   Sends every raised-but-not-yet-sent PHNOTIFY row to the      *
      *  health department in its fixed-format file layout (PHNOTOUT)  *
      *  - header, one detail per notification with the patient's      *
      *  demographics, the disease and triggering code or result, the  *
      *  event date and the reporting clinician, then a trailer count. *
      *  Each row sent is stamped with the one run timestamp, so the   *
      *  table itself shows when every notification left.  The sent    *
      *  log (PHNOTLOG) lists what went and how many hours after it    *
      *  was raised, and is routed through report distribution as      *
      *  the proof of timely notification.  Test and training          *
      *  patients are withheld (status X) and logged as such.  A       *
      *  rerun never re-sends - only status O rows are picked up.      *
      *  Run daily.                                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCNDBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PH-OUT ASSIGN TO PHNOTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-RPT ASSIGN TO PHNOTLOG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PH-OUT
           RECORDING MODE IS F.
       01  PH-OUT-RECORD.
           03 PHO-RECORD-TYPE          PIC X(1).
           03 PHO-NOTIFY-ID            PIC 9(10).
           03 PHO-PATIENT-ID           PIC 9(10).
           03 PHO-LAST-NAME            PIC X(20).
           03 PHO-FIRST-NAME           PIC X(10).
           03 PHO-DOB                  PIC X(10).
           03 PHO-SEX                  PIC X(1).
           03 PHO-ADDRESS              PIC X(20).
           03 PHO-CITY                 PIC X(20).
           03 PHO-POSTCODE             PIC X(10).
           03 PHO-PHONE                PIC X(20).
      *    L lab result, D diagnosis
           03 PHO-SOURCE               PIC X(1).
           03 PHO-CODE                 PIC X(10).
           03 PHO-RESULT-VALUE         PIC X(10).
           03 PHO-DISEASE              PIC X(40).
           03 PHO-EVENT-DATE           PIC X(10).
           03 PHO-CLINICIAN-ID         PIC 9(10).
           03 PHO-CLINICIAN-LAST       PIC X(20).
           03 PHO-CLINICIAN-FIRST      PIC X(10).
           03 PHO-RAISED               PIC X(19).
      *    header (H) and trailer (T) views of the same record
       01  PH-OUT-HEADER REDEFINES PH-OUT-RECORD.
           03 PHH-RECORD-TYPE          PIC X(1).
           03 PHH-SENDER               PIC X(8).
           03 PHH-CREATED              PIC X(19).
           03 FILLER                   PIC X(234).
       01  PH-OUT-TRAILER REDEFINES PH-OUT-RECORD.
           03 PHT-RECORD-TYPE          PIC X(1).
           03 PHT-RECORD-COUNT         PIC 9(7).
           03 FILLER                   PIC X(254).

       FD  LOG-RPT
           RECORDING MODE IS F.
       01  LOG-RPT-LINE                PIC X(120).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCNDBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

      * Sending organisation as the health department knows us
       01  WS-SENDER-ID                PIC X(8) VALUE 'HCAZ'.

      * Notifications sent within this many hours of being raised
      * count as timely on the log summary
       01  WS-TIMELY-HOURS             PIC S9(4) COMP VALUE +24.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-NOTIFS-SENT           PIC 9(7) VALUE ZERO.
           03 WS-NOTIFS-TIMELY         PIC 9(7) VALUE ZERO.
           03 WS-NOTIFS-LATE           PIC 9(7) VALUE ZERO.
           03 WS-NOTIFS-WITHHELD       PIC 9(7) VALUE ZERO.

       01  WS-LOG-HEADING.
           03 FILLER                   PIC X(44) VALUE
              'NOTIFY ID   PATIENT ID  LAST NAME           '.
           03 FILLER                   PIC X(44) VALUE
              '  DISEASE                         EVENT DATE'.
           03 FILLER                   PIC X(32) VALUE
              '  RAISED             HRS  STATUS'.

       01  WS-LOG-LINE.
           03 WS-LOG-NOTIFY-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LOG-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LOG-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LOG-DISEASE           PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LOG-EVENT-DATE        PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LOG-RAISED            PIC X(16).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LOG-HOURS             PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LOG-STATUS            PIC X(6).

       01  WS-LOG-TOTAL-LINE.
           03 WS-LOG-TOTAL-LABEL       PIC X(40).
           03 WS-LOG-TOTAL-VALUE       PIC Z(6)9.

       01  WS-CURSOR-ROW.
           03 DB2-NOTIFY-ID            PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-SOURCE               PIC X(1).
           03 DB2-CODE                 PIC X(10).
           03 DB2-RESULT-VALUE         PIC X(10).
           03 DB2-DISEASE              PIC X(40).
           03 DB2-EVENT-DATE           PIC X(10).
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.
           03 DB2-RAISED               PIC X(19).
           03 DB2-HOURS                PIC S9(9) COMP.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-SEX                  PIC X(1).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-PHONE                PIC X(20).
           03 DB2-PATIENT-TYPE         PIC X(1).
           03 DB2-PROV-FIRST           PIC X(10).
           03 DB2-PROV-LAST            PIC X(20).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

       COPY HCRDWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM SEND-ONE-NOTIFICATION UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCNDBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCNDBJ01 - PUBLIC HEALTH EXTRACT STARTING'.

      *    one timestamp for the whole run - the header, every row
      *    sent and the log all agree on when the file left
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           OPEN OUTPUT PH-OUT.
           OPEN OUTPUT LOG-RPT.

           MOVE SPACES             TO PH-OUT-RECORD
           MOVE 'H'                TO PHH-RECORD-TYPE
           MOVE WS-SENDER-ID       TO PHH-SENDER
           MOVE WS-RUN-TIMESTAMP   TO PHH-CREATED
           WRITE PH-OUT-RECORD.

           MOVE SPACES TO LOG-RPT-LINE
           STRING 'PUBLIC HEALTH NOTIFICATIONS SENT '
                  WS-RUN-TIMESTAMP(1:16)
                  DELIMITED BY SIZE INTO LOG-RPT-LINE
           WRITE LOG-RPT-LINE.
           MOVE WS-LOG-HEADING TO LOG-RPT-LINE
           WRITE LOG-RPT-LINE.

      *    oldest first - the longest-waiting notification leads
      *    both the file and the log
           EXEC SQL
               DECLARE PHNCSR CURSOR FOR
               SELECT N.NOTIFYID, N.PATIENTID, N.SOURCE, N.CODE,
                      N.RESULTVALUE, N.DISEASE, N.EVENTDATE,
                      N.PROVIDERID, N.RAISEDDATETIME,
                      TIMESTAMPDIFF(8,
                        CHAR(TIMESTAMP(:WS-RUN-TIMESTAMP)
                             - TIMESTAMP(N.RAISEDDATETIME))),
                      P.FIRSTNAME, P.LASTNAME, P.DOB,
                      VALUE(P.ADMINSEX, ' '),
                      VALUE(P.ADDRESS, ' '), VALUE(P.CITY, ' '),
                      VALUE(P.POSTCODE, ' '), VALUE(P.PHONEMOBILE, ' '),
                      VALUE(P.PATIENTTYPE, ' '),
                      VALUE(V.FIRSTNAME, ' '), VALUE(V.LASTNAME, ' ')
                 FROM PHNOTIFY N
                 INNER JOIN PATIENT P
                   ON P.PATIENTID = N.PATIENTID
                 LEFT OUTER JOIN PROVIDER V
                   ON V.PROVIDERID = N.PROVIDERID
                WHERE N.STATUS = 'O'
                ORDER BY N.RAISEDDATETIME, N.NOTIFYID
           END-EXEC.

           EXEC SQL
               OPEN PHNCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCNDBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-NOTIFICATION
           END-IF.

       FETCH-NEXT-NOTIFICATION.
           EXEC SQL
               FETCH PHNCSR
                INTO :DB2-NOTIFY-ID, :DB2-PATIENT-ID, :DB2-SOURCE,
                     :DB2-CODE, :DB2-RESULT-VALUE, :DB2-DISEASE,
                     :DB2-EVENT-DATE, :DB2-PROVIDER-ID, :DB2-RAISED,
                     :DB2-HOURS, :DB2-FIRST-NAME, :DB2-LAST-NAME,
                     :DB2-DOB, :DB2-SEX, :DB2-ADDRESS, :DB2-CITY,
                     :DB2-POSTCODE, :DB2-PHONE, :DB2-PATIENT-TYPE,
                     :DB2-PROV-FIRST, :DB2-PROV-LAST
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCNDBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       SEND-ONE-NOTIFICATION.
      *    a test or training patient is never reported - the row
      *    is withheld (status X) so it drops off the queue, and the
      *    log still shows it was seen
           IF DB2-PATIENT-TYPE EQUAL 'T' OR 'G'
              PERFORM WITHHOLD-NOTIFICATION
           ELSE
              PERFORM WRITE-NOTIFICATION
           END-IF

           PERFORM FETCH-NEXT-NOTIFICATION.

       WRITE-NOTIFICATION.
           MOVE SPACES             TO PH-OUT-RECORD
           MOVE 'D'                TO PHO-RECORD-TYPE
           MOVE DB2-NOTIFY-ID      TO PHO-NOTIFY-ID
           MOVE DB2-PATIENT-ID     TO PHO-PATIENT-ID
           MOVE DB2-LAST-NAME      TO PHO-LAST-NAME
           MOVE DB2-FIRST-NAME     TO PHO-FIRST-NAME
           MOVE DB2-DOB            TO PHO-DOB
           MOVE DB2-SEX            TO PHO-SEX
           MOVE DB2-ADDRESS        TO PHO-ADDRESS
           MOVE DB2-CITY           TO PHO-CITY
           MOVE DB2-POSTCODE       TO PHO-POSTCODE
           MOVE DB2-PHONE          TO PHO-PHONE
           MOVE DB2-SOURCE         TO PHO-SOURCE
           MOVE DB2-CODE           TO PHO-CODE
           MOVE DB2-RESULT-VALUE   TO PHO-RESULT-VALUE
           MOVE DB2-DISEASE        TO PHO-DISEASE
           MOVE DB2-EVENT-DATE     TO PHO-EVENT-DATE
           MOVE DB2-PROVIDER-ID    TO PHO-CLINICIAN-ID
           MOVE DB2-PROV-LAST      TO PHO-CLINICIAN-LAST
           MOVE DB2-PROV-FIRST     TO PHO-CLINICIAN-FIRST
           MOVE DB2-RAISED         TO PHO-RAISED
           WRITE PH-OUT-RECORD

           EXEC SQL
               UPDATE PHNOTIFY
                  SET STATUS       = 'S',
                      SENTDATETIME = :WS-RUN-TIMESTAMP
                WHERE NOTIFYID = :DB2-NOTIFY-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCNDBJ01 - SENT UPDATE FAILED SQLCODE='
                       SQLCODE
           END-IF

           ADD 1 TO WS-NOTIFS-SENT
           IF DB2-HOURS > WS-TIMELY-HOURS
              ADD 1 TO WS-NOTIFS-LATE
           ELSE
              ADD 1 TO WS-NOTIFS-TIMELY
           END-IF

           MOVE 'SENT' TO WS-LOG-STATUS
           PERFORM WRITE-LOG-LINE.

       WITHHOLD-NOTIFICATION.
           EXEC SQL
               UPDATE PHNOTIFY
                  SET STATUS       = 'X',
                      SENTDATETIME = :WS-RUN-TIMESTAMP
                WHERE NOTIFYID = :DB2-NOTIFY-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCNDBJ01 - WITHHELD UPDATE FAILED SQLCODE='
                       SQLCODE
           END-IF

           ADD 1 TO WS-NOTIFS-WITHHELD
           MOVE 'TEST' TO WS-LOG-STATUS
           PERFORM WRITE-LOG-LINE.

       WRITE-LOG-LINE.
           MOVE DB2-NOTIFY-ID      TO WS-LOG-NOTIFY-ID
           MOVE DB2-PATIENT-ID     TO WS-LOG-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-LOG-LAST-NAME
           MOVE DB2-DISEASE        TO WS-LOG-DISEASE
           MOVE DB2-EVENT-DATE     TO WS-LOG-EVENT-DATE
           MOVE DB2-RAISED         TO WS-LOG-RAISED
           MOVE DB2-HOURS          TO WS-LOG-HOURS
           MOVE WS-LOG-LINE        TO LOG-RPT-LINE
           WRITE LOG-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-LOG-TOTAL-LINE TO LOG-RPT-LINE
           WRITE LOG-RPT-LINE.

       TERMINATE-JOB.
           MOVE SPACES             TO PH-OUT-RECORD
           MOVE 'T'                TO PHT-RECORD-TYPE
           MOVE WS-NOTIFS-SENT     TO PHT-RECORD-COUNT
           WRITE PH-OUT-RECORD.

           MOVE SPACES TO LOG-RPT-LINE
           WRITE LOG-RPT-LINE.
           MOVE 'NOTIFICATIONS SENT'           TO WS-LOG-TOTAL-LABEL
           MOVE WS-NOTIFS-SENT                 TO WS-LOG-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'SENT WITHIN 24 HOURS OF BEING RAISED'
                                               TO WS-LOG-TOTAL-LABEL
           MOVE WS-NOTIFS-TIMELY               TO WS-LOG-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'SENT LATER THAN 24 HOURS'     TO WS-LOG-TOTAL-LABEL
           MOVE WS-NOTIFS-LATE                 TO WS-LOG-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'WITHHELD - TEST/TRAINING PATIENT'
                                               TO WS-LOG-TOTAL-LABEL
           MOVE WS-NOTIFS-WITHHELD             TO WS-LOG-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.

           MOVE WS-NOTIFS-SENT TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE PHNCSR
           END-EXEC.

           CLOSE PH-OUT.
           CLOSE LOG-RPT.

           DISPLAY 'HCNDBJ01 - NOTIFICATIONS SENT:     '
                    WS-NOTIFS-SENT.
           DISPLAY 'HCNDBJ01 - NOTIFICATIONS LATE:     '
                    WS-NOTIFS-LATE.
           DISPLAY 'HCNDBJ01 - NOTIFICATIONS WITHHELD: '
                    WS-NOTIFS-WITHHELD.
           DISPLAY 'HCNDBJ01 - PUBLIC HEALTH EXTRACT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
