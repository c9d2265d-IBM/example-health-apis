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
      *          Imaging Ordered But Not Reported                      *
      *                                                                *
      *   The radiology chase list: imaging orders placed or sent      *
      *  with no report loaded by HCXRBJ02 after the ageing limit -    *
      *  routine orders after 7 days unless overridden on SYSIN,       *
      *  urgent orders after a single day whatever the limit.          *
      *  Urgent orders lead, oldest first.  Run daily after the        *
      *  report load.                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCXRBJ03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEING-RPT ASSIGN TO IMGAGE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGEING-RPT
           RECORDING MODE IS F.
       01  AGEING-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCXRBJ03------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-AGE-DAYS-IN              PIC X(3) VALUE SPACES.
       01  WS-AGE-DAYS-JUST            PIC X(3) JUSTIFIED RIGHT.
       01  WS-AGE-DAYS-NUM REDEFINES WS-AGE-DAYS-JUST
                                       PIC 9(3).

       COPY HCRJWS.
       01  WS-AGE-DAYS                 PIC S9(4) COMP VALUE +7.
       01  WS-URGENT-AGE-DAYS          PIC S9(4) COMP VALUE +1.

       01  WS-COUNTERS.
           03 WS-AGED-LISTED           PIC 9(7) VALUE ZERO.

       01  WS-AGED-LINE.
           03 WS-AG-ORDER-ID           PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-MODALITY           PIC X(2).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-BODY-PART          PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-URGENCY            PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-STATUS             PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-ORDERED            PIC X(19).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-DAYS               PIC ZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-PROVIDER-ID        PIC Z(9)9.

       01  WS-AGED-ROW.
           03 DB2-ORDER-ID             PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-MODALITY             PIC X(2).
           03 DB2-BODY-PART            PIC X(20).
           03 DB2-URGENCY              PIC X(1).
           03 DB2-STATUS               PIC X(1).
           03 DB2-ORDERED              PIC X(19).
           03 DB2-AGE                  PIC S9(9) COMP.
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.

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
           PERFORM WRITE-AGED-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCXRBJ03' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCXRBJ03 - IMAGING AGEING LIST STARTING'.
           OPEN OUTPUT AGEING-RPT.

      *    Routine ageing limit in days may be overridden on SYSIN
           ACCEPT WS-AGE-DAYS-IN
           IF WS-AGE-DAYS-IN NOT EQUAL SPACES
              MOVE WS-AGE-DAYS-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(8:3) TO WS-AGE-DAYS-JUST
              IF WS-AGE-DAYS-JUST NUMERIC
                 MOVE WS-AGE-DAYS-NUM TO WS-AGE-DAYS
              ELSE
                 DISPLAY 'HCXRBJ03 - BAD DAYS VALUE IGNORED: '
                          WS-AGE-DAYS-IN
              END-IF
           END-IF
           DISPLAY 'HCXRBJ03 - ROUTINE AGEING LIMIT DAYS: '
                    WS-AGE-DAYS.

           MOVE 'IMAGING ORDERED BUT NOT REPORTED' TO AGEING-RPT-LINE
           WRITE AGEING-RPT-LINE
           MOVE 'Order Id    Patient Id  Mo  Body Part             '
             &  'U  S  Ordered              Days  Provider'
             TO AGEING-RPT-LINE
           WRITE AGEING-RPT-LINE.

      *    Test and training patients never went to radiology, so
      *    they are never chased
           EXEC SQL
               DECLARE AGECSR CURSOR FOR
               SELECT O.ORDERID, O.PATIENTID, O.MODALITY, O.BODYPART,
                      O.URGENCY, O.STATUS, O.ORDERDATETIME,
                      DAYS(CURRENT DATE) -
                      DAYS(DATE(SUBSTR(O.ORDERDATETIME, 1, 10))),
                      O.ORDPROVIDERID
                 FROM IMAGEORDER O, PATIENT P
                WHERE O.STATUS IN ('O', 'S')
                  AND P.PATIENTID = O.PATIENTID
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
                  AND ( ( O.URGENCY = 'U'
                      AND DATE(SUBSTR(O.ORDERDATETIME, 1, 10)) <
                          CURRENT DATE - :WS-URGENT-AGE-DAYS DAYS )
                   OR   ( O.URGENCY <> 'U'
                      AND DATE(SUBSTR(O.ORDERDATETIME, 1, 10)) <
                          CURRENT DATE - :WS-AGE-DAYS DAYS ) )
                ORDER BY O.URGENCY DESC, O.ORDERDATETIME
           END-EXEC.

           EXEC SQL
               OPEN AGECSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCXRBJ03 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-AGED
           END-IF.

       FETCH-NEXT-AGED.
           EXEC SQL
               FETCH AGECSR
                INTO :DB2-ORDER-ID, :DB2-PATIENT-ID,
                     :DB2-MODALITY, :DB2-BODY-PART,
                     :DB2-URGENCY, :DB2-STATUS,
                     :DB2-ORDERED, :DB2-AGE,
                     :DB2-PROVIDER-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCXRBJ03 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-AGED-LINE.
           MOVE SPACES          TO WS-AGED-LINE
           MOVE DB2-ORDER-ID    TO WS-AG-ORDER-ID
           MOVE DB2-PATIENT-ID  TO WS-AG-PATIENT-ID
           MOVE DB2-MODALITY    TO WS-AG-MODALITY
           MOVE DB2-BODY-PART   TO WS-AG-BODY-PART
           MOVE DB2-URGENCY     TO WS-AG-URGENCY
           MOVE DB2-STATUS      TO WS-AG-STATUS
           MOVE DB2-ORDERED     TO WS-AG-ORDERED
           MOVE DB2-AGE         TO WS-AG-DAYS
           MOVE DB2-PROVIDER-ID TO WS-AG-PROVIDER-ID
           MOVE WS-AGED-LINE    TO AGEING-RPT-LINE
           WRITE AGEING-RPT-LINE

           ADD 1 TO WS-AGED-LISTED
           PERFORM FETCH-NEXT-AGED.

       TERMINATE-JOB.
           MOVE WS-AGED-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE AGECSR
           END-EXEC.

           CLOSE AGEING-RPT.

           DISPLAY 'HCXRBJ03 - ORDERS NOT REPORTED: ' WS-AGED-LISTED.
           DISPLAY 'HCXRBJ03 - IMAGING AGEING LIST COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
      *----------------------------------------------------------------*
       COPY HCRJPD.
