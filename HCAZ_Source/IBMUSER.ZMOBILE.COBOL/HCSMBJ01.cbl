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
      *            Inbound SMS Reply File Load                         *
      *                                                                *
      *   Loads the SMS gateway's file of texts patients sent back to  *
      *  their appointment reminders (SMSIN: gateway reference, from   *
      *  number, received date and time, message text) and stages      *
      *  each one on SMSREPLY as pending (P).  Nothing is matched or   *
      *  actioned here - confirm and cancel need the online            *
      *  cancellation, so HCSMBJ02 (transaction HCSP) is started       *
      *  once the load is done and works the pending replies through   *
      *  HCSMDB01.  A reply whose gateway reference is already on      *
      *  SMSREPLY - from an earlier run of the same file, or posted    *
      *  to HCGRESTW - is counted and skipped, so the file can be      *
      *  run again safely.  A reply with no reference, no from         *
      *  number or a bad received time goes on the reject report.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSMBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLY-IN ASSIGN TO SMSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-RPT ASSIGN TO SMSREJ
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLY-IN
           RECORDING MODE IS F.
       01  REPLY-IN-RECORD.
           03 SMI-GATEWAY-REF          PIC X(20).
           03 SMI-FROM-NUMBER          PIC X(20).
           03 SMI-RECEIVED-DATE        PIC X(10).
           03 SMI-RECEIVED-TIME        PIC X(8).
           03 SMI-TEXT                 PIC X(160).

       FD  REJECT-RPT
           RECORDING MODE IS F.
       01  REJECT-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCSMBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-REPLIES-STAGED        PIC 9(7) VALUE ZERO.
           03 WS-ALREADY-RECEIVED      PIC 9(7) VALUE ZERO.
           03 WS-RECORDS-REJECTED      PIC 9(7) VALUE ZERO.

       01  WS-REJECT-LINE.
           03 WS-REJ-GATEWAY-REF       PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-FROM-NUMBER       PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-RECEIVED          PIC X(19).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-REASON            PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-TEXT              PIC X(35).

       01  WS-REF-COUNT                PIC S9(9) COMP VALUE +0.

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
           PERFORM PROCESS-REPLY-RECORD UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCSMBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCSMBJ01 - SMS REPLY FILE LOAD STARTING'.
           OPEN INPUT REPLY-IN.
           OPEN OUTPUT REJECT-RPT.

           MOVE SPACES TO REJECT-RPT-LINE
           MOVE 'Gateway ref           From number           Received'
             TO REJECT-RPT-LINE
           MOVE 'Reason                          Text'
             TO REJECT-RPT-LINE(66:)
           WRITE REJECT-RPT-LINE.

           PERFORM READ-NEXT-RECORD.

       READ-NEXT-RECORD.
           READ REPLY-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       PROCESS-REPLY-RECORD.
           EVALUATE TRUE
             WHEN SMI-GATEWAY-REF EQUAL SPACES
               MOVE 'GATEWAY REFERENCE MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN SMI-FROM-NUMBER EQUAL SPACES
               MOVE 'FROM NUMBER MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN SMI-RECEIVED-DATE EQUAL SPACES OR
                  SMI-RECEIVED-TIME EQUAL SPACES
               MOVE 'RECEIVED TIME MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN OTHER
               PERFORM CHECK-ALREADY-RECEIVED
               IF WS-REF-COUNT > ZERO
                  ADD 1 TO WS-ALREADY-RECEIVED
               ELSE
                  PERFORM INSERT-PENDING-REPLY
               END-IF
           END-EVALUATE

           PERFORM READ-NEXT-RECORD.

       CHECK-ALREADY-RECEIVED.
      *    staged by an earlier run or already posted online
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-REF-COUNT
                 FROM SMSREPLY
                WHERE GATEWAYREF = :SMI-GATEWAY-REF
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE ZERO TO WS-REF-COUNT
           END-IF.

       INSERT-PENDING-REPLY.
      *    a received time DB2 will not take fails the insert and is
      *    rejected
           EXEC SQL
               INSERT INTO SMSREPLY
                         ( REPLYID,
                           FROMNUMBER,
                           REPLYTEXT,
                           GATEWAYREF,
                           RECEIVED,
                           PATIENTID,
                           NOTIFID,
                           APPTID,
                           OUTCOME,
                           NOTE,
                           WORKEDBY )
                  VALUES ( DEFAULT,
                           :SMI-FROM-NUMBER,
                           :SMI-TEXT,
                           :SMI-GATEWAY-REF,
                           TIMESTAMP(:SMI-RECEIVED-DATE,
                                     :SMI-RECEIVED-TIME),
                           0,
                           0,
                           0,
                           'P',
                           'AWAITING MATCH',
                           ' ' )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-REPLIES-STAGED
             WHEN -180
             WHEN -181
               MOVE 'RECEIVED TIME NOT VALID' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN OTHER
               MOVE 'SQL ERROR ON INSERT' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
           END-EVALUATE.

       WRITE-REJECT.
           MOVE SMI-GATEWAY-REF   TO WS-REJ-GATEWAY-REF
           MOVE SMI-FROM-NUMBER   TO WS-REJ-FROM-NUMBER
           MOVE SPACES            TO WS-REJ-RECEIVED
           STRING SMI-RECEIVED-DATE ' ' SMI-RECEIVED-TIME
                  DELIMITED BY SIZE INTO WS-REJ-RECEIVED
           MOVE SMI-TEXT          TO WS-REJ-TEXT
           MOVE WS-REJECT-LINE    TO REJECT-RPT-LINE
           WRITE REJECT-RPT-LINE
           ADD 1 TO WS-RECORDS-REJECTED.

       TERMINATE-JOB.
           MOVE WS-REPLIES-STAGED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE REPLY-IN.
           CLOSE REJECT-RPT.

           DISPLAY 'HCSMBJ01 - RECORDS READ:    ' WS-RECORDS-READ.
           DISPLAY 'HCSMBJ01 - REPLIES STAGED:  ' WS-REPLIES-STAGED.
           DISPLAY 'HCSMBJ01 - ALREADY HELD:    ' WS-ALREADY-RECEIVED.
           DISPLAY 'HCSMBJ01 - REJECTED:        ' WS-RECORDS-REJECTED.
           DISPLAY 'HCSMBJ01 - SMS REPLY FILE LOAD COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
