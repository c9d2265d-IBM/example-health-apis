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
      *              Staged SMS Reply Processing                       *
      *                                                                *
      *   Works the replies HCSMBJ01 staged on SMSREPLY as pending     *
      *  (P) from the gateway's file, oldest first, each through the   *
      *  same HCSMDB01 matching as a reply posted to HCGRESTW - YES    *
      *  confirms, CANCEL cancels through HCSADB01, anything else      *
      *  goes on the front-desk worklist.  Each reply is its own unit  *
      *  of work, committed before the next is taken.                  *
      *                                                                *
      *   Cancelling needs the online cancellation, so this runs as a  *
      *  CICS task (transaction HCSP) rather than in the batch load -  *
      *  it is started once HCSMBJ01 has finished, and ends when no    *
      *  pending reply is left.  A reply met by a deadlock or timeout  *
      *  (92) is backed out and tried again after a pause, up to       *
      *  three times; after that the run stops and the replies not     *
      *  yet worked stay pending for the next start.  A reply that     *
      *  fails outright is backed out, listed and stepped over.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSMBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCSMBJ02------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
       77  HCSMDB01                    PIC X(8)       VALUE 'HCSMDB01'.

      * The reply last handed to HCSMDB01 - the next is the first
      * pending one after it
       01  WS-LAST-REPLY-ID            PIC 9(10) VALUE ZERO.

       01  WS-RUN-SWITCH               PIC X VALUE 'N'.
           88 WS-RUN-ENDED             VALUE 'Y'.

      * Deadlock/timeout retries on the reply in hand
       01  WS-BUSY-COUNT               PIC S9(4) COMP VALUE +0.
       01  WS-BUSY-LIMIT               PIC S9(4) COMP VALUE +3.
       01  WS-BUSY-DELAY               PIC S9(8) COMP VALUE +0.

       01  WS-COUNTERS.
           03 WS-REPLIES-WORKED        PIC 9(7) VALUE ZERO.
           03 WS-REPLIES-CONFIRMED     PIC 9(7) VALUE ZERO.
           03 WS-REPLIES-CANCELLED     PIC 9(7) VALUE ZERO.
           03 WS-REPLIES-WORKLIST      PIC 9(7) VALUE ZERO.
           03 WS-REPLIES-FAILED        PIC 9(7) VALUE ZERO.

      * Commarea handed to HCSMDB01 for each reply
       01  SMS-COMM-AREA.
           COPY HCCMAREA.

       COPY HCJCWS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variables
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

           MOVE 'HCSMBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           EXEC CICS SYNCPOINT END-EXEC

           PERFORM WORK-NEXT-REPLY UNTIL WS-RUN-ENDED.

           DISPLAY 'HCSMBJ02 - REPLIES WORKED:    ' WS-REPLIES-WORKED.
           DISPLAY 'HCSMBJ02 - CONFIRMED:         '
                    WS-REPLIES-CONFIRMED.
           DISPLAY 'HCSMBJ02 - CANCELLED:         '
                    WS-REPLIES-CANCELLED.
           DISPLAY 'HCSMBJ02 - LEFT ON WORKLIST:  '
                    WS-REPLIES-WORKLIST.
           DISPLAY 'HCSMBJ02 - FAILED, LEFT P:    ' WS-REPLIES-FAILED.

           MOVE WS-REPLIES-WORKED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       WORK-NEXT-REPLY.
      *================================================================*
      * Have HCSMDB01 match and action the next pending reply, then
      * commit it - or back it out if anything went wrong part way
      *================================================================*
           INITIALIZE SMS-COMM-AREA
           MOVE '01PSMS'         TO CA-REQUEST-ID
           MOVE ZERO             TO CA-RETURN-CODE
           MOVE WS-LAST-REPLY-ID TO CA-SR-REPLY-ID

           EXEC CICS LINK PROGRAM(HCSMDB01)
                     COMMAREA(SMS-COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           EVALUATE CA-RETURN-CODE
             WHEN 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE CA-SR-REPLY-ID TO WS-LAST-REPLY-ID
               MOVE ZERO TO WS-BUSY-COUNT
               PERFORM COUNT-OUTCOME
             WHEN 1
               MOVE 'Y' TO WS-RUN-SWITCH
             WHEN 92
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM WAIT-AND-RETRY
             WHEN OTHER
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               DISPLAY 'HCSMBJ02 - REPLY ' CA-SR-REPLY-ID
                       ' NOT WORKED, RC=' CA-RETURN-CODE
               ADD 1 TO WS-REPLIES-FAILED
      *        step over it - it stays pending for the next start
               IF CA-SR-REPLY-ID > WS-LAST-REPLY-ID
                  MOVE CA-SR-REPLY-ID TO WS-LAST-REPLY-ID
                  MOVE ZERO TO WS-BUSY-COUNT
               ELSE
                  MOVE 'Y' TO WS-RUN-SWITCH
               END-IF
           END-EVALUATE.

           EXIT.
      *================================================================*

      *================================================================*
       COUNT-OUTCOME.
      *================================================================*
           ADD 1 TO WS-REPLIES-WORKED
           EVALUATE CA-SR-OUTCOME
             WHEN 'Y'
               ADD 1 TO WS-REPLIES-CONFIRMED
             WHEN 'C'
               ADD 1 TO WS-REPLIES-CANCELLED
             WHEN OTHER
               ADD 1 TO WS-REPLIES-WORKLIST
           END-EVALUATE.

           EXIT.
      *================================================================*

      *================================================================*
       WAIT-AND-RETRY.
      *================================================================*
      * The same reply is taken again next time round - give the
      * other unit of work a moment first, longer each time
      *================================================================*
           ADD 1 TO WS-BUSY-COUNT
           IF WS-BUSY-COUNT > WS-BUSY-LIMIT
              DISPLAY 'HCSMBJ02 - SYSTEM BUSY, RUN STOPPED AFTER REPLY '
                       WS-LAST-REPLY-ID
              MOVE 'Y' TO WS-RUN-SWITCH
           ELSE
              MOVE WS-BUSY-COUNT TO WS-BUSY-DELAY
              EXEC CICS DELAY FOR SECONDS(WS-BUSY-DELAY)
              END-EXEC
           END-IF.

           EXIT.
      *================================================================*

      *----------------------------------------------------------------*
       COPY HCJCPD.
