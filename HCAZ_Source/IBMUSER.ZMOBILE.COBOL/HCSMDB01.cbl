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
      *              Inbound SMS Reminder Reply Logic                  *
      *                                                                *
      *   A text message the SMS gateway received back from a         *
      *  patient (posted by HCGRESTW) is matched to the latest        *
      *  appointment reminder (APPTREMD NOTIFICATION, HCARBJ01) sent  *
      *  by SMS to the patient whose mobile number it came from, and  *
      *  through the date/time it carried to the booked APPOINTMENT.  *
      *  A first word of YES (Y, OK, CONFIRM) stamps the appointment  *
      *  confirmed; CANCEL cancels it through the normal HCSADB01     *
      *  cancellation, so the waiting list and transport follow.      *
      *  Anything else - a reply that matches no reminder, words not  *
      *  recognised, a cancel that fails - is left on the front-desk  *
      *  worklist (HCSMPL01) until someone marks it dealt with.       *
      *  Every reply is kept on SMSREPLY with its outcome, and a      *
      *  reply the gateway delivers twice is not actioned twice.     *
      *   Replies the gateway sends as a file are staged on           *
      *  SMSREPLY as pending (P) by HCSMBJ01; HCSMBJ02 then has       *
      *  each worked here in turn (01PSMS) just as if posted.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSMDB01.
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
                                        VALUE 'HCSMDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADERTRAILER-LEN  PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      * First word of the reply, upper-cased, decides what it means
       01  WS-REPLY-FIELDS.
           03 WS-LEAD-SPACES           PIC S9(4) COMP.
           03 WS-FIRST-WORD            PIC X(10).
           03 WS-MATCH-SWITCH          PIC X(1).
              88 WS-REMINDER-MATCHED   VALUE 'Y'.
           03 WS-CANCEL-RC             PIC 9(2).

       01  WS-WORKLIST-EOF-SWITCH      PIC X VALUE 'N'.
           88 WS-WORKLIST-EOF          VALUE 'Y'.

      * Commarea handed to HCSADB01 for a cancellation
       01  APPT-COMM-AREA.
       COPY HCCMAREA.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-REPLY-ID             PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-NOTIF-ID             PIC S9(9) COMP.
           03 DB2-APPT-ID              PIC S9(9) COMP.
           03 DB2-FROM-NUMBER          PIC X(20).
           03 DB2-TEXT                 PIC X(160).
           03 DB2-GATEWAY-REF          PIC X(20).
           03 DB2-OUTCOME              PIC X(1).
           03 DB2-NOTE                 PIC X(40).
           03 DB2-WORKED-BY            PIC X(10).
           03 DB2-RECEIVED             PIC X(11).
           03 DB2-FROM-SHORT           PIC X(15).
           03 DB2-TEXT-SHORT           PIC X(30).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE HCCMAREA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
      *----------------------------------------------------------------*

      * initialize DB2 host variables
           INITIALIZE DB2-OUT.

      *----------------------------------------------------------------*
      * Check commarea and obtain required details                     *
      *----------------------------------------------------------------*
      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF

      * initialize commarea return code to zero
           MOVE '00' TO CA-RETURN-CODE OF DFHCOMMAREA
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * check commarea length - meets minimum requirement
           ADD WS-CA-HEADERTRAILER-LEN TO WS-REQUIRED-CA-LEN
      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE OF DFHCOMMAREA
             EXEC CICS RETURN END-EXEC
           END-IF

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID OF DFHCOMMAREA
             WHEN '01RSMS'
               PERFORM RECEIVE-SMS-REPLY THRU RECEIVE-SMS-REPLY-EXIT
             WHEN '01PSMS'
               PERFORM WORK-PENDING-REPLY THRU WORK-PENDING-REPLY-EXIT
             WHEN '01ISMS'
               PERFORM LIST-WORKLIST
             WHEN '01DSMS'
               PERFORM MARK-DEALT-WITH
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE OF DFHCOMMAREA
           END-EVALUATE.

      *----------------------------------------------------------------*
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       RECEIVE-SMS-REPLY.
      *================================================================*
      * One reply from the gateway - matched, actioned and kept.      *
      *   '87' no from number   '00' with CA-SR-OUTCOME set otherwise  *
      *================================================================*
           IF CA-SR-FROM-NUMBER OF DFHCOMMAREA EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-SR-FROM-NUMBER OF DFHCOMMAREA TO DB2-FROM-NUMBER
           MOVE CA-SR-TEXT OF DFHCOMMAREA        TO DB2-TEXT
           MOVE CA-SR-GATEWAY-REF OF DFHCOMMAREA TO DB2-GATEWAY-REF
           MOVE ZERO TO DB2-PATIENT-ID DB2-NOTIF-ID DB2-APPT-ID

      *    the gateway retries a delivery it did not see acknowledged -
      *    hand back what was done the first time
           IF DB2-GATEWAY-REF NOT EQUAL SPACES
              PERFORM CHECK-ALREADY-RECEIVED
              IF SQLCODE EQUAL 0
                 GO TO RECEIVE-SMS-REPLY-EXIT
              END-IF
           END-IF

           PERFORM ACTION-SMS-REPLY

           PERFORM INSERT-SMS-REPLY

           MOVE DB2-REPLY-ID   TO CA-SR-REPLY-ID OF DFHCOMMAREA
           MOVE DB2-PATIENT-ID TO CA-PATIENT-ID OF DFHCOMMAREA
           MOVE DB2-NOTIF-ID   TO CA-SR-NOTIF-ID OF DFHCOMMAREA
           MOVE DB2-APPT-ID    TO CA-SR-APPT-ID OF DFHCOMMAREA
           MOVE DB2-OUTCOME    TO CA-SR-OUTCOME OF DFHCOMMAREA
           MOVE DB2-NOTE       TO CA-SR-NOTE OF DFHCOMMAREA.

       RECEIVE-SMS-REPLY-EXIT.
           EXIT.

      *================================================================*
       WORK-PENDING-REPLY.
      *================================================================*
      * The next reply staged from the gateway file after the one     *
      * named in CA-SR-REPLY-ID (zero for the first) - matched and    *
      * actioned, and its row brought up to date with the outcome.    *
      *   '01' none left pending   '00' with CA-SR-OUTCOME set        *
      *================================================================*
           MOVE CA-SR-REPLY-ID OF DFHCOMMAREA TO DB2-REPLY-ID
           MOVE ' SELECT SMSREPLY' TO EM-SQLREQ
           EXEC SQL
               SELECT REPLYID, FROMNUMBER, REPLYTEXT,
                      VALUE(GATEWAYREF, ' ')
                 INTO :DB2-REPLY-ID, :DB2-FROM-NUMBER, :DB2-TEXT,
                      :DB2-GATEWAY-REF
                 FROM SMSREPLY
                WHERE OUTCOME = 'P'
                  AND REPLYID > :DB2-REPLY-ID
                ORDER BY REPLYID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
               GO TO WORK-PENDING-REPLY-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

      *    named back straight away, so a reply that fails can be
      *    stepped over and left pending for the next run
           MOVE DB2-REPLY-ID TO CA-SR-REPLY-ID OF DFHCOMMAREA
           MOVE ZERO TO DB2-PATIENT-ID DB2-NOTIF-ID DB2-APPT-ID

           PERFORM ACTION-SMS-REPLY

           MOVE ' UPDATE SMSREPLY' TO EM-SQLREQ
           EXEC SQL
               UPDATE SMSREPLY
                  SET PATIENTID = :DB2-PATIENT-ID,
                      NOTIFID   = :DB2-NOTIF-ID,
                      APPTID    = :DB2-APPT-ID,
                      OUTCOME   = :DB2-OUTCOME,
                      NOTE      = :DB2-NOTE
                WHERE REPLYID = :DB2-REPLY-ID
                  AND OUTCOME = 'P'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-PATIENT-ID TO CA-PATIENT-ID OF DFHCOMMAREA
           MOVE DB2-NOTIF-ID   TO CA-SR-NOTIF-ID OF DFHCOMMAREA
           MOVE DB2-APPT-ID    TO CA-SR-APPT-ID OF DFHCOMMAREA
           MOVE DB2-OUTCOME    TO CA-SR-OUTCOME OF DFHCOMMAREA
           MOVE DB2-NOTE       TO CA-SR-NOTE OF DFHCOMMAREA.

       WORK-PENDING-REPLY-EXIT.
           EXIT.

      *================================================================*
       ACTION-SMS-REPLY.
      *================================================================*
      * Match the reply to its reminder and act on its first word -   *
      * DB2-OUTCOME and DB2-NOTE say what was done                    *
      *================================================================*
           PERFORM MATCH-REMINDER

           MOVE ZERO TO WS-LEAD-SPACES
           MOVE SPACES TO WS-FIRST-WORD
           INSPECT DB2-TEXT TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           IF WS-LEAD-SPACES < LENGTH OF DB2-TEXT
              UNSTRING DB2-TEXT(WS-LEAD-SPACES + 1:)
                  DELIMITED BY ALL SPACE OR '.' OR ',' OR '!'
                  INTO WS-FIRST-WORD
              END-UNSTRING
              MOVE Function UPPER-CASE(WS-FIRST-WORD) TO WS-FIRST-WORD
           END-IF

           EVALUATE TRUE
             WHEN NOT WS-REMINDER-MATCHED
               MOVE 'W' TO DB2-OUTCOME
               MOVE 'NO BOOKED REMINDED APPOINTMENT FOR NUMBER'
                 TO DB2-NOTE
             WHEN WS-FIRST-WORD EQUAL 'YES' OR 'Y' OR 'OK'
                                   OR 'CONFIRM' OR 'CONFIRMED'
               PERFORM CONFIRM-APPOINTMENT
             WHEN WS-FIRST-WORD EQUAL 'CANCEL'
               PERFORM CANCEL-APPOINTMENT
             WHEN OTHER
               MOVE 'W' TO DB2-OUTCOME
               MOVE 'REPLY NOT RECOGNISED' TO DB2-NOTE
           END-EVALUATE.

           EXIT.

      *================================================================*
       CHECK-ALREADY-RECEIVED.
      *================================================================*
           MOVE ' SELECT SMSREPLY' TO EM-SQLREQ
           EXEC SQL
               SELECT REPLYID, VALUE(PATIENTID, 0), VALUE(NOTIFID, 0),
                      VALUE(APPTID, 0), OUTCOME, VALUE(NOTE, ' ')
                 INTO :DB2-REPLY-ID, :DB2-PATIENT-ID, :DB2-NOTIF-ID,
                      :DB2-APPT-ID, :DB2-OUTCOME, :DB2-NOTE
                 FROM SMSREPLY
                WHERE GATEWAYREF = :DB2-GATEWAY-REF
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-REPLY-ID   TO CA-SR-REPLY-ID OF DFHCOMMAREA
               MOVE DB2-PATIENT-ID TO CA-PATIENT-ID OF DFHCOMMAREA
               MOVE DB2-NOTIF-ID   TO CA-SR-NOTIF-ID OF DFHCOMMAREA
               MOVE DB2-APPT-ID    TO CA-SR-APPT-ID OF DFHCOMMAREA
               MOVE DB2-OUTCOME    TO CA-SR-OUTCOME OF DFHCOMMAREA
               MOVE DB2-NOTE       TO CA-SR-NOTE OF DFHCOMMAREA
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       MATCH-REMINDER.
      *================================================================*
      * The newest reminder sent by SMS to a patient with this mobile *
      * number whose appointment (the date/time the reminder carried) *
      * is still booked and not yet past                              *
      *================================================================*
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ' SELECT NOTIFICATION' TO EM-SQLREQ
           EXEC SQL
               SELECT N.NOTIFID, N.PATIENTID, A.APPTID
                 INTO :DB2-NOTIF-ID, :DB2-PATIENT-ID, :DB2-APPT-ID
                 FROM PATIENT P, NOTIFICATION N, APPOINTMENT A
                WHERE P.PHONEMOBILE = :DB2-FROM-NUMBER
                  AND N.PATIENTID   = P.PATIENTID
                  AND N.TEMPLATEID  = 'APPTREMD'
                  AND N.CHANNEL     = 'S'
                  AND N.STATUS IN ('Q', 'S')
                  AND A.PATIENTID   = N.PATIENTID
                  AND A.APPTDATETIME =
                      SUBSTR(N.MERGEFIELDS, 60, 10) || ' ' ||
                      SUBSTR(N.MERGEFIELDS, 76, 8)
                  AND A.STATUS = 'B'
                  AND SUBSTR(A.APPTDATETIME, 1, 10) >=
                      CHAR(CURRENT DATE, ISO)
                ORDER BY N.CREATED DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-MATCH-SWITCH
             WHEN 100
               MOVE ZERO TO DB2-NOTIF-ID DB2-PATIENT-ID DB2-APPT-ID
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       CONFIRM-APPOINTMENT.
      *================================================================*
           MOVE ' UPDATE APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
               UPDATE APPOINTMENT
                  SET CONFIRMDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE APPTID = :DB2-APPT-ID
                  AND STATUS = 'B'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO DB2-OUTCOME
               MOVE 'APPOINTMENT CONFIRMED BY SMS' TO DB2-NOTE
             WHEN 100
               MOVE 'W' TO DB2-OUTCOME
               MOVE 'APPOINTMENT NO LONGER BOOKED' TO DB2-NOTE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       CANCEL-APPOINTMENT.
      *================================================================*
      * Cancelled the same way as from the booking screen, so the     *
      * slot is offered to the waiting list and transport stood down  *
      *================================================================*
           INITIALIZE APPT-COMM-AREA
           MOVE '01CAPP'       TO CA-REQUEST-ID OF APPT-COMM-AREA
           MOVE ZERO           TO CA-RETURN-CODE OF APPT-COMM-AREA
           MOVE DB2-PATIENT-ID TO CA-PATIENT-ID OF APPT-COMM-AREA
           MOVE DB2-APPT-ID    TO CA-APPT-ID OF APPT-COMM-AREA

           EXEC CICS LINK Program('HCSADB01')
                Commarea(APPT-COMM-AREA)
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF APPT-COMM-AREA EQUAL 92
              MOVE ' LINK HCSADB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           MOVE CA-RETURN-CODE OF APPT-COMM-AREA TO WS-CANCEL-RC
           IF WS-CANCEL-RC EQUAL ZERO
              MOVE 'C' TO DB2-OUTCOME
              MOVE 'APPOINTMENT CANCELLED BY SMS' TO DB2-NOTE
           ELSE
              MOVE 'W' TO DB2-OUTCOME
              MOVE SPACES TO DB2-NOTE
              STRING 'CANCEL REFUSED RC ' WS-CANCEL-RC
                 DELIMITED BY SIZE INTO DB2-NOTE
           END-IF.

           EXIT.

      *================================================================*
       INSERT-SMS-REPLY.
      *================================================================*
           MOVE ' INSERT SMSREPLY' TO EM-SQLREQ
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
                           :DB2-FROM-NUMBER,
                           :DB2-TEXT,
                           :DB2-GATEWAY-REF,
                           CURRENT TIMESTAMP,
                           :DB2-PATIENT-ID,
                           :DB2-NOTIF-ID,
                           :DB2-APPT-ID,
                           :DB2-OUTCOME,
                           :DB2-NOTE,
                           ' ' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
               SET :DB2-REPLY-ID = IDENTITY_VAL_LOCAL()
           END-EXEC.

           EXIT.

      *================================================================*
       LIST-WORKLIST.
      *================================================================*
      * The oldest replies still waiting for the front desk           *
      *================================================================*
           MOVE ZERO TO CA-SR-COUNT OF DFHCOMMAREA
           MOVE ' SELECT SMSREPLY' TO EM-SQLREQ

           EXEC SQL
               DECLARE SRCSR CURSOR FOR
               SELECT REPLYID,
                      SUBSTR(CHAR(RECEIVED), 6, 11),
                      SUBSTR(FROMNUMBER, 1, 15),
                      SUBSTR(REPLYTEXT, 1, 30)
                 FROM SMSREPLY
                WHERE OUTCOME = 'W'
                ORDER BY RECEIVED
                FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN SRCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO WS-WORKLIST-EOF-SWITCH
           PERFORM FETCH-WORKLIST-ENTRY
               UNTIL WS-WORKLIST-EOF

           EXEC SQL
               CLOSE SRCSR
           END-EXEC

           IF CA-SR-COUNT OF DFHCOMMAREA EQUAL ZERO
              MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
           END-IF.

           EXIT.

       FETCH-WORKLIST-ENTRY.
           EXEC SQL
               FETCH SRCSR
                INTO :DB2-REPLY-ID, :DB2-RECEIVED,
                     :DB2-FROM-SHORT, :DB2-TEXT-SHORT
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR CA-SR-COUNT OF DFHCOMMAREA = 8
              MOVE 'Y' TO WS-WORKLIST-EOF-SWITCH
           ELSE
              ADD 1 TO CA-SR-COUNT OF DFHCOMMAREA
              MOVE DB2-REPLY-ID TO
                   CA-SRE-ID OF DFHCOMMAREA (CA-SR-COUNT OF DFHCOMMAREA)
              MOVE DB2-RECEIVED TO CA-SRE-RECEIVED OF DFHCOMMAREA
                                   (CA-SR-COUNT OF DFHCOMMAREA)
              MOVE DB2-FROM-SHORT TO CA-SRE-FROM OF DFHCOMMAREA
                                   (CA-SR-COUNT OF DFHCOMMAREA)
              MOVE DB2-TEXT-SHORT TO CA-SRE-TEXT OF DFHCOMMAREA
                                   (CA-SR-COUNT OF DFHCOMMAREA)
           END-IF.

      *================================================================*
       MARK-DEALT-WITH.
      *================================================================*
      * The front desk has phoned the patient or rebooked by hand -   *
      * the reply leaves the worklist.  '01' not on the worklist.     *
      *================================================================*
           MOVE CA-SR-REPLY-ID OF DFHCOMMAREA  TO DB2-REPLY-ID
           MOVE CA-SR-WORKED-BY OF DFHCOMMAREA TO DB2-WORKED-BY
           MOVE ' UPDATE SMSREPLY' TO EM-SQLREQ

           EXEC SQL
               UPDATE SMSREPLY
                  SET OUTCOME  = 'D',
                      WORKEDBY = :DB2-WORKED-BY,
                      WORKEDAT = CURRENT TIMESTAMP
                WHERE REPLYID = :DB2-REPLY-ID
                  AND OUTCOME = 'W'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'D' TO CA-SR-OUTCOME OF DFHCOMMAREA
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
