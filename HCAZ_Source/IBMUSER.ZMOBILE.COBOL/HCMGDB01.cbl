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
      *              Patient Secure Messaging Logic                    *
      *                                                                *
      *   Messages on the MESSAGE table between a patient and a       *
      *  clinic's inbox.  The patient side (HCSRESTW) sends a message *
      *  into a clinic and reads it back with the clinic's latest     *
      *  reply; a portal username sent with the request must be the   *
      *  patient's own or hold a live PROXYGRANT for them - scope S   *
      *  to send, V or S to read - and a proxy's message is audited   *
      *  under the acting user.  The clinic side (HCMGPL01) lists the *
      *  oldest open messages in a clinic inbox, opens one, replies   *
      *  or closes it without a reply.  A reply queues a MSGREPLY     *
      *  NOTIFICATION telling the patient to sign in and read it -    *
      *  the text itself never goes out by SMS or email.  HCMGBJ01    *
      *  reports messages left unanswered.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMGDB01.
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
                                        VALUE 'HCMGDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.

       COPY HCADTWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADERTRAILER-LEN  PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      * Acting-user check - the scope the request needs and whether
      * the user is a proxy rather than the patient themselves
       01  WS-ACTING-FIELDS.
           03 WS-NEED-SCOPE            PIC X(1).
           03 WS-PROXY-SWITCH          PIC X(1) VALUE 'N'.
              88 WS-ACTING-AS-PROXY    VALUE 'Y'.

       01  WS-INBOX-EOF-SWITCH         PIC X VALUE 'N'.
           88 WS-INBOX-EOF             VALUE 'Y'.

       01  WS-NOTIF-MERGE-FIELDS.
           03 FILLER                   PIC X(6) VALUE 'MSGID='.
           03 WS-NTF-MESSAGE-ID        PIC 9(10).
           03 FILLER                   PIC X(8) VALUE ' CLINIC='.
           03 WS-NTF-CLINIC            PIC X(20).
           03 FILLER                   PIC X(56) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-USER-PATIENT-ID      PIC S9(9) COMP.
           03 DB2-MESSAGE-ID           PIC S9(9) COMP.
           03 DB2-REPLY-TO-ID          PIC S9(9) COMP.
           03 DB2-CLINIC               PIC X(20).
           03 DB2-DIRECTION            PIC X(1).
           03 DB2-SUBJECT              PIC X(40).
           03 DB2-TEXT                 PIC X(280).
           03 DB2-SENT-BY              PIC X(10).
           03 DB2-PROXY-USER           PIC X(10).
           03 DB2-SENT-DATETIME        PIC X(26).
           03 DB2-STATUS               PIC X(1).
           03 DB2-ANSWERED-AT          PIC X(26).
           03 DB2-ANSWERED-BY          PIC X(10).
           03 DB2-PROXY-SCOPE          PIC X(1).
           03 DB2-IN-SENT              PIC X(16).
           03 DB2-IN-SUBJECT           PIC X(30).
           03 DB2-NTF-MERGE            PIC X(100).

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
           MOVE '00' TO CA-RETURN-CODE
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * check commarea length - meets minimum requirement
           ADD WS-CA-HEADERTRAILER-LEN TO WS-REQUIRED-CA-LEN
      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-PATIENT-ID    TO DB2-PATIENT-ID
           MOVE CA-MG-MESSAGE-ID TO DB2-MESSAGE-ID

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01SMSG'
               PERFORM SEND-PATIENT-MESSAGE
             WHEN '01IMSG'
               PERFORM GET-PATIENT-MESSAGE
             WHEN '01IINB'
               PERFORM LIST-CLINIC-INBOX
             WHEN '01VMSG'
               PERFORM OPEN-CLINIC-MESSAGE
             WHEN '01RMSG'
               PERFORM REPLY-TO-MESSAGE
             WHEN '01CMSG'
               PERFORM CLOSE-MESSAGE
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
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
       SEND-PATIENT-MESSAGE.
      *================================================================*
      * A new message from the patient into the clinic's inbox.       *
      *   '87' clinic or text missing    '01' no such patient          *
      *   '05' user may not act for the patient                        *
      *   '06' proxy grant is view only                                *
      *================================================================*
           IF CA-MG-CLINIC EQUAL SPACES OR
              CA-MG-TEXT EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID
                 INTO :DB2-USER-PATIENT-ID
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE 'S' TO WS-NEED-SCOPE
           PERFORM CHECK-ACTING-USER THRU CHECK-ACTING-EXIT

           MOVE CA-MG-CLINIC      TO DB2-CLINIC
           MOVE CA-MG-SUBJECT     TO DB2-SUBJECT
           MOVE CA-MG-TEXT        TO DB2-TEXT
           MOVE CA-MG-ACTING-USER TO DB2-SENT-BY
           IF WS-ACTING-AS-PROXY
              MOVE CA-MG-ACTING-USER TO DB2-PROXY-USER
           ELSE
              MOVE SPACES            TO DB2-PROXY-USER
           END-IF

           MOVE ' INSERT MESSAGE' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO MESSAGE
                         ( MESSAGEID,
                           PATIENTID,
                           CLINIC,
                           DIRECTION,
                           REPLYTOID,
                           SUBJECT,
                           MESSAGETEXT,
                           SENTBY,
                           PROXYUSER,
                           SENTDATETIME,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-CLINIC,
                           'P',
                           0,
                           :DB2-SUBJECT,
                           :DB2-TEXT,
                           :DB2-SENT-BY,
                           :DB2-PROXY-USER,
                           CURRENT TIMESTAMP,
                           'N' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
               SET :DB2-MESSAGE-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-MESSAGE-ID TO CA-MG-MESSAGE-ID
           MOVE 'P'            TO CA-MG-DIRECTION
           MOVE 'N'            TO CA-MG-STATUS

      *    a proxy's message is recorded against the real user
           IF WS-ACTING-AS-PROXY
              MOVE 'HCMGDB01' TO AUD-PROGRAM
              MOVE SPACES TO AUD-KEY
              STRING 'MESSAGE ' DELIMITED BY SIZE
                     CA-MG-MESSAGE-ID DELIMITED BY SIZE
                INTO AUD-KEY
              MOVE SPACES TO AUD-BEFORE
              STRING 'ACTING USER ' DELIMITED BY SIZE
                     CA-MG-ACTING-USER DELIMITED BY SIZE
                     ' FOR PATIENT ' DELIMITED BY SIZE
                     CA-PATIENT-ID DELIMITED BY SIZE
                INTO AUD-BEFORE
              MOVE 'PROXY MESSAGE SENT' TO AUD-AFTER
              PERFORM WRITE-AUDIT-LOG
           END-IF.

           EXIT.

      *================================================================*
       GET-PATIENT-MESSAGE.
      *================================================================*
      * One of the patient's own messages with the clinic's latest    *
      * reply.  '01' not theirs or not found; '05' as above.          *
      *================================================================*
           MOVE 'V' TO WS-NEED-SCOPE
           PERFORM CHECK-ACTING-USER THRU CHECK-ACTING-EXIT

           PERFORM READ-MESSAGE

           IF DB2-PATIENT-ID NOT EQUAL CA-PATIENT-ID
              MOVE '01' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-LATEST-REPLY.

           EXIT.

      *================================================================*
       LIST-CLINIC-INBOX.
      *================================================================*
      * The clinic's ten oldest messages still waiting - new or       *
      * opened, not yet answered or closed                            *
      *================================================================*
           IF CA-MG-CLINIC EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-MG-CLINIC TO DB2-CLINIC
           MOVE ZERO TO CA-MG-INBOX-COUNT
           MOVE ' SELECT MESSAGE' TO EM-SQLREQ

           EXEC SQL
               DECLARE INBCSR CURSOR FOR
               SELECT MESSAGEID, PATIENTID,
                      SUBSTR(CHAR(SENTDATETIME), 1, 16),
                      SUBSTR(VALUE(SUBJECT, ' '), 1, 30), STATUS
                 FROM MESSAGE
                WHERE CLINIC    = :DB2-CLINIC
                  AND DIRECTION = 'P'
                  AND STATUS IN ('N', 'O')
                ORDER BY SENTDATETIME
                FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN INBCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO WS-INBOX-EOF-SWITCH
           PERFORM FETCH-INBOX-ENTRY
               UNTIL WS-INBOX-EOF

           EXEC SQL
               CLOSE INBCSR
           END-EXEC

           IF CA-MG-INBOX-COUNT EQUAL ZERO
              MOVE '01' TO CA-RETURN-CODE
           END-IF.

           EXIT.

       FETCH-INBOX-ENTRY.
           EXEC SQL
               FETCH INBCSR
                INTO :DB2-MESSAGE-ID, :DB2-PATIENT-ID,
                     :DB2-IN-SENT, :DB2-IN-SUBJECT, :DB2-STATUS
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR CA-MG-INBOX-COUNT = 10
              MOVE 'Y' TO WS-INBOX-EOF-SWITCH
           ELSE
              ADD 1 TO CA-MG-INBOX-COUNT
              MOVE DB2-MESSAGE-ID
                TO CA-MG-IN-MSG-ID(CA-MG-INBOX-COUNT)
              MOVE DB2-PATIENT-ID
                TO CA-MG-IN-PATIENT(CA-MG-INBOX-COUNT)
              MOVE DB2-IN-SENT
                TO CA-MG-IN-SENT(CA-MG-INBOX-COUNT)
              MOVE DB2-IN-SUBJECT
                TO CA-MG-IN-SUBJECT(CA-MG-INBOX-COUNT)
              MOVE DB2-STATUS
                TO CA-MG-IN-STATUS(CA-MG-INBOX-COUNT)
           END-IF.

      *================================================================*
       OPEN-CLINIC-MESSAGE.
      *================================================================*
      * Staff open a message from the inbox - a new one becomes       *
      * opened so the inbox shows someone has it in hand              *
      *================================================================*
           PERFORM READ-MESSAGE

           IF DB2-STATUS EQUAL 'N'
              MOVE ' UPDATE MESSAGE' TO EM-SQLREQ
              EXEC SQL
                  UPDATE MESSAGE
                     SET STATUS = 'O'
                   WHERE MESSAGEID = :DB2-MESSAGE-ID
                     AND STATUS    = 'N'
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE 'O' TO CA-MG-STATUS
           END-IF

           PERFORM READ-LATEST-REPLY.

           EXIT.

      *================================================================*
       REPLY-TO-MESSAGE.
      *================================================================*
      * The clinic answers a patient message: the reply is stored as  *
      * its own row, the patient's message is stamped answered the    *
      * first time, and the patient is told a reply is waiting.       *
      *   '87' no reply text   '01' no such patient message            *
      *================================================================*
           IF CA-MG-TEXT EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-MG-TEXT    TO DB2-TEXT
           MOVE CA-MG-SENT-BY TO DB2-SENT-BY
           PERFORM READ-MESSAGE

           MOVE ' INSERT MESSAGE' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO MESSAGE
                         ( MESSAGEID,
                           PATIENTID,
                           CLINIC,
                           DIRECTION,
                           REPLYTOID,
                           SUBJECT,
                           MESSAGETEXT,
                           SENTBY,
                           PROXYUSER,
                           SENTDATETIME,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-CLINIC,
                           'S',
                           :DB2-MESSAGE-ID,
                           :DB2-SUBJECT,
                           :DB2-TEXT,
                           :DB2-SENT-BY,
                           ' ',
                           CURRENT TIMESTAMP,
                           'A' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE MESSAGE' TO EM-SQLREQ
           EXEC SQL
               UPDATE MESSAGE
                  SET STATUS       = 'A',
                      ANSWEREDAT   = CURRENT TIMESTAMP,
                      ANSWEREDBY   = :DB2-SENT-BY
                WHERE MESSAGEID = :DB2-MESSAGE-ID
                  AND STATUS IN ('N', 'O', 'C')
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

      *    the notification only says a reply is waiting - the
      *    patient reads it signed in
           MOVE DB2-MESSAGE-ID TO WS-NTF-MESSAGE-ID
           MOVE DB2-CLINIC     TO WS-NTF-CLINIC
           MOVE WS-NOTIF-MERGE-FIELDS TO DB2-NTF-MERGE
           MOVE ' INSERT NOTIFICATION' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO NOTIFICATION
                         ( NOTIFID,
                           PATIENTID,
                           CHANNEL,
                           TEMPLATEID,
                           MERGEFIELDS,
                           CREATED,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           ' ',
                           'MSGREPLY',
                           :DB2-NTF-MERGE,
                           CURRENT TIMESTAMP,
                           'P' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-MESSAGE
           PERFORM READ-LATEST-REPLY.

           EXIT.

      *================================================================*
       CLOSE-MESSAGE.
      *================================================================*
      * Close a message that needs no reply (a thank-you, a duplicate)*
      * so it leaves the inbox and the unanswered report              *
      *================================================================*
           MOVE CA-MG-SENT-BY TO DB2-SENT-BY
           MOVE ' UPDATE MESSAGE' TO EM-SQLREQ
           EXEC SQL
               UPDATE MESSAGE
                  SET STATUS       = 'C',
                      ANSWEREDAT   = CURRENT TIMESTAMP,
                      ANSWEREDBY   = :DB2-SENT-BY
                WHERE MESSAGEID = :DB2-MESSAGE-ID
                  AND DIRECTION = 'P'
                  AND STATUS IN ('N', 'O')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           PERFORM READ-MESSAGE.

           EXIT.

      *================================================================*
       READ-MESSAGE.
      *================================================================*
      * The patient message keyed - '01' when there is none           *
      *================================================================*
           MOVE ' SELECT MESSAGE' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID, CLINIC, VALUE(SUBJECT, ' '),
                      MESSAGETEXT, VALUE(SENTBY, ' '),
                      CHAR(SENTDATETIME), STATUS,
                      VALUE(CHAR(ANSWEREDAT), ' '),
                      VALUE(ANSWEREDBY, ' ')
                 INTO :DB2-PATIENT-ID, :DB2-CLINIC, :DB2-SUBJECT,
                      :DB2-TEXT, :DB2-SENT-BY,
                      :DB2-SENT-DATETIME, :DB2-STATUS,
                      :DB2-ANSWERED-AT, :DB2-ANSWERED-BY
                 FROM MESSAGE
                WHERE MESSAGEID = :DB2-MESSAGE-ID
                  AND DIRECTION = 'P'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE DB2-PATIENT-ID    TO CA-PATIENT-ID
           MOVE DB2-MESSAGE-ID    TO CA-MG-MESSAGE-ID
           MOVE DB2-CLINIC        TO CA-MG-CLINIC
           MOVE 'P'               TO CA-MG-DIRECTION
           MOVE ZERO              TO CA-MG-REPLY-TO-ID
           MOVE DB2-SUBJECT       TO CA-MG-SUBJECT
           MOVE DB2-TEXT          TO CA-MG-TEXT
           MOVE DB2-SENT-BY       TO CA-MG-SENT-BY
           MOVE DB2-SENT-DATETIME TO CA-MG-SENT-DATETIME
           MOVE DB2-STATUS        TO CA-MG-STATUS
           MOVE DB2-ANSWERED-AT   TO CA-MG-ANSWERED-AT
           MOVE DB2-ANSWERED-BY   TO CA-MG-ANSWERED-BY.

           EXIT.

      *================================================================*
       READ-LATEST-REPLY.
      *================================================================*
      * The clinic's most recent reply to the message, if any         *
      *================================================================*
           MOVE SPACES TO CA-MG-REPLY-TEXT
           MOVE ' SELECT MESSAGE' TO EM-SQLREQ
           EXEC SQL
               SELECT MESSAGETEXT
                 INTO :DB2-TEXT
                 FROM MESSAGE
                WHERE REPLYTOID = :DB2-MESSAGE-ID
                  AND DIRECTION = 'S'
                ORDER BY SENTDATETIME DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-TEXT TO CA-MG-REPLY-TEXT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       CHECK-ACTING-USER.
      *================================================================*
      * A portal username on the request must be the patient's own    *
      * login or hold a live PROXYGRANT for the patient with the      *
      * scope WS-NEED-SCOPE asks for - S to send, V (or S) to read.   *
      * No username means a trusted client acting for the patient.    *
      *================================================================*
           MOVE 'N' TO WS-PROXY-SWITCH
           IF CA-MG-ACTING-USER EQUAL SPACES OR
              CA-MG-ACTING-USER EQUAL LOW-VALUES
              GO TO CHECK-ACTING-EXIT
           END-IF

           MOVE ' SELECT PATIENTUSER' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID
                 INTO :DB2-USER-PATIENT-ID
                 FROM PATIENTUSER
                WHERE USERNAME = :CA-MG-ACTING-USER
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-USER-PATIENT-ID EQUAL DB2-PATIENT-ID
                  GO TO CHECK-ACTING-EXIT
               END-IF
             WHEN 100
               MOVE '05' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' SELECT PROXYGRANT' TO EM-SQLREQ
           EXEC SQL
               SELECT SCOPE
                 INTO :DB2-PROXY-SCOPE
                 FROM PROXYGRANT
                WHERE USERNAME  = :CA-MG-ACTING-USER
                  AND PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'A'
                  AND DATE(EXPIRYDATE) >= CURRENT DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-PROXY-SWITCH
             WHEN 100
               MOVE '05' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF WS-NEED-SCOPE EQUAL 'S' AND DB2-PROXY-SCOPE NOT EQUAL 'S'
              MOVE '06' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

       CHECK-ACTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.

      *----------------------------------------------------------------*
       COPY HCADTPD.
