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
      *          Complaints and Compliments Case Logic                 *
      *                                                                *
      *   One COMPLAINT row per case - a complaint (C) or compliment   *
      *  (P) - recording how it came in, its category, the patient,    *
      *  facility, clinic and ward it concerns, any member of staff    *
      *  named, and a short summary.  A complaint is given an          *
      *  acknowledgement due date three days after receipt and a       *
      *  response due date 35 days after (about 25 working days)       *
      *  unless a date agreed with the complainant is keyed.  A        *
      *  compliment needs neither and is logged closed.                *
      *                                                                *
      *   Acknowledging a complaint queues a CMPACK NOTIFICATION to    *
      *  the patient (the acknowledgement letter) and moves the case   *
      *  to A.  Updates record the response (R) and closure (C).       *
      *  Every change is audited.  HCCQBJ01 reports missed due dates   *
      *  weekly and HCCQBJ02 the themes each quarter.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCQDB01.
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
                                        VALUE 'HCCQDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
       COPY HCADTWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADERTRAILER-LEN  PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      * Days from receipt to the acknowledgement and response due
       01  WS-ACK-DAYS                 PIC S9(4) COMP VALUE +3.
       01  WS-RESPONSE-DAYS            PIC S9(4) COMP VALUE +35.

      * Keyed date under edit - must be YYYY-MM-DD
       01  WS-DATE-CHECK               PIC X(10).
       01  WS-DATE-VALID               PIC X(1).

      * Codes the case may carry
       01  WS-CODE-CHECKS.
           03 WS-CASE-TYPE-CHECK       PIC X(1).
              88 WS-CASE-TYPE-KNOWN    VALUE 'C' 'P'.
           03 WS-SOURCE-CHECK          PIC X(1).
              88 WS-SOURCE-KNOWN       VALUE 'L' 'E' 'T' 'P' 'W' 'A'.
           03 WS-CATEGORY-CHECK        PIC X(4).
              88 WS-CATEGORY-KNOWN     VALUE 'CARE' 'COMM' 'ATTD'
                                             'WAIT' 'APPT' 'DISC'
                                             'MEDS' 'FACL' 'PRIV'
                                             'FOOD' 'BILL' 'OTHR'.
           03 WS-STATUS-CHECK          PIC X(1).
              88 WS-STATUS-KNOWN       VALUE 'O' 'A' 'R' 'C'.

       01  WS-CASE-AUDIT-KEY.
           03 FILLER                   PIC X(5) VALUE 'CASE '.
           03 WS-CAK-CASE-ID           PIC 9(10).

       01  WS-CASE-AUDIT-IMAGE.
           03 FILLER                   PIC X(2) VALUE 'T='.
           03 WS-CAI-CASE-TYPE         PIC X(1).
           03 FILLER                   PIC X(3) VALUE ' S='.
           03 WS-CAI-SOURCE            PIC X(1).
           03 FILLER                   PIC X(3) VALUE ' C='.
           03 WS-CAI-CATEGORY          PIC X(4).
           03 FILLER                   PIC X(4) VALUE ' ST='.
           03 WS-CAI-STATUS            PIC X(1).
           03 FILLER                   PIC X(4) VALUE ' RD='.
           03 WS-CAI-RESPONSE-DUE      PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' SN='.
           03 WS-CAI-STAFF-NAMED       PIC X(30).
           03 FILLER                   PIC X(4) VALUE ' BY='.
           03 WS-CAI-USER              PIC X(10).

       01  WS-NOTIF-MERGE-FIELDS.
           03 FILLER                   PIC X(7) VALUE 'CASEID='.
           03 WS-NTF-CASE-ID           PIC 9(10).
           03 FILLER                   PIC X(10) VALUE ' RECEIVED='.
           03 WS-NTF-RECEIVED          PIC X(10).
           03 FILLER                   PIC X(8) VALUE ' RESPBY='.
           03 WS-NTF-RESPONSE-DUE      PIC X(10).
           03 FILLER                   PIC X(45) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-CASE-ID              PIC S9(9) COMP.
           03 DB2-COUNT                PIC S9(9) COMP.
           03 DB2-FACILITY             PIC X(4).
           03 DB2-NTF-MERGE            PIC X(100).
           03 DB2-CASE-ROW.
              05 DB2-CASE-TYPE         PIC X(1).
              05 DB2-SOURCE            PIC X(1).
              05 DB2-CATEGORY          PIC X(4).
              05 DB2-CASE-PATIENT      PIC S9(9) COMP.
              05 DB2-CASE-FACILITY     PIC X(4).
              05 DB2-CLINIC            PIC X(20).
              05 DB2-WARD              PIC X(4).
              05 DB2-STAFF-NAMED       PIC X(30).
              05 DB2-SUMMARY           PIC X(60).
              05 DB2-RECEIVED          PIC X(10).
              05 DB2-ACK-DUE           PIC X(10).
              05 DB2-ACK-SENT          PIC X(10).
              05 DB2-RESPONSE-DUE      PIC X(10).
              05 DB2-RESPONDED         PIC X(10).
              05 DB2-STATUS            PIC X(1).

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

           MOVE CA-PATIENT-ID   TO DB2-PATIENT-ID
           MOVE CA-PATIENT-ID   TO EM-PATNUM
           MOVE CA-CQ-CASE-ID   TO DB2-CASE-ID

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01ICMP'
               PERFORM GET-CASE
             WHEN '01ACMP'
               PERFORM ADD-CASE
             WHEN '01UCMP'
               PERFORM UPDATE-CASE
             WHEN '01KCMP'
               PERFORM ACKNOWLEDGE-CASE
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
       GET-CASE.
      *================================================================*
      * The case as it stands - '01' when the id is not on file       *
      *================================================================*
           PERFORM READ-CASE

           MOVE DB2-CASE-TYPE        TO CA-CQ-CASE-TYPE
           MOVE DB2-SOURCE           TO CA-CQ-SOURCE
           MOVE DB2-CATEGORY         TO CA-CQ-CATEGORY
           MOVE DB2-CASE-PATIENT     TO CA-PATIENT-ID
           MOVE DB2-CASE-FACILITY    TO CA-CQ-FACILITY
           MOVE DB2-CLINIC           TO CA-CQ-CLINIC
           MOVE DB2-WARD             TO CA-CQ-WARD
           MOVE DB2-STAFF-NAMED      TO CA-CQ-STAFF-NAMED
           MOVE DB2-SUMMARY          TO CA-CQ-SUMMARY
           MOVE DB2-RECEIVED         TO CA-CQ-RECEIVED
           MOVE DB2-ACK-DUE          TO CA-CQ-ACK-DUE
           MOVE DB2-ACK-SENT         TO CA-CQ-ACK-SENT
           MOVE DB2-RESPONSE-DUE     TO CA-CQ-RESPONSE-DUE
           MOVE DB2-RESPONDED        TO CA-CQ-RESPONDED
           MOVE DB2-STATUS           TO CA-CQ-STATUS.

           EXIT.

       READ-CASE.
           MOVE ' SELECT COMPLAINT' TO EM-SQLREQ
           EXEC SQL
               SELECT CASETYPE, SOURCE, CATEGORY,
                      VALUE(PATIENTID, 0),
                      VALUE(FACILITY, ' '), VALUE(CLINIC, ' '),
                      VALUE(WARDCODE, ' '), VALUE(STAFFNAMED, ' '),
                      VALUE(SUMMARY, ' '),
                      CHAR(RECEIVEDDATE, ISO),
                      VALUE(CHAR(ACKDUEDATE, ISO), ' '),
                      VALUE(CHAR(ACKSENTDATE, ISO), ' '),
                      VALUE(CHAR(RESPDUEDATE, ISO), ' '),
                      VALUE(CHAR(RESPONDEDDATE, ISO), ' '),
                      STATUS
                 INTO :DB2-CASE-TYPE, :DB2-SOURCE, :DB2-CATEGORY,
                      :DB2-CASE-PATIENT,
                      :DB2-CASE-FACILITY, :DB2-CLINIC,
                      :DB2-WARD, :DB2-STAFF-NAMED,
                      :DB2-SUMMARY,
                      :DB2-RECEIVED,
                      :DB2-ACK-DUE,
                      :DB2-ACK-SENT,
                      :DB2-RESPONSE-DUE,
                      :DB2-RESPONDED,
                      :DB2-STATUS
                 FROM COMPLAINT
                WHERE CASEID = :DB2-CASE-ID
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
           END-EVALUATE.

      *================================================================*
       ADD-CASE.
      *================================================================*
      * Log a new case.                                                *
      *   '87' type, source or category not known                     *
      *   '88' received or agreed response date not YYYY-MM-DD, or    *
      *        received in the future                                  *
      *   '70' patient keyed but not found                            *
      *   '02' facility keyed but not on FACILITY                     *
      *================================================================*
           MOVE CA-CQ-CASE-TYPE TO WS-CASE-TYPE-CHECK
           MOVE CA-CQ-SOURCE    TO WS-SOURCE-CHECK
           MOVE CA-CQ-CATEGORY  TO WS-CATEGORY-CHECK
           IF NOT WS-CASE-TYPE-KNOWN OR NOT WS-SOURCE-KNOWN
                                     OR NOT WS-CATEGORY-KNOWN
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-CQ-RECEIVED TO WS-DATE-CHECK
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT EQUAL 'Y'
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-CQ-RESPONSE-DUE NOT EQUAL SPACES
              MOVE CA-CQ-RESPONSE-DUE TO WS-DATE-CHECK
              PERFORM CHECK-DATE
              IF WS-DATE-VALID NOT EQUAL 'Y'
                 MOVE '88' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF

           PERFORM CHECK-CASE-REFERENCES

      *    due dates run from receipt; a compliment has none and is
      *    closed as soon as it is logged
           MOVE SPACES TO DB2-ACK-DUE
           IF CA-CQ-CASE-TYPE EQUAL 'P'
              MOVE SPACES TO CA-CQ-RESPONSE-DUE
              MOVE 'C'    TO CA-CQ-STATUS
           ELSE
              MOVE 'O'    TO CA-CQ-STATUS
              MOVE ' SELECT DUE DATES' TO EM-SQLREQ
              EXEC SQL
                  SELECT CHAR(DATE(:CA-CQ-RECEIVED)
                              + :WS-ACK-DAYS DAYS, ISO),
                         CHAR(DATE(:CA-CQ-RECEIVED)
                              + :WS-RESPONSE-DAYS DAYS, ISO),
                         CASE WHEN DATE(:CA-CQ-RECEIVED)
                                   > CURRENT DATE
                              THEN 1 ELSE 0 END
                    INTO :DB2-ACK-DUE, :DB2-RESPONSE-DUE, :DB2-COUNT
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              IF DB2-COUNT NOT EQUAL ZERO
                 MOVE '88' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
              IF CA-CQ-RESPONSE-DUE EQUAL SPACES
                 MOVE DB2-RESPONSE-DUE TO CA-CQ-RESPONSE-DUE
              END-IF
           END-IF
           MOVE DB2-ACK-DUE TO CA-CQ-ACK-DUE
           MOVE SPACES      TO CA-CQ-ACK-SENT CA-CQ-RESPONDED

           MOVE ' INSERT COMPLAINT' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO COMPLAINT
                         ( CASEID,
                           CASETYPE,
                           SOURCE,
                           CATEGORY,
                           PATIENTID,
                           FACILITY,
                           CLINIC,
                           WARDCODE,
                           STAFFNAMED,
                           SUMMARY,
                           RECEIVEDDATE,
                           ACKDUEDATE,
                           RESPDUEDATE,
                           STATUS,
                           LOGGEDBY,
                           LOGGED )
                  VALUES ( DEFAULT,
                           :CA-CQ-CASE-TYPE,
                           :CA-CQ-SOURCE,
                           :CA-CQ-CATEGORY,
                           NULLIF(:DB2-PATIENT-ID, 0),
                           :CA-CQ-FACILITY,
                           :CA-CQ-CLINIC,
                           :CA-CQ-WARD,
                           :CA-CQ-STAFF-NAMED,
                           :CA-CQ-SUMMARY,
                           DATE(:CA-CQ-RECEIVED),
                           DATE(NULLIF(:CA-CQ-ACK-DUE, ' ')),
                           DATE(NULLIF(:CA-CQ-RESPONSE-DUE, ' ')),
                           :CA-CQ-STATUS,
                           :CA-CQ-USER,
                           CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-CASE-ID = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-CASE-ID TO CA-CQ-CASE-ID

           MOVE SPACES TO AUD-BEFORE
           PERFORM AUDIT-CASE-CHANGE.

           EXIT.

      *================================================================*
       UPDATE-CASE.
      *================================================================*
      * Re-categorise, add detail, move the agreed response date, or  *
      * move the case on.  Moving to R stamps the response date; a     *
      * closed case stays closed.                                      *
      *   '01' case not found   '87' code not known                   *
      *   '88' date not YYYY-MM-DD   '89' case already closed         *
      *================================================================*
           PERFORM READ-CASE

           IF DB2-STATUS EQUAL 'C'
              MOVE '89' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-CASE-TYPE   TO WS-CASE-TYPE-CHECK
           MOVE CA-CQ-SOURCE    TO WS-SOURCE-CHECK
           MOVE CA-CQ-CATEGORY  TO WS-CATEGORY-CHECK
           MOVE CA-CQ-STATUS    TO WS-STATUS-CHECK
           IF NOT WS-SOURCE-KNOWN OR NOT WS-CATEGORY-KNOWN
                                  OR NOT WS-STATUS-KNOWN
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
      *    acknowledgement goes through its own request so the
      *    letter is never missed
           IF CA-CQ-STATUS EQUAL 'A' AND DB2-STATUS EQUAL 'O'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-CQ-RESPONSE-DUE EQUAL SPACES
              MOVE DB2-RESPONSE-DUE TO CA-CQ-RESPONSE-DUE
           END-IF
           IF CA-CQ-RESPONSE-DUE NOT EQUAL SPACES
              MOVE CA-CQ-RESPONSE-DUE TO WS-DATE-CHECK
              PERFORM CHECK-DATE
              IF WS-DATE-VALID NOT EQUAL 'Y'
                 MOVE '88' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF

           PERFORM CHECK-CASE-REFERENCES

           MOVE DB2-CASE-TYPE        TO WS-CAI-CASE-TYPE
           MOVE DB2-SOURCE           TO WS-CAI-SOURCE
           MOVE DB2-CATEGORY         TO WS-CAI-CATEGORY
           MOVE DB2-STATUS           TO WS-CAI-STATUS
           MOVE DB2-RESPONSE-DUE     TO WS-CAI-RESPONSE-DUE
           MOVE DB2-STAFF-NAMED      TO WS-CAI-STAFF-NAMED
           MOVE SPACES               TO WS-CAI-USER
           MOVE WS-CASE-AUDIT-IMAGE  TO AUD-BEFORE

      *    a response stamped once is kept, even when the case is
      *    closed in the same step
           MOVE DB2-RESPONDED TO CA-CQ-RESPONDED
           IF (CA-CQ-STATUS EQUAL 'R' OR 'C')
              AND DB2-RESPONDED EQUAL SPACES
              AND DB2-CASE-TYPE EQUAL 'C'
              MOVE ' SELECT CURRENT DATE' TO EM-SQLREQ
              EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO)
                    INTO :CA-CQ-RESPONDED
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF

           MOVE ' UPDATE COMPLAINT' TO EM-SQLREQ
           EXEC SQL
               UPDATE COMPLAINT
                  SET SOURCE        = :CA-CQ-SOURCE,
                      CATEGORY      = :CA-CQ-CATEGORY,
                      PATIENTID     = NULLIF(:DB2-PATIENT-ID, 0),
                      FACILITY      = :CA-CQ-FACILITY,
                      CLINIC        = :CA-CQ-CLINIC,
                      WARDCODE      = :CA-CQ-WARD,
                      STAFFNAMED    = :CA-CQ-STAFF-NAMED,
                      SUMMARY       = :CA-CQ-SUMMARY,
                      RESPDUEDATE   =
                          DATE(NULLIF(:CA-CQ-RESPONSE-DUE, ' ')),
                      RESPONDEDDATE =
                          DATE(NULLIF(:CA-CQ-RESPONDED, ' ')),
                      STATUS        = :CA-CQ-STATUS,
                      UPDATEDBY     = :CA-CQ-USER,
                      UPDATED       = CURRENT TIMESTAMP
                WHERE CASEID = :DB2-CASE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-CASE-TYPE   TO CA-CQ-CASE-TYPE
           MOVE DB2-RECEIVED    TO CA-CQ-RECEIVED
           MOVE DB2-ACK-DUE     TO CA-CQ-ACK-DUE
           MOVE DB2-ACK-SENT    TO CA-CQ-ACK-SENT
           PERFORM AUDIT-CASE-CHANGE.

           EXIT.

      *================================================================*
       ACKNOWLEDGE-CASE.
      *================================================================*
      * Send the acknowledgement - a CMPACK notification to the       *
      * patient carrying the case id and response due date - and      *
      * stamp it sent.  With no patient on the case the letter is     *
      * sent by hand and '76' tells the screen so.                    *
      *   '01' case not found   '89' not an open complaint            *
      *================================================================*
           PERFORM READ-CASE

           IF DB2-CASE-TYPE NOT EQUAL 'C' OR DB2-STATUS NOT EQUAL 'O'
              MOVE '89' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-CASE-TYPE        TO WS-CAI-CASE-TYPE
           MOVE DB2-SOURCE           TO WS-CAI-SOURCE
           MOVE DB2-CATEGORY         TO WS-CAI-CATEGORY
           MOVE DB2-STATUS           TO WS-CAI-STATUS
           MOVE DB2-RESPONSE-DUE     TO WS-CAI-RESPONSE-DUE
           MOVE DB2-STAFF-NAMED      TO WS-CAI-STAFF-NAMED
           MOVE SPACES               TO WS-CAI-USER
           MOVE WS-CASE-AUDIT-IMAGE  TO AUD-BEFORE

           MOVE ' UPDATE COMPLAINT' TO EM-SQLREQ
           EXEC SQL
               UPDATE COMPLAINT
                  SET ACKSENTDATE   = CURRENT DATE,
                      STATUS        = 'A',
                      UPDATEDBY     = :CA-CQ-USER,
                      UPDATED       = CURRENT TIMESTAMP
                WHERE CASEID = :DB2-CASE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-CASE-PATIENT NOT EQUAL ZERO
              MOVE DB2-CASE-PATIENT TO DB2-PATIENT-ID
              MOVE DB2-CASE-ID      TO WS-NTF-CASE-ID
              MOVE DB2-RECEIVED     TO WS-NTF-RECEIVED
              MOVE DB2-RESPONSE-DUE TO WS-NTF-RESPONSE-DUE
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
                              'CMPACK',
                              :DB2-NTF-MERGE,
                              CURRENT TIMESTAMP,
                              'P' )
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF

           PERFORM GET-CASE
           PERFORM AUDIT-CASE-CHANGE

           IF DB2-CASE-PATIENT EQUAL ZERO
              MOVE '76' TO CA-RETURN-CODE
           END-IF.

           EXIT.

      *================================================================*
       CHECK-CASE-REFERENCES.
      *================================================================*
      * A patient or facility keyed on the case must exist            *
      *================================================================*
           IF DB2-PATIENT-ID NOT EQUAL ZERO
              MOVE ' SELECT PATIENT' TO EM-SQLREQ
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :DB2-COUNT
                    FROM PATIENT
                   WHERE PATIENTID = :DB2-PATIENT-ID
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              IF DB2-COUNT EQUAL ZERO
                 MOVE '70' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF

           IF CA-CQ-FACILITY NOT EQUAL SPACES
              MOVE ' SELECT FACILITY' TO EM-SQLREQ
              EXEC SQL
                  SELECT FACILITY
                    INTO :DB2-FACILITY
                    FROM FACILITY
                   WHERE FACILITY = :CA-CQ-FACILITY
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  CONTINUE
                WHEN 100
                  MOVE '02' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
                WHEN OTHER
                  MOVE '90' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
              END-EVALUATE
           END-IF.

           EXIT.

      *================================================================*
       AUDIT-CASE-CHANGE.
      *================================================================*
           MOVE 'HCCQDB01'           TO AUD-PROGRAM
           MOVE CA-CQ-CASE-ID        TO WS-CAK-CASE-ID
           MOVE WS-CASE-AUDIT-KEY    TO AUD-KEY
           MOVE CA-CQ-CASE-TYPE      TO WS-CAI-CASE-TYPE
           MOVE CA-CQ-SOURCE         TO WS-CAI-SOURCE
           MOVE CA-CQ-CATEGORY       TO WS-CAI-CATEGORY
           MOVE CA-CQ-STATUS         TO WS-CAI-STATUS
           MOVE CA-CQ-RESPONSE-DUE   TO WS-CAI-RESPONSE-DUE
           MOVE CA-CQ-STAFF-NAMED    TO WS-CAI-STAFF-NAMED
           MOVE CA-CQ-USER           TO WS-CAI-USER
           MOVE WS-CASE-AUDIT-IMAGE  TO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

      *================================================================*
       CHECK-DATE.
      *================================================================*
      * YYYY-MM-DD with a plausible month and day                     *
      *================================================================*
           MOVE 'N' TO WS-DATE-VALID
           IF WS-DATE-CHECK(5:1) EQUAL '-' AND
              WS-DATE-CHECK(8:1) EQUAL '-' AND
              WS-DATE-CHECK(1:4) NUMERIC AND
              WS-DATE-CHECK(6:2) NUMERIC AND
              WS-DATE-CHECK(9:2) NUMERIC
              IF WS-DATE-CHECK(6:2) > '00' AND
                 WS-DATE-CHECK(6:2) < '13' AND
                 WS-DATE-CHECK(9:2) > '00' AND
                 WS-DATE-CHECK(9:2) < '32'
                 MOVE 'Y' TO WS-DATE-VALID
              END-IF
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
