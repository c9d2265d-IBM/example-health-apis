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
      *               Patient Secure Message REST wrapper              *
      *                                                                *
      *   POST sends a message from a patient into a clinic's inbox   *
      *  (HCMGDB01); GET /{patient}/{message id} returns one of the   *
      *  patient's messages with the clinic's latest reply.  A        *
      *  username - on the POST body or ?username= on a GET - is the  *
      *  portal user: the patient's own login, or a proxy whose       *
      *  PROXYGRANT scope is S to send or V/S to read.                *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSRESTW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      *    DFHJS2WS GENERATED COPYBOOKS
      *****************************************************************

        01 JSON-REST-DATA.

        COPY HCSRST01.

        01 HCPAPP-MESSAGE-DETAILS.

        COPY HCCMAREA.

       01 DEFAULT-CHANNEL            PIC X(16).

       01  WS-TSQ-FIELDS.
           03  WS-TSQ-NAME.
               05  WS-TSQ-PREFIX     PIC X(4) VALUE 'HCSR'.
               05  WS-TSQ-TASKNUM    PIC 9(4).
           03  WS-TSQ-LEN            PIC S9(4) COMP VALUE +200.
           03  WS-TSQ-DATA           PIC X(200).

       01 WS-RETURN-RESPONSE         PIC X(100).

       01 WS-HTTP-METHOD             PIC X(8).

       01 WS-RESID                   PIC X(100).
       01 WS-RESID2                  PIC X(100).

      * Fields for URI manipulation
       77 WS-FIELD1                  PIC X(10).
       77 WS-FIELD2                  PIC X(10).
       77 WS-FIELD3                  PIC X(3).
       77 WS-FIELD4                  PIC X(30).
       77 WS-FIELD5                  PIC X(30).

      * ?username= on a GET, picked out of the parsed query string
       77 WS-QUERY-USERNAME          PIC X(10).
       77 WS-PARM-SUB                PIC S9(4) COMP VALUE +0.

       77 RESP                       PIC S9(8) COMP-5 SYNC.
       77 RESP2                      PIC S9(8) COMP-5 SYNC.

      * Fields used to return a proper HTTP status and JSON error
      * body to the caller instead of ABENDing the task
       77 WS-HTTP-STATUS-CODE        PIC S9(9) COMP.
       77 WS-ERROR-BODY              PIC X(60).

      * Method constants
       77 METHOD-GET                 PIC X(8) VALUE 'GET     '.
       77 METHOD-POST                PIC X(8) VALUE 'POST    '.

      *
       COPY HCRSCWS.

      *****************************************************************
      * Externally referenced data areas
      *****************************************************************
       LINKAGE SECTION.
      *
      *****************************************************************
      * Main program code follows
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.

           PERFORM INITIALISE-TEST.

           PERFORM RETRIEVE-METHOD.

      * Only registered clients entitled to this resource get past
      * here - everyone else is answered 401/403 inside the check
           MOVE 'SM' TO RSC-RESOURCE
           PERFORM VALIDATE-REST-CLIENT.

           PERFORM PROCESS-METHOD.

           EXEC CICS RETURN
                     RESP(RESP)
                     RESP2(RESP2)
           END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
           THEN
              PERFORM SEND-SERVER-ERROR
           END-IF.

       MAIN-PROCESSING-EXIT.
           GOBACK.

      *****************************************************************
      * Initialise any variables and retrieve any test-specific
      * configuration information
      *****************************************************************
       INITIALISE-TEST.
           INITIALIZE HCPAPP-MESSAGE-DETAILS
           MOVE ' ' TO WS-RETURN-RESPONSE
      * give this request its own TSQ, rather than every request
      * on this transaction chaining onto the one fixed queue name
           MOVE EIBTASKN TO WS-TSQ-TASKNUM
      * get channel
           EXEC CICS ASSIGN
                     CHANNEL(DEFAULT-CHANNEL)
                     RESP(RESP)
                     RESP2(RESP2)
           END-EXEC
           IF RESP NOT = DFHRESP(NORMAL)
           THEN
              MOVE 500 TO WS-HTTP-STATUS-CODE
              MOVE '{"error":"Internal Server Error"}' TO WS-ERROR-BODY
              PERFORM SEND-ERROR-RESPONSE
              GO TO MAIN-PROCESSING-EXIT
           END-IF.

      *****************************************************************
      * Retrieve the content of the method container
      *****************************************************************
       RETRIEVE-METHOD.

           EXEC CICS GET CONTAINER('DFHHTTPMETHOD')
                         INTO(WS-HTTP-METHOD)
                         RESP(RESP)
                         RESP2(RESP2)
           END-EXEC
           IF RESP NOT = DFHRESP(NORMAL)
           THEN
              MOVE 500 TO WS-HTTP-STATUS-CODE
              MOVE '{"error":"Internal Server Error"}' TO WS-ERROR-BODY
              PERFORM SEND-ERROR-RESPONSE
              GO TO MAIN-PROCESSING-EXIT
           END-IF.

      *****************************************************************
      * Perform the method
      *****************************************************************
       PROCESS-METHOD.
           EVALUATE WS-HTTP-METHOD
               WHEN METHOD-GET
                    PERFORM GET-DATA
               WHEN METHOD-POST
                    PERFORM POST-DATA
               WHEN OTHER
                   MOVE 405 TO WS-HTTP-STATUS-CODE
                   MOVE '{"error":"Method Not Allowed"}'
                       TO WS-ERROR-BODY
                   PERFORM SEND-ERROR-RESPONSE
                   GO TO MAIN-PROCESSING-EXIT
           END-EVALUATE.

      *****************************************************************
      * Perform the GET method (READ) - one message and its reply,
      * for the patient/message named in the resource path
      *****************************************************************
       get-data.
           DISPLAY ' '.
           DISPLAY 'Perform GET method.'

           PERFORM GET-RESID

           MOVE SPACES TO WS-QUERY-USERNAME
           MOVE ZERO TO WS-PARM-SUB
           PERFORM FIND-USERNAME-PARM 4 TIMES

           MOVE '01IMSG'          TO CA-REQUEST-ID
           MOVE WS-FIELD1         TO CA-PATIENT-ID
           MOVE WS-FIELD2         TO CA-MG-MESSAGE-ID
           MOVE WS-QUERY-USERNAME TO CA-MG-ACTING-USER

           EXEC CICS LINK PROGRAM('HCMGDB01')
                     COMMAREA(HCPAPP-MESSAGE-DETAILS)
                     LENGTH(32500)
           END-EXEC

           PERFORM CHECK-MESSAGE-RETURN

           MOVE CA-PATIENT-ID        TO patient-id
           MOVE WS-QUERY-USERNAME    TO username
           PERFORM FORMAT-MESSAGE

           MOVE HCPAPP-MESSAGE-DETAILS(1:200) TO WS-TSQ-DATA
           PERFORM WRITE-TSQ
           PERFORM PUT-RESPONSE-ROOT-DATA.

      *****************************************************************
      * Perform the POST method (CREATE) - send one message into the
      * clinic's inbox
      *****************************************************************
       post-data.
           DISPLAY ' '.
           DISPLAY 'Performing POST method.'

           PERFORM GET-RESID

           PERFORM GET-REQUEST-ROOT-DATA

           MOVE '01SMSG'          TO CA-REQUEST-ID
           MOVE patient-id        TO CA-PATIENT-ID
           MOVE username          TO CA-MG-ACTING-USER
           MOVE clinic            TO CA-MG-CLINIC
           MOVE subject           TO CA-MG-SUBJECT
           MOVE message-text      TO CA-MG-TEXT

           EXEC CICS LINK PROGRAM('HCMGDB01')
                     COMMAREA(HCPAPP-MESSAGE-DETAILS)
                     LENGTH(32500)
           END-EXEC

           PERFORM CHECK-MESSAGE-RETURN

           PERFORM FORMAT-MESSAGE

           PERFORM PUT-RESPONSE-ROOT-DATA

           MOVE HCPAPP-MESSAGE-DETAILS(1:200) TO WS-TSQ-DATA
           PERFORM WRITE-TSQ.

      *****************************************************************
      * Turn the HCMGDB01 return code into an HTTP status - a proxy
      * without a grant, or with a view-only grant trying to send,
      * is refused rather than told the patient does not exist
      *****************************************************************
       CHECK-MESSAGE-RETURN.
           EVALUATE CA-RETURN-CODE
             WHEN 00
               CONTINUE
             WHEN 05
               MOVE 403 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Not Authorised For Patient"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN 06
               MOVE 403 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Proxy Access Is View Only"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN 01
               MOVE 404 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Message Not Found"}' TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN 87
               MOVE 400 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Clinic And Message Text Required"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN OTHER
               MOVE 409 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Message Failed"}' TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
           END-EVALUATE.

       FORMAT-MESSAGE.
           MOVE CA-MG-MESSAGE-ID     TO message-id
           MOVE CA-MG-CLINIC         TO clinic
           MOVE CA-MG-SUBJECT        TO subject
           MOVE CA-MG-TEXT           TO message-text
           MOVE CA-MG-STATUS         TO message-status
           MOVE CA-MG-SENT-DATETIME  TO sent-datetime
           MOVE CA-MG-REPLY-TEXT     TO reply-text
           MOVE CA-MG-ANSWERED-AT    TO replied-datetime.

      *****************************************************************
       FIND-USERNAME-PARM.
      * the query string has already been split into WS-RSC-PARM by
      * the client check
           ADD 1 TO WS-PARM-SUB
           IF WS-RSC-PARM (WS-PARM-SUB) (1:9) EQUAL 'username='
              MOVE WS-RSC-PARM (WS-PARM-SUB) (10:10)
                TO WS-QUERY-USERNAME
           END-IF.

      *****************************************************************
      * Retrieve the content of the root container of the request tree
      *****************************************************************
       GET-REQUEST-ROOT-DATA.

           EXEC CICS GET CONTAINER('DFHWS-DATA')
                         INTO(JSON-REST-DATA)
                         RESP(RESP)
                         RESP2(RESP2)
           END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
           THEN
              PERFORM SEND-SERVER-ERROR
           END-IF.

      *****************************************************************
      * Return a copy of root data
      *****************************************************************
       PUT-RESPONSE-ROOT-DATA.

           EXEC CICS PUT
                     CONTAINER('DFHWS-DATA')
                     FROM (JSON-REST-DATA)
                     RESP(RESP)
                     RESP2(RESP2)
           END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
           THEN
              PERFORM SEND-SERVER-ERROR
           END-IF.

      *****************************************************************
      * Get containers
      *****************************************************************
       GET-RESID.
           MOVE ' ' TO WS-RESID
           EXEC CICS GET CONTAINER('DFHWS-URIMAPPATH')
                         INTO(WS-RESID)
                         RESP(RESP)
                         RESP2(RESP2)
           END-EXEC
           IF RESP NOT = DFHRESP(NORMAL) THEN
              DISPLAY 'Cannot get URIMAP container.'
           ELSE
              UNSTRING WS-RESID DELIMITED BY '/'
                  INTO WS-FIELD1, WS-FIELD2, WS-FIELD3
              DISPLAY 'URIMAP in WS-resid is:' WS-RESID
              MOVE WS-RESID TO WS-RESID2
              UNSTRING WS-RESID2 DELIMITED BY '*'
                  INTO WS-FIELD4, WS-FIELD5
           END-IF
      *
           MOVE ' ' TO WS-RESID
           EXEC CICS GET CONTAINER('DFHWS-URI-RESID')
                         INTO(WS-RESID)
                         RESP(RESP)
                         RESP2(RESP2)
           END-EXEC
           IF RESP NOT = DFHRESP(NORMAL)
           THEN
              MOVE 500 TO WS-HTTP-STATUS-CODE
              MOVE '{"error":"Internal Server Error"}' TO WS-ERROR-BODY
              PERFORM SEND-ERROR-RESPONSE
              GO TO MAIN-PROCESSING-EXIT
           ELSE
               DISPLAY 'RESID container is ' WS-resid
               MOVE ' ' TO WS-FIELD1 WS-FIELD2 WS-FIELD3
               UNSTRING WS-RESID DELIMITED BY '/'
                  INTO WS-FIELD1, WS-FIELD2, WS-FIELD3
               DISPLAY 'After unstring, WS-FIELD1 is: ' WS-FIELD1
           END-IF.

      *****************************************************************
      * Send a 500 Internal Server Error with a JSON error body -
      * used whenever an unexpected RESP comes back from CICS itself
      *****************************************************************
       SEND-SERVER-ERROR.
           MOVE 500 TO WS-HTTP-STATUS-CODE
           MOVE '{"error":"Internal Server Error"}' TO WS-ERROR-BODY
           PERFORM SEND-ERROR-RESPONSE
           GO TO MAIN-PROCESSING-EXIT.

      *****************************************************************
      * Set the HTTP response status and return the JSON error body
      * already built in WS-ERROR-BODY
      *****************************************************************
       SEND-ERROR-RESPONSE.
           EXEC CICS PUT
                     CONTAINER('DFHSTATUSCODE')
                     FROM (WS-HTTP-STATUS-CODE)
                     RESP(RESP)
                     RESP2(RESP2)
           END-EXEC
           EXEC CICS PUT
                     CONTAINER('DFHRESPONSE')
                     CHAR
                     FROM (WS-ERROR-BODY)
                     RESP(RESP)
                     RESP2(RESP2)
           END-EXEC.

      *****************************************************************
      * Write to TSQ
      *****************************************************************
       WRITE-TSQ.

           EXEC CICS WRITEQ TS QUEUE(WS-TSQ-NAME)
                     FROM(WS-TSQ-DATA)
                     RESP(RESP)
                     NOSUSPEND
                     LENGTH(WS-TSQ-LEN)
           END-EXEC.

      *****************************************************************
       COPY HCRSCPD.
