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
      *                SMS Gateway Reply REST wrapper                  *
      *                                                                *
      *   The SMS gateway POSTs each text a patient sends back to a   *
      *  reminder.  HCSMDB01 matches it to the appointment and        *
      *  confirms or cancels it, or leaves it on the front-desk       *
      *  worklist; the outcome is returned to the gateway.  One JSON  *
      *  document per message - a redelivery carrying the same        *
      *  gateway reference is answered with the first outcome.       *
      *  Replies sent as a file instead come in through HCSMBJ01 and  *
      *  HCSMBJ02 and are worked by the same HCSMDB01 logic.          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCGRESTW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      *    DFHJS2WS GENERATED COPYBOOKS
      *****************************************************************

        01 JSON-REST-DATA.

        COPY HCGRST01.

        01 HCPAPP-SMS-DETAILS.

        COPY HCCMAREA.

       01 DEFAULT-CHANNEL            PIC X(16).

       01  WS-TSQ-FIELDS.
           03  WS-TSQ-NAME.
               05  WS-TSQ-PREFIX     PIC X(4) VALUE 'HCGR'.
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

       77 RESP                       PIC S9(8) COMP-5 SYNC.
       77 RESP2                      PIC S9(8) COMP-5 SYNC.

      * Fields used to return a proper HTTP status and JSON error
      * body to the caller instead of ABENDing the task
       77 WS-HTTP-STATUS-CODE        PIC S9(9) COMP.
       77 WS-ERROR-BODY              PIC X(60).

      * Method constants
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
           MOVE 'SR' TO RSC-RESOURCE
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
           INITIALIZE HCPAPP-SMS-DETAILS
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
      * Perform the method - the gateway only ever posts
      *****************************************************************
       PROCESS-METHOD.
           EVALUATE WS-HTTP-METHOD
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
      * Perform the POST method (CREATE) - one reply from a patient
      *****************************************************************
       post-data.
           DISPLAY ' '.
           DISPLAY 'Performing POST method.'

           PERFORM GET-RESID

           PERFORM GET-REQUEST-ROOT-DATA

           MOVE '01RSMS'          TO CA-REQUEST-ID
           MOVE from-number       TO CA-SR-FROM-NUMBER
           MOVE message-text      TO CA-SR-TEXT
           MOVE gateway-ref       TO CA-SR-GATEWAY-REF

           EXEC CICS LINK PROGRAM('HCSMDB01')
                     COMMAREA(HCPAPP-SMS-DETAILS)
                     LENGTH(32500)
           END-EXEC

           EVALUATE CA-RETURN-CODE
             WHEN 00
               CONTINUE
             WHEN 87
               MOVE 400 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"From Number Required"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN OTHER
               MOVE 409 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Reply Not Recorded"}' TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
           END-EVALUATE

           MOVE CA-SR-OUTCOME     TO outcome
           MOVE CA-PATIENT-ID     TO patient-id
           MOVE CA-SR-APPT-ID     TO appointment-id

           PERFORM PUT-RESPONSE-ROOT-DATA

           MOVE HCPAPP-SMS-DETAILS(1:200) TO WS-TSQ-DATA
           PERFORM WRITE-TSQ.

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
