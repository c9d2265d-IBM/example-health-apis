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
      *             Patient Self-Booking REST wrapper                  *
      *                                                                *
      *   Lets the patient portal book its own appointments through    *
      *  the booking logic (HCSADB01), with every edit a booking       *
      *  clerk's booking passes:                                       *
      *    GET    /{patient}/{provider}/{date}  free slots             *
      *    POST   book a slot                                          *
      *    PUT    reschedule one of the patient's appointments         *
      *    DELETE /{patient}/{appointment id}  cancel it               *
      *  A username - on the body, or ?username= on GET/DELETE - is    *
      *  required: the patient's own login, or a proxy whose           *
      *  PROXYGRANT scope is V to look or S to book/move/cancel.       *
      *  The act-for check is HCLGBI01's, and HCSADB01 refuses to      *
      *  move or cancel an appointment the patient does not own.       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBRESTW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      *    DFHJS2WS GENERATED COPYBOOKS
      *****************************************************************

        01 JSON-REST-DATA.

        COPY HCBRST01.

        01 HCPAPP-BOOKING-DETAILS.

        COPY HCCMAREA.

       01 DEFAULT-CHANNEL            PIC X(16).

       01  WS-TSQ-FIELDS.
           03  WS-TSQ-NAME.
               05  WS-TSQ-PREFIX     PIC X(4) VALUE 'HCBR'.
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
       77 WS-FIELD3                  PIC X(10).
       77 WS-FIELD4                  PIC X(30).
       77 WS-FIELD5                  PIC X(30).

      * ?username= on a GET/DELETE, picked out of the parsed query
       77 WS-QUERY-USERNAME          PIC X(10).
       77 WS-PARM-SUB                PIC S9(4) COMP VALUE +0.

      * Who is acting for which patient, and the scope needed -
      * V to look at free slots, S to book, move or cancel
       77 WS-ACT-USERNAME            PIC X(10).
       77 WS-ACT-PATIENT-ID          PIC X(10).
       77 WS-ACT-SCOPE               PIC X(1).

       77 WS-SLOT-SUB                PIC S9(4) COMP VALUE +0.

       77 RESP                       PIC S9(8) COMP-5 SYNC.
       77 RESP2                      PIC S9(8) COMP-5 SYNC.

      * Fields used to return a proper HTTP status and JSON error
      * body to the caller instead of ABENDing the task
       77 WS-HTTP-STATUS-CODE        PIC S9(9) COMP.
       77 WS-ERROR-BODY              PIC X(60).

      * Method constants
       77 METHOD-GET                 PIC X(8) VALUE 'GET     '.
       77 METHOD-PUT                 PIC X(8) VALUE 'PUT     '.
       77 METHOD-POST                PIC X(8) VALUE 'POST    '.
       77 METHOD-DELETE              PIC X(8) VALUE 'DELETE  '.

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
           MOVE 'SB' TO RSC-RESOURCE
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
           INITIALIZE HCPAPP-BOOKING-DETAILS
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
               WHEN METHOD-PUT
                    PERFORM PUT-DATA
               WHEN METHOD-POST
                    PERFORM POST-DATA
               WHEN METHOD-DELETE
                    PERFORM DELETE-DATA
               WHEN OTHER
                   MOVE 405 TO WS-HTTP-STATUS-CODE
                   MOVE '{"error":"Method Not Allowed"}'
                       TO WS-ERROR-BODY
                   PERFORM SEND-ERROR-RESPONSE
                   GO TO MAIN-PROCESSING-EXIT
           END-EVALUATE.

      *****************************************************************
      * Perform the GET method (READ) - the provider's free slots on
      * the date named in the resource path
      *****************************************************************
       get-data.
           DISPLAY ' '.
           DISPLAY 'Perform GET method.'

           PERFORM GET-RESID

           MOVE SPACES TO WS-QUERY-USERNAME
           MOVE ZERO TO WS-PARM-SUB
           PERFORM FIND-USERNAME-PARM 4 TIMES

           MOVE WS-QUERY-USERNAME TO WS-ACT-USERNAME
           MOVE WS-FIELD1         TO WS-ACT-PATIENT-ID
           MOVE 'V'               TO WS-ACT-SCOPE
           PERFORM CHECK-ACTING-USER

           INITIALIZE HCPAPP-BOOKING-DETAILS
           MOVE '01FAPP'          TO CA-REQUEST-ID
           MOVE WS-FIELD1         TO CA-PATIENT-ID
           MOVE WS-FIELD2         TO CA-APPT-PROVIDER-ID
           MOVE WS-FIELD3         TO CA-APPT-DATE

           EXEC CICS LINK PROGRAM('HCSADB01')
                     COMMAREA(HCPAPP-BOOKING-DETAILS)
                     LENGTH(32500)
           END-EXEC

           PERFORM CHECK-BOOKING-RETURN

           MOVE WS-FIELD1            TO patient-id
           MOVE WS-QUERY-USERNAME    TO username
           MOVE WS-FIELD2            TO provider-id
           MOVE WS-FIELD3            TO appt-date
           MOVE CA-APPT-NUM-FREE     TO free-slot-count
           MOVE ZERO TO WS-SLOT-SUB
           PERFORM FORMAT-FREE-SLOT 8 TIMES

           MOVE HCPAPP-BOOKING-DETAILS(1:200) TO WS-TSQ-DATA
           PERFORM WRITE-TSQ
           PERFORM PUT-RESPONSE-ROOT-DATA.

      *****************************************************************
      * Perform the POST method (CREATE) - book one of the slots
      *****************************************************************
       post-data.
           DISPLAY ' '.
           DISPLAY 'Performing POST method.'

           PERFORM GET-RESID

           PERFORM GET-REQUEST-ROOT-DATA

           MOVE username          TO WS-ACT-USERNAME
           MOVE patient-id        TO WS-ACT-PATIENT-ID
           MOVE 'S'               TO WS-ACT-SCOPE
           PERFORM CHECK-ACTING-USER

           INITIALIZE HCPAPP-BOOKING-DETAILS
           MOVE '01BAPP'          TO CA-REQUEST-ID
           MOVE patient-id        TO CA-PATIENT-ID
           MOVE provider-id       TO CA-APPT-PROVIDER-ID
           MOVE appt-date         TO CA-APPT-DATE
           MOVE appt-time         TO CA-APPT-TIME
           MOVE clinic            TO CA-APPT-CLINIC
           MOVE appt-type         TO CA-APPT-TYPE

           EXEC CICS LINK PROGRAM('HCSADB01')
                     COMMAREA(HCPAPP-BOOKING-DETAILS)
                     LENGTH(32500)
           END-EXEC

           PERFORM CHECK-BOOKING-RETURN

           MOVE CA-APPT-ID        TO appointment-id
           MOVE 'B'               TO appt-status

           PERFORM PUT-RESPONSE-ROOT-DATA

           MOVE HCPAPP-BOOKING-DETAILS(1:200) TO WS-TSQ-DATA
           PERFORM WRITE-TSQ.

      *****************************************************************
      * Perform the PUT method (UPDATE) - move one of the patient's
      * booked appointments to another free slot
      *****************************************************************
       put-data.
           DISPLAY ' '.
           DISPLAY 'Performing PUT method.'

           PERFORM GET-RESID

           PERFORM GET-REQUEST-ROOT-DATA

           MOVE username          TO WS-ACT-USERNAME
           MOVE patient-id        TO WS-ACT-PATIENT-ID
           MOVE 'S'               TO WS-ACT-SCOPE
           PERFORM CHECK-ACTING-USER

           INITIALIZE HCPAPP-BOOKING-DETAILS
           MOVE '01RAPP'          TO CA-REQUEST-ID
           MOVE patient-id        TO CA-PATIENT-ID
           MOVE appointment-id    TO CA-APPT-ID
           MOVE appt-date         TO CA-APPT-DATE
           MOVE appt-time         TO CA-APPT-TIME
           MOVE clinic            TO CA-APPT-CLINIC

           EXEC CICS LINK PROGRAM('HCSADB01')
                     COMMAREA(HCPAPP-BOOKING-DETAILS)
                     LENGTH(32500)
           END-EXEC

           PERFORM CHECK-BOOKING-RETURN

           MOVE 'B'               TO appt-status

           PERFORM PUT-RESPONSE-ROOT-DATA

           MOVE HCPAPP-BOOKING-DETAILS(1:200) TO WS-TSQ-DATA
           PERFORM WRITE-TSQ.

      *****************************************************************
      * Perform the DELETE method - cancel one of the patient's
      * booked appointments (the row is kept, status C)
      *****************************************************************
       delete-data.
           DISPLAY ' '.
           DISPLAY 'Performing DELETE method.'

           PERFORM GET-RESID

           MOVE SPACES TO WS-QUERY-USERNAME
           MOVE ZERO TO WS-PARM-SUB
           PERFORM FIND-USERNAME-PARM 4 TIMES

           MOVE WS-QUERY-USERNAME TO WS-ACT-USERNAME
           MOVE WS-FIELD1         TO WS-ACT-PATIENT-ID
           MOVE 'S'               TO WS-ACT-SCOPE
           PERFORM CHECK-ACTING-USER

           INITIALIZE HCPAPP-BOOKING-DETAILS
           MOVE '01CAPP'          TO CA-REQUEST-ID
           MOVE WS-FIELD1         TO CA-PATIENT-ID
           MOVE WS-FIELD2         TO CA-APPT-ID

           EXEC CICS LINK PROGRAM('HCSADB01')
                     COMMAREA(HCPAPP-BOOKING-DETAILS)
                     LENGTH(32500)
           END-EXEC

           PERFORM CHECK-BOOKING-RETURN

           MOVE WS-FIELD1         TO patient-id
           MOVE WS-QUERY-USERNAME TO username
           MOVE WS-FIELD2         TO appointment-id
           MOVE 'C'               TO appt-status

           PERFORM PUT-RESPONSE-ROOT-DATA

           MOVE HCPAPP-BOOKING-DETAILS(1:200) TO WS-TSQ-DATA
           PERFORM WRITE-TSQ.

      *****************************************************************
      * The portal user must be the patient, or hold a PROXYGRANT for
      * them with the scope this method needs - HCLGBI01 decides, and
      * audits a proxy acting for the patient
      *****************************************************************
       CHECK-ACTING-USER.
           IF WS-ACT-USERNAME EQUAL SPACES
              MOVE 400 TO WS-HTTP-STATUS-CODE
              MOVE '{"error":"Username Required"}' TO WS-ERROR-BODY
              PERFORM SEND-ERROR-RESPONSE
              GO TO MAIN-PROCESSING-EXIT
           END-IF

           INITIALIZE HCPAPP-BOOKING-DETAILS
           MOVE '01LGNA'          TO CA-REQUEST-ID
           MOVE WS-ACT-PATIENT-ID TO CA-PATIENT-ID
           MOVE WS-ACT-USERNAME   TO CA-USERNAME
           MOVE WS-ACT-SCOPE      TO CA-PROXY-SCOPE

           EXEC CICS LINK PROGRAM('HCLGBI01')
                     COMMAREA(HCPAPP-BOOKING-DETAILS)
                     LENGTH(32500)
           END-EXEC

           EVALUATE CA-RETURN-CODE
             WHEN 00
               CONTINUE
             WHEN 06
               MOVE 403 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Proxy Access Is View Only"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN OTHER
               MOVE 403 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Not Authorised For Patient"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
           END-EVALUATE.

      *****************************************************************
      * Turn the HCSADB01 return code into an HTTP status - a slot the
      * booking edits refuse is a conflict the portal can show, not
      * a server error
      *****************************************************************
       CHECK-BOOKING-RETURN.
           EVALUATE CA-RETURN-CODE
             WHEN 00
               CONTINUE
             WHEN 01
               MOVE 404 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Appointment Or Free Slot Not Found"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN 84
               MOVE 409 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Slot Already Booked"}' TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN 85
             WHEN 86
               MOVE 409 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Not A Slot In The Provider Session"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN 82
               MOVE 409 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Facility Closed On That Date"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN 81
             WHEN 83
             WHEN 88
               MOVE 409 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Slot Not Available"}' TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN 87
               MOVE 400 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Booking Details Required"}'
                   TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
             WHEN OTHER
               MOVE 409 TO WS-HTTP-STATUS-CODE
               MOVE '{"error":"Booking Failed"}' TO WS-ERROR-BODY
               PERFORM SEND-ERROR-RESPONSE
               GO TO MAIN-PROCESSING-EXIT
           END-EVALUATE.

       FORMAT-FREE-SLOT.
           ADD 1 TO WS-SLOT-SUB
           MOVE CA-APPT-FREE-TIME (WS-SLOT-SUB)
             TO free-slot-time (WS-SLOT-SUB).

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
