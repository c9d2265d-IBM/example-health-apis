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
      *            Clinic Room and Equipment Resource Logic            *
      *                                                                *
      *   Maintains the rooms and items of equipment each facility    *
      *  has on RESOURCE - class R room or E equipment, a resource    *
      *  type such as EXAM or ECG, and an active flag (an inactive    *
      *  resource is never allocated) - and the resource types each   *
      *  appointment type needs on APPTTYPENEED.  HCSADB01 allocates  *
      *  one free resource of each needed type at the booking         *
      *  facility when an appointment of that type is booked or       *
      *  moved, and HCRBBJ01 prints the day's room allocation.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRBDB01.
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
                                        VALUE 'HCRBDB01------WS'.
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

       01  WS-NEED-EOF-SWITCH          PIC X VALUE 'N'.
           88 WS-NEED-EOF              VALUE 'Y'.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-RESOURCE-ID          PIC X(8).
           03 DB2-FACILITY             PIC X(4).
           03 DB2-RES-CLASS            PIC X(1).
           03 DB2-RES-TYPE             PIC X(6).
           03 DB2-DESCRIPTION          PIC X(30).
           03 DB2-ACTIVE               PIC X(1).
           03 DB2-APPT-TYPE            PIC X(6).
           03 DB2-NEED-TYPE            PIC X(6).
           03 DB2-COUNT                PIC S9(9) COMP.

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

           MOVE CA-RB-RESOURCE-ID TO DB2-RESOURCE-ID
           MOVE CA-RB-APPT-TYPE   TO DB2-APPT-TYPE
           MOVE CA-RB-RES-TYPE    TO DB2-RES-TYPE

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01ARES'
               PERFORM SAVE-RESOURCE
             WHEN '01IRES'
               PERFORM GET-RESOURCE
             WHEN '01ANED'
               PERFORM ADD-TYPE-NEED
             WHEN '01DNED'
               PERFORM REMOVE-TYPE-NEED
             WHEN '01INED'
               PERFORM LIST-TYPE-NEEDS
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
       SAVE-RESOURCE.
      *================================================================*
      * Add a room or item of equipment, or change one already held. *
      *   '87' id, facility or type missing                          *
      *   '86' class not R or E, active flag not Y or N              *
      *   '02' facility not on FACILITY                               *
      *================================================================*
           IF CA-RB-RESOURCE-ID EQUAL SPACES OR
              CA-RB-FACILITY EQUAL SPACES OR
              CA-RB-RES-TYPE EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-RB-ACTIVE EQUAL SPACE
              MOVE 'Y' TO CA-RB-ACTIVE
           END-IF
           IF (CA-RB-CLASS NOT EQUAL 'R' AND
               CA-RB-CLASS NOT EQUAL 'E') OR
              (CA-RB-ACTIVE NOT EQUAL 'Y' AND
               CA-RB-ACTIVE NOT EQUAL 'N')
              MOVE '86' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT FACILITY' TO EM-SQLREQ
           EXEC SQL
               SELECT FACILITY
                 INTO :DB2-FACILITY
                 FROM FACILITY
                WHERE FACILITY = :CA-RB-FACILITY
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

           MOVE CA-RB-CLASS       TO DB2-RES-CLASS
           MOVE CA-RB-DESCRIPTION TO DB2-DESCRIPTION
           MOVE CA-RB-ACTIVE      TO DB2-ACTIVE

           MOVE ' UPDATE RESOURCE' TO EM-SQLREQ
           EXEC SQL
               UPDATE RESOURCE
                  SET FACILITY    = :DB2-FACILITY,
                      RESCLASS    = :DB2-RES-CLASS,
                      RESTYPE     = :DB2-RES-TYPE,
                      DESCRIPTION = :DB2-DESCRIPTION,
                      ACTIVE      = :DB2-ACTIVE
                WHERE RESOURCEID = :DB2-RESOURCE-ID
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE ' INSERT RESOURCE' TO EM-SQLREQ
              EXEC SQL
                  INSERT INTO RESOURCE
                            ( RESOURCEID,
                              FACILITY,
                              RESCLASS,
                              RESTYPE,
                              DESCRIPTION,
                              ACTIVE )
                     VALUES ( :DB2-RESOURCE-ID,
                              :DB2-FACILITY,
                              :DB2-RES-CLASS,
                              :DB2-RES-TYPE,
                              :DB2-DESCRIPTION,
                              :DB2-ACTIVE )
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       GET-RESOURCE.
      *================================================================*
      * The room or item of equipment keyed - '01' if not held        *
      *================================================================*
           MOVE ' SELECT RESOURCE' TO EM-SQLREQ
           EXEC SQL
               SELECT FACILITY, RESCLASS, RESTYPE,
                      VALUE(DESCRIPTION, ' '), ACTIVE
                 INTO :DB2-FACILITY, :DB2-RES-CLASS, :DB2-RES-TYPE,
                      :DB2-DESCRIPTION, :DB2-ACTIVE
                 FROM RESOURCE
                WHERE RESOURCEID = :DB2-RESOURCE-ID
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

           MOVE DB2-FACILITY    TO CA-RB-FACILITY
           MOVE DB2-RES-CLASS   TO CA-RB-CLASS
           MOVE DB2-RES-TYPE    TO CA-RB-RES-TYPE
           MOVE DB2-DESCRIPTION TO CA-RB-DESCRIPTION
           MOVE DB2-ACTIVE      TO CA-RB-ACTIVE.

           EXIT.

      *================================================================*
       ADD-TYPE-NEED.
      *================================================================*
      * The appointment type needs a resource of the type keyed.     *
      * '87' either type missing; '72' no resource of that type is   *
      * held anywhere.  Adding a need already there is no error.     *
      *================================================================*
           IF CA-RB-APPT-TYPE EQUAL SPACES OR
              CA-RB-RES-TYPE EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT RESOURCE' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-COUNT
                 FROM RESOURCE
                WHERE RESTYPE = :DB2-RES-TYPE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-COUNT EQUAL ZERO
              MOVE '72' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT APPTTYPENEED' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO APPTTYPENEED
                         ( APPTTYPE, RESTYPE )
                  VALUES ( :DB2-APPT-TYPE, :DB2-RES-TYPE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL -803
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM LIST-TYPE-NEEDS.

           EXIT.

      *================================================================*
       REMOVE-TYPE-NEED.
      *================================================================*
      * The appointment type no longer needs the resource type -     *
      * '01' if it was not a need.  Appointments already booked keep *
      * what they were allocated.                                     *
      *================================================================*
           MOVE ' DELETE APPTTYPENEED' TO EM-SQLREQ
           EXEC SQL
               DELETE FROM APPTTYPENEED
                WHERE APPTTYPE = :DB2-APPT-TYPE
                  AND RESTYPE  = :DB2-RES-TYPE
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

           PERFORM LIST-TYPE-NEEDS.

           EXIT.

      *================================================================*
       LIST-TYPE-NEEDS.
      *================================================================*
      * The resource types the appointment type needs, up to ten     *
      *================================================================*
           MOVE ZERO TO CA-RB-NEED-COUNT
           MOVE ' SELECT APPTTYPENEED' TO EM-SQLREQ

           EXEC SQL
               DECLARE NEDCSR CURSOR FOR
               SELECT RESTYPE
                 FROM APPTTYPENEED
                WHERE APPTTYPE = :DB2-APPT-TYPE
                ORDER BY RESTYPE
           END-EXEC

           EXEC SQL
               OPEN NEDCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO WS-NEED-EOF-SWITCH
           PERFORM FETCH-NEXT-NEED
               UNTIL WS-NEED-EOF

           EXEC SQL
               CLOSE NEDCSR
           END-EXEC.

           EXIT.

       FETCH-NEXT-NEED.
           EXEC SQL
               FETCH NEDCSR
                INTO :DB2-NEED-TYPE
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR CA-RB-NEED-COUNT = 10
              MOVE 'Y' TO WS-NEED-EOF-SWITCH
           ELSE
              ADD 1 TO CA-RB-NEED-COUNT
              MOVE DB2-NEED-TYPE TO CA-RB-NEED-TYPE(CA-RB-NEED-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
