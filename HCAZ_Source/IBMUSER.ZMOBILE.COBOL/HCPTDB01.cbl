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
      *               Patient Transport Booking Logic                  *
      *                                                                *
      *   Books, inquires on and cancels patient transport on the     *
      *  TRANSPORT table.  A journey is either for a booked outpatient *
      *  APPOINTMENT - picked up a lead time (default 60 minutes)     *
      *  before it, optionally with a return trip - or home from the  *
      *  patient's current OCCUPANCY on discharge at a given time.    *
      *  The crew is told the mobility help needed (ambulant, walking *
      *  aid, wheelchair, stretcher), whether an escort travels, and  *
      *  the patient's blind and deaf indicators from PATIENT.  The   *
      *  home end defaults to the patient's address on file.          *
      *   HCPTBJ01 sends the day's journeys to the transport          *
      *  contractor and HCPTBJ02 posts back what happened.  A booking *
      *  already sent that is cancelled is left at 'X' so the next    *
      *  manifest tells the contractor.  HCSADB01 cancels or moves the *
      *  booking when its appointment is cancelled or rescheduled.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPTDB01.
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
                                        VALUE 'HCPTDB01------WS'.
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

      * Pick-up lead before an appointment when none is given
       01  WS-DEFAULT-LEAD-MINS        PIC S9(4) COMP VALUE +60.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-TRANSPORT-ID         PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LINK-TYPE            PIC X(1).
           03 DB2-APPT-ID              PIC S9(9) COMP.
           03 DB2-ADMIT-DATETIME       PIC X(26).
           03 DB2-MOBILITY             PIC X(1).
           03 DB2-ESCORT               PIC X(1).
           03 DB2-RETURN-TRIP          PIC X(1).
           03 DB2-BLIND-IND            PIC X(1).
           03 DB2-DEAF-IND             PIC X(1).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-DESTINATION          PIC X(20).
           03 DB2-PICKUP-DATE          PIC X(10).
           03 DB2-PICKUP-TIME          PIC X(8).
           03 DB2-LEAD-MINS            PIC S9(4) COMP.
           03 DB2-STATUS               PIC X(1).
           03 DB2-BOOKED-BY            PIC X(10).
           03 DB2-WARD                 PIC X(4).
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

           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
           MOVE CA-PATIENT-ID TO EM-PATNUM

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01ATRN'
               PERFORM BOOK-TRANSPORT
             WHEN '01ITRN'
               PERFORM GET-TRANSPORT
             WHEN '01CTRN'
               PERFORM CANCEL-TRANSPORT
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
       BOOK-TRANSPORT.
      *================================================================*
      * Book a journey for the patient's appointment or discharge.   *
      *   '86' bad mobility, escort or return flag                    *
      *   '87' link, appointment or pick-up time missing or invalid   *
      *   '01' patient not found                                      *
      *   '72' appointment not booked for the patient, or patient     *
      *        not in a bed                                           *
      *   '73' journey already booked for this appointment/stay       *
      *================================================================*
           IF CA-PT-MOBILITY NOT EQUAL 'A' AND
              CA-PT-MOBILITY NOT EQUAL 'W' AND
              CA-PT-MOBILITY NOT EQUAL 'C' AND
              CA-PT-MOBILITY NOT EQUAL 'S'
              MOVE '86' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-PT-ESCORT EQUAL SPACE
              MOVE 'N' TO CA-PT-ESCORT
           END-IF
           IF CA-PT-RETURN-TRIP EQUAL SPACE
              MOVE 'N' TO CA-PT-RETURN-TRIP
           END-IF
           IF (CA-PT-ESCORT NOT EQUAL 'Y' AND
               CA-PT-ESCORT NOT EQUAL 'N') OR
              (CA-PT-RETURN-TRIP NOT EQUAL 'Y' AND
               CA-PT-RETURN-TRIP NOT EQUAL 'N')
              MOVE '86' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-PT-MOBILITY    TO DB2-MOBILITY
           MOVE CA-PT-ESCORT      TO DB2-ESCORT
           MOVE CA-PT-RETURN-TRIP TO DB2-RETURN-TRIP
           MOVE CA-PT-LINK-TYPE   TO DB2-LINK-TYPE
           MOVE CA-PT-BOOKED-BY   TO DB2-BOOKED-BY

           PERFORM GET-PATIENT-DETAILS

           EVALUATE CA-PT-LINK-TYPE
             WHEN 'A'
               PERFORM GET-APPOINTMENT-PICKUP
             WHEN 'D'
               PERFORM GET-DISCHARGE-PICKUP
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' SELECT TRANSPORT' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-COUNT
                 FROM TRANSPORT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND LINKTYPE  = :DB2-LINK-TYPE
                  AND STATUS IN ('B', 'S')
                  AND (   ( LINKTYPE = 'A'
                            AND APPTID = :DB2-APPT-ID )
                       OR ( LINKTYPE = 'D'
                            AND ADMITDATETIME = TIMESTAMP(
                                NULLIF(:DB2-ADMIT-DATETIME, ' ')) ) )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-COUNT > 0
              MOVE '73' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT TRANSPORT' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO TRANSPORT
                         ( TRANSPORTID,
                           PATIENTID,
                           LINKTYPE,
                           APPTID,
                           ADMITDATETIME,
                           MOBILITY,
                           ESCORT,
                           RETURNTRIP,
                           BLINDIND,
                           DEAFIND,
                           ADDRESS,
                           CITY,
                           POSTCODE,
                           DESTINATION,
                           PICKUPDATETIME,
                           LEADMINS,
                           STATUS,
                           AMENDED,
                           BOOKEDBY,
                           BOOKEDDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-LINK-TYPE,
                           :DB2-APPT-ID,
                           TIMESTAMP(NULLIF(:DB2-ADMIT-DATETIME, ' ')),
                           :DB2-MOBILITY,
                           :DB2-ESCORT,
                           :DB2-RETURN-TRIP,
                           :DB2-BLIND-IND,
                           :DB2-DEAF-IND,
                           :DB2-ADDRESS,
                           :DB2-CITY,
                           :DB2-POSTCODE,
                           :DB2-DESTINATION,
                           TIMESTAMP(DATE(:DB2-PICKUP-DATE),
                                     TIME(:DB2-PICKUP-TIME)),
                           :DB2-LEAD-MINS,
                           'B',
                           'N',
                           :DB2-BOOKED-BY,
                           CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-TRANSPORT-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-TRANSPORT-ID TO CA-PT-TRANSPORT-ID
           MOVE 'B'              TO DB2-STATUS
           PERFORM RETURN-TRANSPORT-DETAILS.

           EXIT.

      *================================================================*
       GET-PATIENT-DETAILS.
      *================================================================*
      * Blind and deaf indicators always come from the patient; the  *
      * home end is the patient's address unless another is given     *
      *================================================================*
           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT ADDRESS, CITY, POSTCODE,
                      VALUE(BLINDIND, 'N'),
                      VALUE(DEAFIND, 'N')
                 INTO :DB2-ADDRESS, :DB2-CITY, :DB2-POSTCODE,
                      :DB2-BLIND-IND, :DB2-DEAF-IND
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

           IF CA-PT-ADDRESS NOT EQUAL SPACES
              MOVE CA-PT-ADDRESS  TO DB2-ADDRESS
              MOVE CA-PT-CITY     TO DB2-CITY
              MOVE CA-PT-POSTCODE TO DB2-POSTCODE
           END-IF.

           EXIT.

      *================================================================*
       GET-APPOINTMENT-PICKUP.
      *================================================================*
      * The appointment must be booked for this patient; pick-up is  *
      * the lead time before it and the destination its clinic        *
      *================================================================*
           IF CA-PT-APPT-ID NOT NUMERIC OR
              CA-PT-APPT-ID EQUAL ZERO
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PT-APPT-ID TO DB2-APPT-ID
           MOVE SPACES        TO DB2-ADMIT-DATETIME

           IF CA-PT-LEAD-MINS NUMERIC AND
              CA-PT-LEAD-MINS > ZERO
              MOVE CA-PT-LEAD-MINS TO DB2-LEAD-MINS
           ELSE
              MOVE WS-DEFAULT-LEAD-MINS TO DB2-LEAD-MINS
           END-IF

           MOVE ' SELECT APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(DATE(APPTDATETIME -
                                :DB2-LEAD-MINS MINUTES), ISO),
                      CHAR(TIME(APPTDATETIME -
                                :DB2-LEAD-MINS MINUTES), JIS),
                      CLINIC
                 INTO :DB2-PICKUP-DATE, :DB2-PICKUP-TIME,
                      :DB2-DESTINATION
                 FROM APPOINTMENT
                WHERE APPTID    = :DB2-APPT-ID
                  AND PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'B'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '72' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       GET-DISCHARGE-PICKUP.
      *================================================================*
      * The patient must be in a bed; the journey is linked to that  *
      * stay and picks up from the ward at the time given             *
      *================================================================*
           IF CA-PT-PICKUP-DATE(5:1) NOT EQUAL '-' OR
              CA-PT-PICKUP-DATE(8:1) NOT EQUAL '-' OR
              CA-PT-PICKUP-DATE(1:4) NOT NUMERIC OR
              CA-PT-PICKUP-DATE(6:2) NOT NUMERIC OR
              CA-PT-PICKUP-DATE(9:2) NOT NUMERIC OR
              CA-PT-PICKUP-TIME(3:1) NOT EQUAL ':' OR
              CA-PT-PICKUP-TIME(1:2) NOT NUMERIC OR
              CA-PT-PICKUP-TIME(4:2) NOT NUMERIC
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PT-PICKUP-DATE TO DB2-PICKUP-DATE
           MOVE CA-PT-PICKUP-TIME TO DB2-PICKUP-TIME
           IF DB2-PICKUP-TIME(6:3) EQUAL SPACES
              MOVE ':00' TO DB2-PICKUP-TIME(6:3)
           END-IF
           MOVE ZERO TO DB2-APPT-ID
           MOVE ZERO TO DB2-LEAD-MINS

           EXEC SQL
               SELECT CHAR(DATE(:DB2-PICKUP-DATE), ISO),
                      CHAR(TIME(:DB2-PICKUP-TIME), JIS)
                 INTO :DB2-PICKUP-DATE, :DB2-PICKUP-TIME
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT OCCUPANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT WARDCODE, CHAR(ADMITDATETIME)
                 INTO :DB2-WARD, :DB2-ADMIT-DATETIME
                 FROM OCCUPANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '72' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE SPACES TO DB2-DESTINATION
           STRING 'WARD ' DB2-WARD DELIMITED BY SIZE
               INTO DB2-DESTINATION.

           EXIT.

      *================================================================*
       GET-TRANSPORT.
      *================================================================*
      * The journey asked for by id, else the patient's next one     *
      * still booked or sent - '01' if there is none                  *
      *================================================================*
           IF CA-PT-TRANSPORT-ID NUMERIC AND
              CA-PT-TRANSPORT-ID > ZERO
              MOVE CA-PT-TRANSPORT-ID TO DB2-TRANSPORT-ID
           ELSE
              MOVE ' SELECT TRANSPORT NEXT' TO EM-SQLREQ
              EXEC SQL
                  SELECT VALUE(MIN(TRANSPORTID), 0)
                    INTO :DB2-TRANSPORT-ID
                    FROM TRANSPORT
                   WHERE PATIENTID = :DB2-PATIENT-ID
                     AND STATUS IN ('B', 'S')
                     AND PICKUPDATETIME =
                         ( SELECT MIN(T2.PICKUPDATETIME)
                             FROM TRANSPORT T2
                            WHERE T2.PATIENTID = :DB2-PATIENT-ID
                              AND T2.STATUS IN ('B', 'S') )
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF

           MOVE ' SELECT TRANSPORT' TO EM-SQLREQ
           EXEC SQL
               SELECT LINKTYPE, APPTID, MOBILITY, ESCORT, RETURNTRIP,
                      BLINDIND, DEAFIND, ADDRESS, CITY, POSTCODE,
                      DESTINATION,
                      CHAR(DATE(PICKUPDATETIME), ISO),
                      CHAR(TIME(PICKUPDATETIME), JIS),
                      LEADMINS, STATUS, BOOKEDBY
                 INTO :DB2-LINK-TYPE, :DB2-APPT-ID, :DB2-MOBILITY,
                      :DB2-ESCORT, :DB2-RETURN-TRIP,
                      :DB2-BLIND-IND, :DB2-DEAF-IND,
                      :DB2-ADDRESS, :DB2-CITY, :DB2-POSTCODE,
                      :DB2-DESTINATION,
                      :DB2-PICKUP-DATE, :DB2-PICKUP-TIME,
                      :DB2-LEAD-MINS, :DB2-STATUS, :DB2-BOOKED-BY
                 FROM TRANSPORT
                WHERE TRANSPORTID = :DB2-TRANSPORT-ID
                  AND PATIENTID   = :DB2-PATIENT-ID
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

           MOVE DB2-TRANSPORT-ID TO CA-PT-TRANSPORT-ID
           PERFORM RETURN-TRANSPORT-DETAILS.

           EXIT.

      *================================================================*
       CANCEL-TRANSPORT.
      *================================================================*
      * Cancel a journey still booked; one already on a manifest is  *
      * left at 'X' for the next manifest to tell the contractor.     *
      * '01' if the journey is not booked or sent for the patient     *
      *================================================================*
           IF CA-PT-TRANSPORT-ID NOT NUMERIC OR
              CA-PT-TRANSPORT-ID EQUAL ZERO
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PT-TRANSPORT-ID TO DB2-TRANSPORT-ID

           MOVE ' UPDATE TRANSPORT' TO EM-SQLREQ
           EXEC SQL
               UPDATE TRANSPORT
                  SET STATUS = CASE WHEN STATUS = 'S'
                                    THEN 'X' ELSE 'C' END
                WHERE TRANSPORTID = :DB2-TRANSPORT-ID
                  AND PATIENTID   = :DB2-PATIENT-ID
                  AND STATUS IN ('B', 'S')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       RETURN-TRANSPORT-DETAILS.
      *================================================================*
           MOVE DB2-LINK-TYPE    TO CA-PT-LINK-TYPE
           MOVE DB2-APPT-ID      TO CA-PT-APPT-ID
           MOVE DB2-MOBILITY     TO CA-PT-MOBILITY
           MOVE DB2-ESCORT       TO CA-PT-ESCORT
           MOVE DB2-RETURN-TRIP  TO CA-PT-RETURN-TRIP
           MOVE DB2-BLIND-IND    TO CA-PT-BLIND-IND
           MOVE DB2-DEAF-IND     TO CA-PT-DEAF-IND
           MOVE DB2-ADDRESS      TO CA-PT-ADDRESS
           MOVE DB2-CITY         TO CA-PT-CITY
           MOVE DB2-POSTCODE     TO CA-PT-POSTCODE
           MOVE DB2-DESTINATION  TO CA-PT-DESTINATION
           MOVE DB2-PICKUP-DATE  TO CA-PT-PICKUP-DATE
           MOVE DB2-PICKUP-TIME  TO CA-PT-PICKUP-TIME
           MOVE DB2-LEAD-MINS    TO CA-PT-LEAD-MINS
           MOVE DB2-STATUS       TO CA-PT-STATUS
           MOVE DB2-BOOKED-BY    TO CA-PT-BOOKED-BY.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
