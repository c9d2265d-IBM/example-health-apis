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
      *            Patient Safety Incident Register Logic              *
      *                                                                *
      *   One INCIDENT row per reported event - falls, medication     *
      *  errors, wrong-patient events, equipment failures - with its  *
      *  severity, the ward or clinic it happened in, the patient     *
      *  where there is one, who reported it and the narrative, then  *
      *  the investigation owner and status as governance works it.  *
      *  Reports come from the incident screen (HCIRPL01) and from    *
      *  the ward MAR (HCMWDB01) when a dose is withheld for an       *
      *  error reason.  HCIRBJ01 reports the register monthly.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIRDB01.
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
                                        VALUE 'HCIRDB01------WS'.
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

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-INCIDENT-ID          PIC S9(9) COMP.
           03 DB2-COUNT                PIC S9(9) COMP.
           03 DB2-INCIDENT-ROW.
              05 DB2-TYPE              PIC X(3).
              05 DB2-SEVERITY          PIC X(1).
              05 DB2-LOCATION          PIC X(4).
              05 DB2-REPORTER          PIC X(10).
              05 DB2-NARRATIVE         PIC X(120).
              05 DB2-OWNER             PIC X(10).
              05 DB2-STATUS            PIC X(1).
              05 DB2-REPORTED          PIC X(16).
              05 DB2-SOURCE            PIC X(1).

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

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01AINC'
               PERFORM ADD-INCIDENT
             WHEN '01IINC'
               PERFORM GET-INCIDENT
             WHEN '01UINC'
               PERFORM UPDATE-INVESTIGATION
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
       ADD-INCIDENT.
      *================================================================*
      * Register a new incident, open with no owner yet.  The patient *
      * is optional - an equipment failure may not involve one - but  *
      * when keyed must be on file                                    *
      *================================================================*
           IF CA-IR-TYPE NOT EQUAL 'FAL' AND NOT EQUAL 'MED'
                     AND NOT EQUAL 'WPT' AND NOT EQUAL 'EQP'
                     AND NOT EQUAL 'OTH'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM CHECK-SEVERITY
           IF CA-IR-NARRATIVE EQUAL SPACES
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-IR-SOURCE NOT EQUAL 'M'
              MOVE 'S' TO CA-IR-SOURCE
           END-IF

           IF CA-PATIENT-ID NOT NUMERIC
              MOVE ZERO TO CA-PATIENT-ID
           END-IF
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
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

           MOVE ' INSERT INCIDENT' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO INCIDENT
                         ( INCIDENTID,
                           INCIDENTTYPE,
                           SEVERITY,
                           LOCATION,
                           PATIENTID,
                           REPORTEDBY,
                           NARRATIVE,
                           INVESTOWNER,
                           STATUS,
                           REPORTED,
                           SOURCE )
                  VALUES ( DEFAULT,
                           :CA-IR-TYPE,
                           :CA-IR-SEVERITY,
                           :CA-IR-LOCATION,
                           :DB2-PATIENT-ID,
                           :CA-IR-REPORTER,
                           :CA-IR-NARRATIVE,
                           ' ',
                           'O',
                           CURRENT TIMESTAMP,
                           :CA-IR-SOURCE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-INCIDENT-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-INCIDENT-ID TO CA-IR-ID
           MOVE 'O'             TO CA-IR-STATUS
           MOVE SPACES          TO CA-IR-OWNER.

           EXIT.

      *================================================================*
       CHECK-SEVERITY.
           IF CA-IR-SEVERITY NOT EQUAL 'N' AND NOT EQUAL 'L'
                         AND NOT EQUAL 'M' AND NOT EQUAL 'S'
                         AND NOT EQUAL 'D'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       GET-INCIDENT.
      *================================================================*
           IF CA-IR-ID NOT NUMERIC
              MOVE '01' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-IR-ID TO DB2-INCIDENT-ID

           MOVE ' SELECT INCIDENT' TO EM-SQLREQ
           EXEC SQL
               SELECT INCIDENTTYPE,
                      SEVERITY,
                      LOCATION,
                      PATIENTID,
                      REPORTEDBY,
                      NARRATIVE,
                      INVESTOWNER,
                      STATUS,
                      SUBSTR(CHAR(REPORTED), 1, 16),
                      SOURCE
                 INTO :DB2-TYPE,
                      :DB2-SEVERITY,
                      :DB2-LOCATION,
                      :DB2-PATIENT-ID,
                      :DB2-REPORTER,
                      :DB2-NARRATIVE,
                      :DB2-OWNER,
                      :DB2-STATUS,
                      :DB2-REPORTED,
                      :DB2-SOURCE
                 FROM INCIDENT
                WHERE INCIDENTID = :DB2-INCIDENT-ID
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

           MOVE DB2-PATIENT-ID  TO CA-PATIENT-ID
           MOVE DB2-TYPE        TO CA-IR-TYPE
           MOVE DB2-SEVERITY    TO CA-IR-SEVERITY
           MOVE DB2-LOCATION    TO CA-IR-LOCATION
           MOVE DB2-REPORTER    TO CA-IR-REPORTER
           MOVE DB2-NARRATIVE   TO CA-IR-NARRATIVE
           MOVE DB2-OWNER       TO CA-IR-OWNER
           MOVE DB2-STATUS      TO CA-IR-STATUS
           MOVE DB2-REPORTED    TO CA-IR-REPORTED
           MOVE DB2-SOURCE      TO CA-IR-SOURCE.

           EXIT.

      *================================================================*
       UPDATE-INVESTIGATION.
      *================================================================*
      * Assign the investigation owner, move the status on and       *
      * regrade the severity once the harm is known.  An incident    *
      * cannot be closed without an owner having investigated it     *
      *================================================================*
           IF CA-IR-ID NOT NUMERIC
              MOVE '01' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-IR-ID TO DB2-INCIDENT-ID

           IF CA-IR-STATUS NOT EQUAL 'O' AND NOT EQUAL 'I'
                                     AND NOT EQUAL 'C'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM CHECK-SEVERITY
           IF CA-IR-STATUS NOT EQUAL 'O' AND CA-IR-OWNER EQUAL SPACES
              MOVE '89' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE INCIDENT' TO EM-SQLREQ
           EXEC SQL
               UPDATE INCIDENT
                  SET INVESTOWNER = :CA-IR-OWNER,
                      STATUS      = :CA-IR-STATUS,
                      SEVERITY    = :CA-IR-SEVERITY,
                      CLOSED      = CASE WHEN :CA-IR-STATUS = 'C'
                                         THEN CURRENT TIMESTAMP
                                         ELSE NULL END
                WHERE INCIDENTID = :DB2-INCIDENT-ID
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

      *----------------------------------------------------------------*
       COPY HCERRSDB.
