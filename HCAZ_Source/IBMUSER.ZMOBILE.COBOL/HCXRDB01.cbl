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
      *                  Imaging Order Entry Logic                     *
      *                                                                *
      *   Place, cancel and inquire imaging orders on the DB2          *
      *  IMAGEORDER table - modality, body part, clinical question,    *
      *  urgency and ordering provider - and read back the radiology   *
      *  report loaded against an order.  The nightly HCXRBJ01         *
      *  extract sends open orders to the radiology system, HCXRBJ02   *
      *  loads the reports it returns onto IMAGEREPORT and HCXRBJ03    *
      *  ages the orders still waiting on a report.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCXRDB01.
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
                                        VALUE 'HCXRDB01------WS'.
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

       01  WS-ORDER-SUB                PIC S9(4) COMP VALUE +0.

      * Modalities the radiology department takes orders for
       01  WS-MODALITY                 PIC X(2).
           88 WS-MODALITY-VALID        VALUE 'XR' 'CT' 'MR' 'US'
                                             'NM' 'FL' 'MG'.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
      * Host variables for output from DB2 integer types
       01  DB2-OUT.
           03 DB2-ORDER-ID             PIC S9(9) COMP.
           03 DB2-ORDER-ID-INT         PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.
           03 DB2-MODALITY             PIC X(2).
           03 DB2-BODY-PART            PIC X(20).
           03 DB2-QUESTION             PIC X(60).
           03 DB2-URGENCY              PIC X(1).
           03 DB2-ORDERED              PIC X(19).
           03 DB2-STATUS               PIC X(1).
           03 DB2-REPORTED             PIC X(19).
           03 DB2-RADIOLOGIST          PIC X(20).
           03 DB2-REPORT-TEXT          PIC X(240).

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
           MOVE CA-IMG-ID     TO DB2-ORDER-ID

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01AIMG'
               PERFORM INSERT-ORDER
             WHEN '01XIMG'
               PERFORM CANCEL-ORDER
             WHEN '01IIMG'
               PERFORM GET-ORDERS
             WHEN '01RIMG'
               PERFORM GET-REPORT
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
       INSERT-ORDER.
      *================================================================*
      * Place an order - the patient must exist, the modality be one *
      * radiology takes, body part and clinical question be keyed,   *
      * the urgency R or U, and the ordering clinician be an active  *
      * provider                                                       *
      *================================================================*
           MOVE CA-IMG-MODALITY TO WS-MODALITY
           IF NOT WS-MODALITY-VALID
            OR CA-IMG-BODY-PART EQUAL SPACES
            OR CA-IMG-QUESTION  EQUAL SPACES
            OR (CA-IMG-URGENCY NOT EQUAL 'R' AND
                CA-IMG-URGENCY NOT EQUAL 'U')
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID
                 INTO :DB2-PATIENT-ID
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

           MOVE CA-IMG-PROVIDER-ID TO DB2-PROVIDER-ID
           MOVE ' SELECT PROVIDER' TO EM-SQLREQ
           EXEC SQL
               SELECT PROVIDERID
                 INTO :DB2-PROVIDER-ID
                 FROM PROVIDER
                WHERE PROVIDERID = :DB2-PROVIDER-ID
                  AND ACTIVE     = 'Y'
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

           MOVE ' INSERT IMAGEORDER' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO IMAGEORDER
                         ( ORDERID,
                           PATIENTID,
                           MODALITY,
                           BODYPART,
                           QUESTION,
                           URGENCY,
                           ORDPROVIDERID,
                           ORDERDATETIME,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :CA-IMG-MODALITY,
                           :CA-IMG-BODY-PART,
                           :CA-IMG-QUESTION,
                           :CA-IMG-URGENCY,
                           :DB2-PROVIDER-ID,
                           CHAR(CURRENT TIMESTAMP),
                           'O' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-ORDER-ID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-ORDER-ID-INT TO CA-IMG-ID.

           EXIT.

      *================================================================*
       CANCEL-ORDER.
      *================================================================*
      * Cancel an order not yet reported - once the report is in it  *
      * is too late to cancel                                          *
      *================================================================*
           MOVE ' UPDATE IMAGEORDER' TO EM-SQLREQ

           EXEC SQL
               UPDATE IMAGEORDER
                  SET STATUS = 'X'
                WHERE ORDERID = :DB2-ORDER-ID
                  AND STATUS IN ('O', 'S')
           END-EXEC

           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *================================================================*
       GET-ORDERS.
      *================================================================*
      * The patient's imaging orders, newest first, up to the five   *
      * the commarea carries - reported orders are listed too so the  *
      * clinician can pick one and read its report                    *
      *================================================================*
           MOVE ' SELECT IMAGEORDER' TO EM-SQLREQ

           EXEC SQL
               DECLARE IMGCSR CURSOR FOR
               SELECT ORDERID, MODALITY, BODYPART, URGENCY,
                      ORDERDATETIME, STATUS
                 FROM IMAGEORDER
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS IN ('O', 'S', 'R')
                ORDER BY ORDERDATETIME DESC
           END-EXEC

           EXEC SQL
               OPEN IMGCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-IMG-COUNT
           MOVE ZERO TO WS-ORDER-SUB
           PERFORM FETCH-NEXT-ORDER
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-ORDER-SUB = 5

           EXEC SQL
               CLOSE IMGCSR
           END-EXEC

           IF CA-IMG-COUNT = ZERO
              MOVE '01' TO CA-RETURN-CODE
           END-IF

           EXIT.

       FETCH-NEXT-ORDER.
           EXEC SQL
               FETCH IMGCSR
                INTO :DB2-ORDER-ID, :DB2-MODALITY, :DB2-BODY-PART,
                     :DB2-URGENCY, :DB2-ORDERED, :DB2-STATUS
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-ORDER-SUB
              MOVE DB2-ORDER-ID  TO CA-IMGL-ID(WS-ORDER-SUB)
              MOVE DB2-MODALITY  TO CA-IMGL-MODALITY(WS-ORDER-SUB)
              MOVE DB2-BODY-PART TO CA-IMGL-BODY-PART(WS-ORDER-SUB)
              MOVE DB2-URGENCY   TO CA-IMGL-URGENCY(WS-ORDER-SUB)
              MOVE DB2-ORDERED   TO CA-IMGL-ORDERED(WS-ORDER-SUB)
              MOVE DB2-STATUS    TO CA-IMGL-STATUS(WS-ORDER-SUB)
              MOVE WS-ORDER-SUB  TO CA-IMG-COUNT
           END-IF.

           EXIT.

      *================================================================*
       GET-REPORT.
      *================================================================*
      * One order with the latest report loaded against it - an      *
      * order still with radiology comes back with a blank report    *
      * and its status, so the clinician sees where it has got to    *
      *================================================================*
           MOVE ' SELECT IMAGEORDER' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID, MODALITY, BODYPART, QUESTION,
                      URGENCY, ORDPROVIDERID, STATUS
                 INTO :DB2-PATIENT-ID, :DB2-MODALITY, :DB2-BODY-PART,
                      :DB2-QUESTION, :DB2-URGENCY, :DB2-PROVIDER-ID,
                      :DB2-STATUS
                 FROM IMAGEORDER
                WHERE ORDERID = :DB2-ORDER-ID
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
           MOVE DB2-MODALITY    TO CA-IMG-MODALITY
           MOVE DB2-BODY-PART   TO CA-IMG-BODY-PART
           MOVE DB2-QUESTION    TO CA-IMG-QUESTION
           MOVE DB2-URGENCY     TO CA-IMG-URGENCY
           MOVE DB2-PROVIDER-ID TO CA-IMG-PROVIDER-ID
           MOVE DB2-STATUS      TO CA-IMG-STATUS
           MOVE SPACES          TO CA-IMG-REPORTED
                                   CA-IMG-RADIOLOGIST
                                   CA-IMG-REPORT-TEXT

           MOVE ' SELECT IMAGEREPORT' TO EM-SQLREQ
           EXEC SQL
               SELECT REPORTED, RADIOLOGIST, REPORTTEXT
                 INTO :DB2-REPORTED, :DB2-RADIOLOGIST,
                      :DB2-REPORT-TEXT
                 FROM IMAGEREPORT
                WHERE ORDERID = :DB2-ORDER-ID
                ORDER BY REPORTED DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-REPORTED    TO CA-IMG-REPORTED
               MOVE DB2-RADIOLOGIST TO CA-IMG-RADIOLOGIST
               MOVE DB2-REPORT-TEXT TO CA-IMG-REPORT-TEXT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
