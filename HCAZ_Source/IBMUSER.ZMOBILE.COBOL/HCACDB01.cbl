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
      *              Anticoagulation (INR) Clinic Logic                *
      *                                                                *
      *   Maintains the ANTICOAG enrolment - target INR range, next   *
      *  test date and the current weekly warfarin dose - and works   *
      *  the INRREVIEW worklist the lab result paths (HCLBDB01 and    *
      *  the HCLBBJ01 nightly load) feed with every INR posted for an *
      *  enrolled patient.  Recording a new weekly dose and next-test *
      *  date closes the review, moves the enrolment on, and is       *
      *  written to AUDITLOG.                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCACDB01.
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
                                        VALUE 'HCACDB01------WS'.
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

       01  WS-ENTRY-SUB                PIC S9(4) COMP VALUE +0.

      * Decimal values handed back to the screen
       01  WS-INR-EDIT                 PIC Z9.9.
       01  WS-DOSE-EDIT                PIC ZZZ9.9.

       01  WS-RANGE-TEXT.
           03 WS-RT-LOW                PIC Z9.9.
           03 FILLER                   PIC X(1) VALUE '-'.
           03 WS-RT-HIGH               PIC Z9.9.

       01  WS-DOSE-TEXT.
           03 WS-DT-STRENGTH           PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DT-FREQUENCY          PIC X(9).

       01  WS-DOSE-AUDIT-KEY.
           03 FILLER                   PIC X(4) VALUE 'INR '.
           03 WS-DAK-PATIENT-ID        PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DAK-REVIEW-ID         PIC 9(10).

       01  WS-DOSE-AUDIT-IMAGE.
           03 FILLER                   PIC X(7) VALUE 'WEEKLY='.
           03 WS-DAI-DOSE              PIC ZZZ9.9.
           03 FILLER                   PIC X(6) VALUE ' NEXT='.
           03 WS-DAI-NEXT-TEST         PIC X(10).
           03 FILLER                   PIC X(5) VALUE ' INR='.
           03 WS-DAI-INR               PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' BY '.
           03 WS-DAI-CLINICIAN         PIC X(10).

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     DECIMAL     :   PIC S9(n)V9(n) COMP-3                      *
      *     DATE        :   PIC X(10)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-REVIEW-ID            PIC S9(9) COMP.
           03 DB2-INR-LOW              PIC S9(2)V9(1) COMP-3.
           03 DB2-INR-HIGH             PIC S9(2)V9(1) COMP-3.
           03 DB2-NEXT-TEST            PIC X(10).
           03 DB2-WEEKLY-DOSE          PIC S9(4)V9(1) COMP-3.
           03 DB2-ACTIVE               PIC X(1).
           03 DB2-INR-VALUE            PIC X(10).
           03 DB2-STRENGTH             PIC X(20).
           03 DB2-FREQUENCY            PIC X(20).
           03 DB2-PREV-DOSE            PIC S9(4)V9(1) COMP-3.

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
           MOVE CA-AC-REVIEW-ID TO DB2-REVIEW-ID

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01AACE'
               PERFORM ENROL-PATIENT
             WHEN '01IACE'
               PERFORM GET-ENROLMENT
             WHEN '01DACE'
               PERFORM END-ENROLMENT
             WHEN '01IACW'
               PERFORM GET-OPEN-REVIEWS
             WHEN '01UACD'
               PERFORM RECORD-DOSE-DECISION
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
       ENROL-PATIENT.
      *================================================================*
      * Enrol the patient in the clinic, or re-set the target range   *
      * and next test date of an existing enrolment.  The range and   *
      * dose arrive as keyed text - DB2 does the decimal conversion   *
      * and a value it cannot convert is bad input, not an SQL error  *
      *================================================================*
           IF CA-AC-INR-LOW  EQUAL SPACES OR
              CA-AC-INR-HIGH EQUAL SPACES OR
              CA-AC-NEXT-TEST EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-AC-WEEKLY-DOSE EQUAL SPACES
              MOVE '0' TO CA-AC-WEEKLY-DOSE
           END-IF

           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT DECIMAL(:CA-AC-INR-LOW, 3, 1),
                      DECIMAL(:CA-AC-INR-HIGH, 3, 1),
                      DECIMAL(:CA-AC-WEEKLY-DOSE, 5, 1),
                      CHAR(DATE(:CA-AC-NEXT-TEST), ISO)
                 INTO :DB2-INR-LOW, :DB2-INR-HIGH,
                      :DB2-WEEKLY-DOSE, :DB2-NEXT-TEST
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '70' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF DB2-INR-LOW NOT LESS THAN DB2-INR-HIGH
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE ANTICOAG' TO EM-SQLREQ
           EXEC SQL
               UPDATE ANTICOAG
                  SET INRLOW       = :DB2-INR-LOW,
                      INRHIGH      = :DB2-INR-HIGH,
                      WEEKLYDOSE   = :DB2-WEEKLY-DOSE,
                      NEXTTESTDATE = DATE(:DB2-NEXT-TEST),
                      ACTIVE       = 'Y'
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               PERFORM INSERT-ENROLMENT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

       INSERT-ENROLMENT.
           MOVE ' INSERT ANTICOAG' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO ANTICOAG
                         ( PATIENTID,
                           INRLOW,
                           INRHIGH,
                           WEEKLYDOSE,
                           NEXTTESTDATE,
                           ENROLDATE,
                           ACTIVE )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-INR-LOW,
                           :DB2-INR-HIGH,
                           :DB2-WEEKLY-DOSE,
                           DATE(:DB2-NEXT-TEST),
                           CURRENT DATE,
                           'Y' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       GET-ENROLMENT.
      *================================================================*
      * Hand back the patient's enrolment - range, next test date,    *
      * weekly dose and whether it is still active                    *
      *================================================================*
           MOVE ' SELECT ANTICOAG' TO EM-SQLREQ
           EXEC SQL
               SELECT INRLOW, INRHIGH, CHAR(NEXTTESTDATE, ISO),
                      WEEKLYDOSE, ACTIVE
                 INTO :DB2-INR-LOW, :DB2-INR-HIGH, :DB2-NEXT-TEST,
                      :DB2-WEEKLY-DOSE, :DB2-ACTIVE
                 FROM ANTICOAG
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-INR-LOW      TO WS-INR-EDIT
               MOVE WS-INR-EDIT      TO CA-AC-INR-LOW
               MOVE DB2-INR-HIGH     TO WS-INR-EDIT
               MOVE WS-INR-EDIT      TO CA-AC-INR-HIGH
               MOVE DB2-NEXT-TEST    TO CA-AC-NEXT-TEST
               MOVE DB2-WEEKLY-DOSE  TO WS-DOSE-EDIT
               MOVE WS-DOSE-EDIT     TO CA-AC-WEEKLY-DOSE
               MOVE DB2-ACTIVE       TO CA-AC-ACTIVE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       END-ENROLMENT.
      *================================================================*
      * Warfarin stopped - the enrolment is kept for history but no   *
      * longer feeds the worklist or the overdue-INR list             *
      *================================================================*
           MOVE ' UPDATE ANTICOAG' TO EM-SQLREQ
           EXEC SQL
               UPDATE ANTICOAG
                  SET ACTIVE = 'N'
                WHERE PATIENTID = :DB2-PATIENT-ID
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
       GET-OPEN-REVIEWS.
      *================================================================*
      * Oldest open INR reviews first, up to the six the commarea     *
      * carries - a patient id keyed narrows the list to that patient *
      *================================================================*
           MOVE ' SELECT INRREVIEW' TO EM-SQLREQ

           EXEC SQL
               DECLARE INRCSR CURSOR FOR
               SELECT R.REVIEWID, R.PATIENTID, R.INRVALUE,
                      A.INRLOW, A.INRHIGH,
                      R.STRENGTH, R.FREQUENCY, A.WEEKLYDOSE
                 FROM INRREVIEW R, ANTICOAG A
                WHERE R.STATUS    = 'O'
                  AND A.PATIENTID = R.PATIENTID
                  AND (R.PATIENTID = :DB2-PATIENT-ID
                       OR :DB2-PATIENT-ID = 0)
                ORDER BY R.RESULTED
           END-EXEC

           EXEC SQL
               OPEN INRCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-AC-COUNT
           MOVE ZERO TO WS-ENTRY-SUB
           PERFORM FETCH-NEXT-REVIEW
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-ENTRY-SUB = 6

           EXEC SQL
               CLOSE INRCSR
           END-EXEC

           IF CA-AC-COUNT = ZERO
              MOVE '01' TO CA-RETURN-CODE
           END-IF

           EXIT.

       FETCH-NEXT-REVIEW.
           EXEC SQL
               FETCH INRCSR
                INTO :DB2-REVIEW-ID, :DB2-PATIENT-ID, :DB2-INR-VALUE,
                     :DB2-INR-LOW, :DB2-INR-HIGH,
                     :DB2-STRENGTH, :DB2-FREQUENCY, :DB2-WEEKLY-DOSE
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-ENTRY-SUB
              MOVE DB2-REVIEW-ID  TO CA-ACR-REVIEW-ID(WS-ENTRY-SUB)
              MOVE DB2-PATIENT-ID TO CA-ACR-PATIENT-ID(WS-ENTRY-SUB)
              MOVE DB2-INR-VALUE  TO CA-ACR-INR(WS-ENTRY-SUB)
              MOVE DB2-INR-LOW    TO WS-RT-LOW
              MOVE DB2-INR-HIGH   TO WS-RT-HIGH
              MOVE WS-RANGE-TEXT  TO CA-ACR-RANGE(WS-ENTRY-SUB)
              MOVE DB2-STRENGTH   TO WS-DT-STRENGTH
              MOVE DB2-FREQUENCY  TO WS-DT-FREQUENCY
              MOVE WS-DOSE-TEXT   TO CA-ACR-DOSE(WS-ENTRY-SUB)
              MOVE DB2-WEEKLY-DOSE TO WS-DOSE-EDIT
              MOVE WS-DOSE-EDIT   TO CA-ACR-WEEKLY(WS-ENTRY-SUB)
              MOVE WS-ENTRY-SUB   TO CA-AC-COUNT
           END-IF.

           EXIT.

      *================================================================*
       RECORD-DOSE-DECISION.
      *================================================================*
      * The clinician's answer to one INR - the new weekly dose and   *
      * next test date close the review and move the enrolment on.   *
      * The old and new dose both land on the audit trail.            *
      *================================================================*
           IF CA-AC-WEEKLY-DOSE EQUAL SPACES OR
              CA-AC-NEXT-TEST   EQUAL SPACES OR
              CA-AC-CLINICIAN   EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT INRREVIEW' TO EM-SQLREQ
           EXEC SQL
               SELECT R.PATIENTID, R.INRVALUE, A.WEEKLYDOSE,
                      DECIMAL(:CA-AC-WEEKLY-DOSE, 5, 1),
                      CHAR(DATE(:CA-AC-NEXT-TEST), ISO)
                 INTO :DB2-PATIENT-ID, :DB2-INR-VALUE, :DB2-PREV-DOSE,
                      :DB2-WEEKLY-DOSE, :DB2-NEXT-TEST
                 FROM INRREVIEW R, ANTICOAG A
                WHERE R.REVIEWID  = :DB2-REVIEW-ID
                  AND R.STATUS    = 'O'
                  AND A.PATIENTID = R.PATIENTID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' UPDATE INRREVIEW' TO EM-SQLREQ
           EXEC SQL
               UPDATE INRREVIEW
                  SET STATUS           = 'D',
                      NEWWEEKLYDOSE    = :DB2-WEEKLY-DOSE,
                      NEXTTESTDATE     = DATE(:DB2-NEXT-TEST),
                      REVIEWEDBY       = :CA-AC-CLINICIAN,
                      REVIEWEDDATETIME = CURRENT TIMESTAMP
                WHERE REVIEWID = :DB2-REVIEW-ID
                  AND STATUS   = 'O'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE ANTICOAG' TO EM-SQLREQ
           EXEC SQL
               UPDATE ANTICOAG
                  SET WEEKLYDOSE   = :DB2-WEEKLY-DOSE,
                      NEXTTESTDATE = DATE(:DB2-NEXT-TEST)
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM WRITE-DOSE-AUDIT

           MOVE DB2-PATIENT-ID TO CA-PATIENT-ID.

           EXIT.

       WRITE-DOSE-AUDIT.
           MOVE 'HCACDB01'         TO AUD-PROGRAM
           MOVE DB2-PATIENT-ID     TO WS-DAK-PATIENT-ID
           MOVE DB2-REVIEW-ID      TO WS-DAK-REVIEW-ID
           MOVE WS-DOSE-AUDIT-KEY  TO AUD-KEY
           MOVE SPACES             TO WS-DAI-NEXT-TEST
           MOVE DB2-PREV-DOSE      TO WS-DAI-DOSE
           MOVE DB2-INR-VALUE      TO WS-DAI-INR
           MOVE SPACES             TO WS-DAI-CLINICIAN
           MOVE WS-DOSE-AUDIT-IMAGE TO AUD-BEFORE
           MOVE DB2-WEEKLY-DOSE    TO WS-DAI-DOSE
           MOVE DB2-NEXT-TEST      TO WS-DAI-NEXT-TEST
           MOVE CA-AC-CLINICIAN    TO WS-DAI-CLINICIAN
           MOVE WS-DOSE-AUDIT-IMAGE TO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
