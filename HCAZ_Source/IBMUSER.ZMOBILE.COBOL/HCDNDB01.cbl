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
      *          Resuscitation Status / Advance Directive Logic        *
      *                                                                *
      *   One RESUSSTATUS row per patient: the resuscitation decision *
      *  (F full resuscitation, D DNACPR), whether an advance         *
      *  directive is held and where, the date of the decision, the   *
      *  senior clinician on the PROVIDER registry who made it, and   *
      *  when it is due for review.  The inquiry is what the bed      *
      *  display and alert worklists show; every change writes the   *
      *  before and after images to AUDITLOG.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDNDB01.
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
                                        VALUE 'HCDNDB01------WS'.
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

      * Keyed date under edit - must be YYYY-MM-DD
       01  WS-DATE-CHECK               PIC X(10).
       01  WS-DATE-VALID               PIC X(1).

       01  WS-RESUS-AUDIT-KEY.
           03 FILLER                   PIC X(6) VALUE 'RESUS '.
           03 WS-RAK-PATIENT-ID        PIC 9(10).

       01  WS-RESUS-AUDIT-IMAGE.
           03 FILLER                   PIC X(6) VALUE 'RESUS='.
           03 WS-RAI-STATUS            PIC X(1).
           03 FILLER                   PIC X(4) VALUE ' AD='.
           03 WS-RAI-DIRECTIVE         PIC X(1).
           03 FILLER                   PIC X(9) VALUE ' DECIDED='.
           03 WS-RAI-DECISION-DATE     PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' BY '.
           03 WS-RAI-CLINICIAN-ID      PIC 9(10).
           03 FILLER                   PIC X(8) VALUE ' REVIEW='.
           03 WS-RAI-REVIEW-DATE       PIC X(10).
           03 FILLER                   PIC X(5) VALUE ' REC='.
           03 WS-RAI-RECORDED-BY       PIC X(10).

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-CLINICIAN-ID         PIC S9(9) COMP.
           03 DB2-CLINICIAN-ACTIVE     PIC X(1).
           03 DB2-COUNT                PIC S9(9) COMP.
           03 DB2-RESUS-ROW.
              05 DB2-STATUS            PIC X(1).
              05 DB2-DIRECTIVE         PIC X(1).
              05 DB2-DIRECTIVE-NOTE    PIC X(40).
              05 DB2-DECISION-DATE     PIC X(10).
              05 DB2-DECIDED-BY        PIC S9(9) COMP.
              05 DB2-CLINICIAN-NAME    PIC X(20).
              05 DB2-REVIEW-DATE       PIC X(10).
              05 DB2-RECORDED-BY       PIC X(10).
              05 DB2-REVIEW-OVERDUE    PIC X(1).

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

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01IDNR'
               PERFORM GET-RESUS-STATUS
             WHEN '01UDNR'
               PERFORM RECORD-RESUS-STATUS
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
       GET-RESUS-STATUS.
      *================================================================*
      * The recorded decision - none on file is '01', which callers   *
      * show as not recorded rather than as an error                  *
      *================================================================*
           PERFORM READ-RESUS-ROW

           IF SQLCODE EQUAL 100
              MOVE '01' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-STATUS          TO CA-RS-STATUS
           MOVE DB2-DIRECTIVE       TO CA-RS-DIRECTIVE
           MOVE DB2-DIRECTIVE-NOTE  TO CA-RS-DIRECTIVE-NOTE
           MOVE DB2-DECISION-DATE   TO CA-RS-DECISION-DATE
           MOVE DB2-DECIDED-BY      TO CA-RS-CLINICIAN-ID
           MOVE DB2-CLINICIAN-NAME  TO CA-RS-CLINICIAN-NAME
           MOVE DB2-REVIEW-DATE     TO CA-RS-REVIEW-DATE
           MOVE DB2-RECORDED-BY     TO CA-RS-RECORDED-BY
           MOVE DB2-REVIEW-OVERDUE  TO CA-RS-REVIEW-OVERDUE.

           EXIT.

      *================================================================*
       READ-RESUS-ROW.
           MOVE ' SELECT RESUS' TO EM-SQLREQ
           EXEC SQL
               SELECT R.RESUSCODE,
                      R.DIRECTIVE,
                      R.DIRECTIVENOTE,
                      CHAR(R.DECISIONDATE, ISO),
                      R.DECIDEDBY,
                      VALUE(V.LASTNAME, ' '),
                      CHAR(R.REVIEWDATE, ISO),
                      R.RECORDEDBY,
                      CASE WHEN R.REVIEWDATE < CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                 INTO :DB2-STATUS,
                      :DB2-DIRECTIVE,
                      :DB2-DIRECTIVE-NOTE,
                      :DB2-DECISION-DATE,
                      :DB2-DECIDED-BY,
                      :DB2-CLINICIAN-NAME,
                      :DB2-REVIEW-DATE,
                      :DB2-RECORDED-BY,
                      :DB2-REVIEW-OVERDUE
                 FROM RESUSSTATUS R
                 LEFT OUTER JOIN PROVIDER V
                   ON V.PROVIDERID = R.DECIDEDBY
                WHERE R.PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       RECORD-RESUS-STATUS.
      *================================================================*
      * Record or change the decision.  The screen has already held  *
      * this to a prescribing-level sign-on; here the decision itself *
      * is checked - status, dates and an active registered senior   *
      * clinician - before the row is written and audited            *
      *================================================================*
           IF CA-RS-STATUS NOT EQUAL 'F' AND NOT EQUAL 'D'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-RS-DIRECTIVE EQUAL SPACE
              MOVE 'N' TO CA-RS-DIRECTIVE
           END-IF
           IF CA-RS-DIRECTIVE NOT EQUAL 'Y' AND NOT EQUAL 'N'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-RS-DECISION-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT EQUAL 'Y'
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-RS-REVIEW-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT EQUAL 'Y' OR
              CA-RS-REVIEW-DATE < CA-RS-DECISION-DATE
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

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

      *    the decision must carry a registered, active clinician
           IF CA-RS-CLINICIAN-ID NOT NUMERIC OR
              CA-RS-CLINICIAN-ID EQUAL ZERO
              MOVE '73' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-RS-CLINICIAN-ID TO DB2-CLINICIAN-ID

           MOVE ' SELECT PROVIDER' TO EM-SQLREQ
           EXEC SQL
               SELECT ACTIVE
                 INTO :DB2-CLINICIAN-ACTIVE
                 FROM PROVIDER
                WHERE PROVIDERID = :DB2-CLINICIAN-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-CLINICIAN-ACTIVE NOT EQUAL 'Y'
                  MOVE '73' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN 100
               MOVE '73' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

      *    before image for the audit trail - none when first recorded
           PERFORM READ-RESUS-ROW
           MOVE DB2-PATIENT-ID TO WS-RAK-PATIENT-ID
           MOVE WS-RESUS-AUDIT-KEY TO AUD-KEY
           IF SQLCODE EQUAL 100
              MOVE SPACES TO AUD-BEFORE
           ELSE
              MOVE DB2-STATUS          TO WS-RAI-STATUS
              MOVE DB2-DIRECTIVE       TO WS-RAI-DIRECTIVE
              MOVE DB2-DECISION-DATE   TO WS-RAI-DECISION-DATE
              MOVE DB2-DECIDED-BY      TO WS-RAI-CLINICIAN-ID
              MOVE DB2-REVIEW-DATE     TO WS-RAI-REVIEW-DATE
              MOVE DB2-RECORDED-BY     TO WS-RAI-RECORDED-BY
              MOVE WS-RESUS-AUDIT-IMAGE TO AUD-BEFORE
           END-IF

           MOVE ' UPDATE RESUS' TO EM-SQLREQ
           EXEC SQL
               UPDATE RESUSSTATUS
                  SET RESUSCODE     = :CA-RS-STATUS,
                      DIRECTIVE     = :CA-RS-DIRECTIVE,
                      DIRECTIVENOTE = :CA-RS-DIRECTIVE-NOTE,
                      DECISIONDATE  = DATE(:CA-RS-DECISION-DATE),
                      DECIDEDBY     = :DB2-CLINICIAN-ID,
                      REVIEWDATE    = DATE(:CA-RS-REVIEW-DATE),
                      RECORDEDBY    = :CA-RS-RECORDED-BY,
                      RECORDED      = CURRENT TIMESTAMP
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE ' INSERT RESUS' TO EM-SQLREQ
              EXEC SQL
                  INSERT INTO RESUSSTATUS
                            ( PATIENTID,
                              RESUSCODE,
                              DIRECTIVE,
                              DIRECTIVENOTE,
                              DECISIONDATE,
                              DECIDEDBY,
                              REVIEWDATE,
                              RECORDEDBY,
                              RECORDED )
                     VALUES ( :DB2-PATIENT-ID,
                              :CA-RS-STATUS,
                              :CA-RS-DIRECTIVE,
                              :CA-RS-DIRECTIVE-NOTE,
                              DATE(:CA-RS-DECISION-DATE),
                              :DB2-CLINICIAN-ID,
                              DATE(:CA-RS-REVIEW-DATE),
                              :CA-RS-RECORDED-BY,
                              CURRENT TIMESTAMP )
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'HCDNDB01'           TO AUD-PROGRAM
           MOVE CA-RS-STATUS         TO WS-RAI-STATUS
           MOVE CA-RS-DIRECTIVE      TO WS-RAI-DIRECTIVE
           MOVE CA-RS-DECISION-DATE  TO WS-RAI-DECISION-DATE
           MOVE DB2-CLINICIAN-ID     TO WS-RAI-CLINICIAN-ID
           MOVE CA-RS-REVIEW-DATE    TO WS-RAI-REVIEW-DATE
           MOVE CA-RS-RECORDED-BY    TO WS-RAI-RECORDED-BY
           MOVE WS-RESUS-AUDIT-IMAGE TO AUD-AFTER
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
