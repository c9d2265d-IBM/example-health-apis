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
      *          Inpatient Risk Assessment Logic                       *
      *                                                                *
      *   Records a scored falls-risk (type F, Morse scale 0-125) or  *
      *  pressure-injury (type P, Braden scale 6-23) assessment       *
      *  against the patient's current admission on RISKASSESS, and   *
      *  moves the RISKDUE row for that type on to when the next      *
      *  reassessment falls due - sooner for a high-risk score.       *
      *  HCWBDB01 seeds the RISKDUE rows when the patient is          *
      *  admitted; the ward bed list flags a high-risk latest score   *
      *  and the shift worklist (HCFPBJ01) chases overdue rows.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFPDB01.
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
                                        VALUE 'HCFPDB01------WS'.
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

      * Score bands and reassessment intervals.  Morse: 45 and over
      * is high risk, 25-44 medium.  Braden runs the other way: 12
      * and under is high risk, 13-14 medium.  A high-risk patient
      * is reassessed daily, anyone else every three days.
       01  WS-RISK-RULES.
           03 WS-FALLS-MAX             PIC 9(3) VALUE 125.
           03 WS-FALLS-HIGH            PIC 9(3) VALUE 45.
           03 WS-FALLS-MEDIUM          PIC 9(3) VALUE 25.
           03 WS-PRESS-MIN             PIC 9(3) VALUE 6.
           03 WS-PRESS-MAX             PIC 9(3) VALUE 23.
           03 WS-PRESS-HIGH            PIC 9(3) VALUE 12.
           03 WS-PRESS-MEDIUM          PIC 9(3) VALUE 14.
           03 WS-HIGH-INTERVAL-HRS     PIC 9(3) VALUE 24.
           03 WS-OTHER-INTERVAL-HRS    PIC 9(3) VALUE 72.

       01  WS-TYPE-INDEX               PIC 9(2) VALUE 0.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-ADMIT-TS             PIC X(26).
           03 DB2-WARD                 PIC X(4).
           03 DB2-TYPE                 PIC X(1).
           03 DB2-SCORE                PIC S9(4) COMP.
           03 DB2-LEVEL                PIC X(1).
           03 DB2-INTERVAL-HRS         PIC S9(4) COMP.
           03 DB2-ASSESSED             PIC X(16).
           03 DB2-NEXT-DUE             PIC X(16).
           03 DB2-OVERDUE              PIC X(1).

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
             WHEN '01AFPA'
               PERFORM ADD-ASSESSMENT
             WHEN '01IFPA'
               PERFORM GET-ASSESSMENTS
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
       ADD-ASSESSMENT.
      *================================================================*
      * Score must be in range for the scale; the patient must be in  *
      * a bed - the assessment belongs to the current admission.  The *
      * RISKDUE row moves on to the next reassessment, and is created *
      * here for a patient admitted before the rows were seeded.      *
      *================================================================*
           IF CA-FP-SCORE NOT NUMERIC
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE CA-FP-TYPE
             WHEN 'F'
               IF CA-FP-SCORE > WS-FALLS-MAX
                  MOVE '87' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN 'P'
               IF CA-FP-SCORE < WS-PRESS-MIN OR
                  CA-FP-SCORE > WS-PRESS-MAX
                  MOVE '87' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE CA-FP-TYPE  TO DB2-TYPE
           MOVE CA-FP-SCORE TO DB2-SCORE
           PERFORM SET-RISK-LEVEL

           MOVE ' SELECT OCCUPANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT ADMITDATETIME, WARDCODE
                 INTO :DB2-ADMIT-TS, :DB2-WARD
                 FROM OCCUPANCY
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

           MOVE ' INSERT RISKASSESS' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO RISKASSESS
                         ( PATIENTID,
                           ASSESSTYPE,
                           ASSESSDATETIME,
                           ADMITDATETIME,
                           WARDCODE,
                           SCORE,
                           RISKLEVEL,
                           ASSESSEDBY )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-TYPE,
                           CURRENT TIMESTAMP,
                           :DB2-ADMIT-TS,
                           :DB2-WARD,
                           :DB2-SCORE,
                           :DB2-LEVEL,
                           :CA-FP-ASSESSED-BY )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE RISKDUE' TO EM-SQLREQ
           EXEC SQL
               UPDATE RISKDUE
                  SET DUEDATETIME  = CURRENT TIMESTAMP
                                     + :DB2-INTERVAL-HRS HOURS,
                      LASTASSESSED = CURRENT TIMESTAMP,
                      LASTSCORE    = :DB2-SCORE,
                      RISKLEVEL    = :DB2-LEVEL
                WHERE PATIENTID  = :DB2-PATIENT-ID
                  AND ASSESSTYPE = :DB2-TYPE
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE ' INSERT RISKDUE' TO EM-SQLREQ
              EXEC SQL
                  INSERT INTO RISKDUE
                            ( PATIENTID,
                              ASSESSTYPE,
                              DUEDATETIME,
                              LASTASSESSED,
                              LASTSCORE,
                              RISKLEVEL )
                     VALUES ( :DB2-PATIENT-ID,
                              :DB2-TYPE,
                              CURRENT TIMESTAMP
                              + :DB2-INTERVAL-HRS HOURS,
                              CURRENT TIMESTAMP,
                              :DB2-SCORE,
                              :DB2-LEVEL )
              END-EXEC
           END-IF

      *    the assessment and its next due time stand or fall together
           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
               SELECT SUBSTR(CHAR(DUEDATETIME), 1, 16)
                 INTO :DB2-NEXT-DUE
                 FROM RISKDUE
                WHERE PATIENTID  = :DB2-PATIENT-ID
                  AND ASSESSTYPE = :DB2-TYPE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE SPACES TO DB2-NEXT-DUE
           END-IF

           MOVE DB2-LEVEL    TO CA-FP-LEVEL
           MOVE DB2-NEXT-DUE TO CA-FP-NEXT-DUE.

           EXIT.

      *================================================================*
       SET-RISK-LEVEL.
      *================================================================*
      * Band the score for its scale and pick the interval to the    *
      * next reassessment                                              *
      *================================================================*
           IF DB2-TYPE EQUAL 'F'
              EVALUATE TRUE
                WHEN CA-FP-SCORE NOT LESS THAN WS-FALLS-HIGH
                  MOVE 'H' TO DB2-LEVEL
                WHEN CA-FP-SCORE NOT LESS THAN WS-FALLS-MEDIUM
                  MOVE 'M' TO DB2-LEVEL
                WHEN OTHER
                  MOVE 'L' TO DB2-LEVEL
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                WHEN CA-FP-SCORE NOT GREATER THAN WS-PRESS-HIGH
                  MOVE 'H' TO DB2-LEVEL
                WHEN CA-FP-SCORE NOT GREATER THAN WS-PRESS-MEDIUM
                  MOVE 'M' TO DB2-LEVEL
                WHEN OTHER
                  MOVE 'L' TO DB2-LEVEL
              END-EVALUATE
           END-IF

           IF DB2-LEVEL EQUAL 'H'
              MOVE WS-HIGH-INTERVAL-HRS  TO DB2-INTERVAL-HRS
           ELSE
              MOVE WS-OTHER-INTERVAL-HRS TO DB2-INTERVAL-HRS
           END-IF.

           EXIT.

      *================================================================*
       GET-ASSESSMENTS.
      *================================================================*
      * Latest falls (entry 1) and pressure-injury (entry 2) result  *
      * for the patient in a bed, with when each is next due          *
      *================================================================*
           MOVE ' SELECT OCCUPANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT ADMITDATETIME, WARDCODE
                 INTO :DB2-ADMIT-TS, :DB2-WARD
                 FROM OCCUPANCY
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

           MOVE 1 TO WS-TYPE-INDEX
           MOVE 'F' TO DB2-TYPE
           PERFORM GET-LATEST-OF-TYPE
           MOVE 2 TO WS-TYPE-INDEX
           MOVE 'P' TO DB2-TYPE
           PERFORM GET-LATEST-OF-TYPE.

           EXIT.

      *================================================================*
       GET-LATEST-OF-TYPE.
           MOVE ' SELECT RISKDUE' TO EM-SQLREQ
           MOVE DB2-TYPE TO CA-FPL-TYPE (WS-TYPE-INDEX)
           MOVE ZERO     TO CA-FPL-SCORE (WS-TYPE-INDEX)
           MOVE SPACES   TO CA-FPL-LEVEL (WS-TYPE-INDEX)
           MOVE SPACES   TO CA-FPL-ASSESSED (WS-TYPE-INDEX)
           MOVE SPACES   TO CA-FPL-NEXT-DUE (WS-TYPE-INDEX)
           MOVE 'N'      TO CA-FPL-OVERDUE (WS-TYPE-INDEX)

           EXEC SQL
               SELECT VALUE(LASTSCORE, 0),
                      VALUE(RISKLEVEL, ' '),
                      VALUE(SUBSTR(CHAR(LASTASSESSED), 1, 16), ' '),
                      SUBSTR(CHAR(DUEDATETIME), 1, 16),
                      CASE WHEN DUEDATETIME < CURRENT TIMESTAMP
                           THEN 'Y' ELSE 'N' END
                 INTO :DB2-SCORE, :DB2-LEVEL, :DB2-ASSESSED,
                      :DB2-NEXT-DUE, :DB2-OVERDUE
                 FROM RISKDUE
                WHERE PATIENTID  = :DB2-PATIENT-ID
                  AND ASSESSTYPE = :DB2-TYPE
           END-EXEC

           Evaluate SQLCODE
             When 0
               MOVE DB2-SCORE    TO CA-FPL-SCORE (WS-TYPE-INDEX)
               MOVE DB2-LEVEL    TO CA-FPL-LEVEL (WS-TYPE-INDEX)
               MOVE DB2-ASSESSED TO CA-FPL-ASSESSED (WS-TYPE-INDEX)
               MOVE DB2-NEXT-DUE TO CA-FPL-NEXT-DUE (WS-TYPE-INDEX)
               MOVE DB2-OVERDUE  TO CA-FPL-OVERDUE (WS-TYPE-INDEX)
             When 100
               CONTINUE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
