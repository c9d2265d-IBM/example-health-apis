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
      *          National Identifier Review Worklist Logic             *
      *                                                                *
      *   The trace response posting (HCNIBJ02) leaves a NATIDREVIEW   *
      *  row for every demographic the national trace disagreed with   *
      *  - surname, forename, date of birth, postcode, or an           *
      *  identifier different from the one already held.  The          *
      *  records clerk works them through HCNIPL01:                    *
      *    '01INID' the oldest open differences                        *
      *    '01DNID' resolve one - A takes the national value onto      *
      *             the PATIENT row (audited, and sent downstream on   *
      *             an A08 feed event), K keeps the local value        *
      *  Resolving an identifier difference either way leaves the      *
      *  patient's identifier verified.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCNIDB01.
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
                                        VALUE 'HCNIDB01------WS'.
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
       COPY HCFEDWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADERTRAILER-LEN  PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

       01  WS-WORKLIST-EOF-SWITCH      PIC X VALUE 'N'.
           88 WS-WORKLIST-EOF          VALUE 'Y'.

      * Audit key and images for a national value taken
       01  WS-AUDIT-KEY.
           03 FILLER                   PIC X(8) VALUE 'PATIENT '.
           03 WS-AUD-KEY-PATIENT-ID    PIC 9(10).
       01  WS-AUDIT-IMAGE.
           03 WS-AUD-FIELD             PIC X(9).
           03 FILLER                   PIC X(1) VALUE '='.
           03 WS-AUD-VALUE             PIC X(20).
           03 FILLER                   PIC X(70) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-REVIEW-ID            PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-FIELD-NAME           PIC X(9).
           03 DB2-LOCAL-VALUE          PIC X(20).
           03 DB2-NATIONAL-VALUE       PIC X(20).
           03 DB2-OUTCOME              PIC X(1).
           03 DB2-WORKED-BY            PIC X(10).

      * The patient row as it stands after a national value is taken,
      * for the A08 feed event
       01  DB2-PATIENT-ROW.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-DOB                  PIC X(10).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-NATIONAL-ID          PIC X(10).

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
             WHEN '01INID'
               PERFORM LIST-WORKLIST
             WHEN '01DNID'
               PERFORM RESOLVE-DIFFERENCE THRU RESOLVE-DIFFERENCE-EXIT
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
       LIST-WORKLIST.
      *================================================================*
      * The oldest differences still waiting for the records clerk    *
      *================================================================*
           MOVE ZERO TO CA-NR-COUNT
           MOVE ' SELECT NATIDREVIEW' TO EM-SQLREQ

           EXEC SQL
               DECLARE NRCSR CURSOR FOR
               SELECT REVIEWID, PATIENTID, FIELDNAME,
                      VALUE(LOCALVALUE, ' '),
                      VALUE(NATIONALVALUE, ' ')
                 FROM NATIDREVIEW
                WHERE STATUS = 'O'
                ORDER BY RAISEDDATE, REVIEWID
                FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN NRCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO WS-WORKLIST-EOF-SWITCH
           PERFORM FETCH-WORKLIST-ENTRY
               UNTIL WS-WORKLIST-EOF

           EXEC SQL
               CLOSE NRCSR
           END-EXEC

           IF CA-NR-COUNT EQUAL ZERO
              MOVE '01' TO CA-RETURN-CODE
           END-IF.

           EXIT.

       FETCH-WORKLIST-ENTRY.
           EXEC SQL
               FETCH NRCSR
                INTO :DB2-REVIEW-ID, :DB2-PATIENT-ID,
                     :DB2-FIELD-NAME, :DB2-LOCAL-VALUE,
                     :DB2-NATIONAL-VALUE
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR CA-NR-COUNT = 8
              MOVE 'Y' TO WS-WORKLIST-EOF-SWITCH
           ELSE
              ADD 1 TO CA-NR-COUNT
              MOVE DB2-REVIEW-ID      TO CA-NRE-ID (CA-NR-COUNT)
              MOVE DB2-PATIENT-ID     TO CA-NRE-PATIENT-ID (CA-NR-COUNT)
              MOVE DB2-FIELD-NAME     TO CA-NRE-FIELD (CA-NR-COUNT)
              MOVE DB2-LOCAL-VALUE    TO CA-NRE-LOCAL (CA-NR-COUNT)
              MOVE DB2-NATIONAL-VALUE TO CA-NRE-NATIONAL (CA-NR-COUNT)
           END-IF.

      *================================================================*
       RESOLVE-DIFFERENCE.
      *================================================================*
      * Take the national value (A) or keep the local one (K).        *
      *   '87' outcome not A or K   '01' not an open difference       *
      *================================================================*
           IF CA-NR-OUTCOME NOT EQUAL 'A'
              AND CA-NR-OUTCOME NOT EQUAL 'K'
              MOVE '87' TO CA-RETURN-CODE
              GO TO RESOLVE-DIFFERENCE-EXIT
           END-IF

           MOVE CA-NR-REVIEW-ID TO DB2-REVIEW-ID
           MOVE CA-NR-OUTCOME   TO DB2-OUTCOME
           MOVE CA-NR-WORKED-BY TO DB2-WORKED-BY
           MOVE ' SELECT NATIDREVIEW' TO EM-SQLREQ

           EXEC SQL
               SELECT PATIENTID, FIELDNAME,
                      VALUE(LOCALVALUE, ' '),
                      VALUE(NATIONALVALUE, ' ')
                 INTO :DB2-PATIENT-ID, :DB2-FIELD-NAME,
                      :DB2-LOCAL-VALUE, :DB2-NATIONAL-VALUE
                 FROM NATIDREVIEW
                WHERE REVIEWID = :DB2-REVIEW-ID
                  AND STATUS   = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO RESOLVE-DIFFERENCE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF DB2-OUTCOME EQUAL 'A'
              PERFORM TAKE-NATIONAL-VALUE
           ELSE
              IF DB2-FIELD-NAME EQUAL 'NATIONAL'
                 PERFORM MARK-IDENTIFIER-VERIFIED
              END-IF
           END-IF

           MOVE ' UPDATE NATIDREVIEW' TO EM-SQLREQ
           EXEC SQL
               UPDATE NATIDREVIEW
                  SET STATUS   = :DB2-OUTCOME,
                      WORKEDBY = :DB2-WORKED-BY,
                      WORKEDAT = CURRENT TIMESTAMP
                WHERE REVIEWID = :DB2-REVIEW-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

       RESOLVE-DIFFERENCE-EXIT.
           EXIT.

      *================================================================*
       TAKE-NATIONAL-VALUE.
      *================================================================*
      * Put the national value on the patient row, audit it and send  *
      * the corrected demographics downstream                          *
      *================================================================*
           MOVE ' UPDATE PATIENT' TO EM-SQLREQ

           EVALUATE DB2-FIELD-NAME
             WHEN 'SURNAME'
               EXEC SQL
                   UPDATE PATIENT
                      SET LASTNAME = :DB2-NATIONAL-VALUE
                    WHERE PATIENTID = :DB2-PATIENT-ID
               END-EXEC
             WHEN 'FORENAME'
               EXEC SQL
                   UPDATE PATIENT
                      SET FIRSTNAME = SUBSTR(:DB2-NATIONAL-VALUE, 1, 10)
                    WHERE PATIENTID = :DB2-PATIENT-ID
               END-EXEC
             WHEN 'DOB'
               EXEC SQL
                   UPDATE PATIENT
                      SET DOB = SUBSTR(:DB2-NATIONAL-VALUE, 1, 10)
                    WHERE PATIENTID = :DB2-PATIENT-ID
               END-EXEC
             WHEN 'POSTCODE'
               EXEC SQL
                   UPDATE PATIENT
                      SET POSTCODE = SUBSTR(:DB2-NATIONAL-VALUE, 1, 10)
                    WHERE PATIENTID = :DB2-PATIENT-ID
               END-EXEC
             WHEN OTHER
               EXEC SQL
                   UPDATE PATIENT
                      SET NATIONALID  =
                              SUBSTR(:DB2-NATIONAL-VALUE, 1, 10),
                          NATIDSTATUS = 'V'
                    WHERE PATIENTID = :DB2-PATIENT-ID
               END-EXEC
           END-EVALUATE

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'HCNIDB01'         TO AUD-PROGRAM
           MOVE DB2-PATIENT-ID     TO WS-AUD-KEY-PATIENT-ID
           MOVE WS-AUDIT-KEY       TO AUD-KEY
           MOVE DB2-FIELD-NAME     TO WS-AUD-FIELD
           MOVE DB2-LOCAL-VALUE    TO WS-AUD-VALUE
           MOVE WS-AUDIT-IMAGE     TO AUD-BEFORE
           MOVE DB2-NATIONAL-VALUE TO WS-AUD-VALUE
           MOVE WS-AUDIT-IMAGE     TO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG

           PERFORM QUEUE-UPDATE-EVENT.

           EXIT.

      *================================================================*
       MARK-IDENTIFIER-VERIFIED.
      *================================================================*
      * The identifier already held was confirmed as the right one    *
      *================================================================*
           MOVE ' UPDATE PATIENT' TO EM-SQLREQ
           EXEC SQL
               UPDATE PATIENT
                  SET NATIDSTATUS = 'V'
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       QUEUE-UPDATE-EVENT.
      * Queue an A08 demographics-updated event with the row as it
      * now stands
           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT LASTNAME, FIRSTNAME, DOB,
                      VALUE(ADDRESS, ' '), VALUE(CITY, ' '),
                      VALUE(POSTCODE, ' '), VALUE(NATIONALID, ' ')
                 INTO :DB2-LAST-NAME, :DB2-FIRST-NAME, :DB2-DOB,
                      :DB2-ADDRESS, :DB2-CITY,
                      :DB2-POSTCODE, :DB2-NATIONAL-ID
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE 'A08'           TO FEED-EVENT-TYPE
              MOVE DB2-PATIENT-ID  TO FEED-PATIENT-ID
              MOVE ZEROES          TO FEED-MERGE-OLD-ID
              MOVE DB2-LAST-NAME   TO FEED-LAST-NAME
              MOVE DB2-FIRST-NAME  TO FEED-FIRST-NAME
              MOVE DB2-DOB         TO FEED-DOB
              MOVE DB2-ADDRESS     TO FEED-ADDRESS
              MOVE DB2-CITY        TO FEED-CITY
              MOVE DB2-POSTCODE    TO FEED-POSTCODE
              MOVE DB2-NATIONAL-ID TO FEED-NATIONAL-ID
              PERFORM WRITE-ADT-FEED
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
      *----------------------------------------------------------------*
       COPY HCFEDPD.
