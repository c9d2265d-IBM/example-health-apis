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
      *        National Patient Identifier Trace Response Posting      *
      *                                                                *
      *   Reads the national service's responses to HCNIBJ01's trace   *
      *  requests (NIDRESP: patient id, M matched / N no match /       *
      *  X more than one match, and on a match the identifier with     *
      *  the demographics held nationally) and posts them to PATIENT:  *
      *   - matched: the identifier is stored and marked verified.     *
      *     One that differs from the identifier already held is not   *
      *     overwritten - it goes to the review worklist (HCNIPL01)    *
      *     and the patient is marked R until resolved;                *
      *   - each of surname, forename, date of birth and postcode      *
      *     that differs from the national record goes to the same     *
      *     worklist - nothing is changed until the clerk decides;     *
      *   - no unique match: marked U, re-traced after 30 days.        *
      *  Two records given the same identifier are flagged on the      *
      *  report; the patient merge job (HCPGBJ01) merges them on it.   *
      *  The posting report (NIDRPT) lists every exception.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCNIBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-IN ASSIGN TO NIDRESP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NID-RPT ASSIGN TO NIDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESP-IN
           RECORDING MODE IS F.
       01  RESP-IN-RECORD.
           03 RSP-PATIENT-ID           PIC X(10).
           03 RSP-MATCH                PIC X(1).
              88 RSP-MATCHED           VALUE 'M'.
              88 RSP-VALID-MATCH       VALUE 'M' 'N' 'X'.
           03 RSP-NATIONAL-ID          PIC X(10).
           03 RSP-LAST-NAME            PIC X(20).
           03 RSP-FIRST-NAME           PIC X(10).
           03 RSP-DOB                  PIC X(10).
           03 RSP-POSTCODE             PIC X(10).

       FD  NID-RPT
           RECORDING MODE IS F.
       01  NID-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCNIBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-RESPONSES-READ        PIC 9(7) VALUE ZERO.
           03 WS-IDS-VERIFIED          PIC 9(7) VALUE ZERO.
           03 WS-NOT-MATCHED           PIC 9(7) VALUE ZERO.
           03 WS-REVIEWS-RAISED        PIC 9(7) VALUE ZERO.
           03 WS-SHARED-IDS            PIC 9(7) VALUE ZERO.
           03 WS-RESPONSES-REJECTED    PIC 9(7) VALUE ZERO.

      * Local and national values compared upper-cased, so a change
      * of case alone is not a difference
       01  WS-COMPARE-FIELDS.
           03 WS-LOCAL-UPPER           PIC X(20).
           03 WS-NATIONAL-UPPER        PIC X(20).

       01  WS-EXCEPTION-LINE.
           03 WS-EXC-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-EXC-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-EXC-TEXT              PIC X(30).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-EXC-DETAIL            PIC X(37).

       01  WS-SHARED-TEXT.
           03 FILLER                   PIC X(16)
                                        VALUE 'ALSO ON PATIENT '.
           03 WS-SHARED-PATIENT-ID     PIC Z(9)9.

       01  WS-TOTAL-LINE.
           03 WS-TOT-LABEL             PIC X(30).
           03 WS-TOT-COUNT             PIC ZZZ,ZZ9.

       01  DB2-PATIENT-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-DOB                  PIC X(10).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-NATIONAL-ID          PIC X(10).

       01  DB2-REVIEW.
           03 DB2-FIELD-NAME           PIC X(9).
           03 DB2-LOCAL-VALUE          PIC X(20).
           03 DB2-NATIONAL-VALUE       PIC X(20).

       01  DB2-NEW-NATIONAL-ID         PIC X(10).
       01  DB2-SHARED-PATIENT-ID       PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

       COPY HCRDWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM PROCESS-RESPONSE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCNIBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCNIBJ02 - NATIONAL ID RESPONSE POSTING STARTING'.
           OPEN INPUT RESP-IN.
           OPEN OUTPUT NID-RPT.

           MOVE 'NATIONAL IDENTIFIER TRACE RESPONSES - EXCEPTIONS'
             TO NID-RPT-LINE
           WRITE NID-RPT-LINE
           MOVE '   Patient Name                 Exception         '
             &  '             Detail' TO NID-RPT-LINE
           WRITE NID-RPT-LINE

           PERFORM READ-NEXT-RESPONSE.

       READ-NEXT-RESPONSE.
           READ RESP-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RESPONSES-READ
           END-IF.

       PROCESS-RESPONSE.
           PERFORM POST-ONE-RESPONSE THRU POST-ONE-RESPONSE-EXIT
           PERFORM READ-NEXT-RESPONSE.

      *----------------------------------------------------------------*
      * One response - find the patient, then post the outcome        *
      *----------------------------------------------------------------*
       POST-ONE-RESPONSE.
           MOVE SPACES TO WS-EXCEPTION-LINE

           IF RSP-PATIENT-ID NOT NUMERIC OR NOT RSP-VALID-MATCH
              MOVE ZERO TO WS-EXC-PATIENT-ID
              MOVE 'BAD RESPONSE RECORD' TO WS-EXC-TEXT
              MOVE RESP-IN-RECORD TO WS-EXC-DETAIL
              PERFORM WRITE-EXCEPTION
              ADD 1 TO WS-RESPONSES-REJECTED
              GO TO POST-ONE-RESPONSE-EXIT
           END-IF

           MOVE RSP-PATIENT-ID TO DB2-PATIENT-ID
           MOVE RSP-PATIENT-ID TO WS-EXC-PATIENT-ID

           EXEC SQL
               SELECT LASTNAME, FIRSTNAME, DOB,
                      VALUE(POSTCODE, ' '), VALUE(NATIONALID, ' ')
                 INTO :DB2-LAST-NAME, :DB2-FIRST-NAME, :DB2-DOB,
                      :DB2-POSTCODE, :DB2-NATIONAL-ID
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-LAST-NAME TO WS-EXC-LAST-NAME
             WHEN 100
               MOVE 'NO SUCH PATIENT' TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO WS-RESPONSES-REJECTED
               GO TO POST-ONE-RESPONSE-EXIT
             WHEN OTHER
               DISPLAY 'HCNIBJ02 - SELECT PATIENT FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               ADD 1 TO WS-RESPONSES-REJECTED
               GO TO POST-ONE-RESPONSE-EXIT
           END-EVALUATE

           IF NOT RSP-MATCHED
              PERFORM POST-NO-MATCH
              GO TO POST-ONE-RESPONSE-EXIT
           END-IF

           IF DB2-NATIONAL-ID EQUAL SPACES
              OR DB2-NATIONAL-ID EQUAL RSP-NATIONAL-ID
              PERFORM POST-VERIFIED-ID
           ELSE
              PERFORM POST-CONFLICTING-ID
           END-IF

           PERFORM COMPARE-DEMOGRAPHICS.

       POST-ONE-RESPONSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       POST-NO-MATCH.
      * No unique national record - retraced after the retry wait
           EXEC SQL
               UPDATE PATIENT
                  SET NATIDSTATUS = 'U'
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCNIBJ02 - UPDATE PATIENT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF

           IF RSP-MATCH EQUAL 'X'
              MOVE 'MORE THAN ONE NATIONAL MATCH' TO WS-EXC-TEXT
           ELSE
              MOVE 'NO NATIONAL MATCH' TO WS-EXC-TEXT
           END-IF
           PERFORM WRITE-EXCEPTION
           ADD 1 TO WS-NOT-MATCHED.

      *----------------------------------------------------------------*
       POST-VERIFIED-ID.
      * Store the identifier - and say so if another record already
      * carries it, since the two are then the same person
           MOVE RSP-NATIONAL-ID TO DB2-NEW-NATIONAL-ID

           EXEC SQL
               UPDATE PATIENT
                  SET NATIONALID  = :DB2-NEW-NATIONAL-ID,
                      NATIDSTATUS = 'V'
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCNIBJ02 - UPDATE PATIENT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              ADD 1 TO WS-IDS-VERIFIED
           END-IF

           EXEC SQL
               SELECT MIN(PATIENTID)
                 INTO :DB2-SHARED-PATIENT-ID
                 FROM PATIENT
                WHERE NATIONALID = :DB2-NEW-NATIONAL-ID
                  AND PATIENTID <> :DB2-PATIENT-ID
                HAVING COUNT(*) > 0
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE DB2-SHARED-PATIENT-ID TO WS-SHARED-PATIENT-ID
              MOVE 'ID SHARED - MERGE PENDING' TO WS-EXC-TEXT
              MOVE WS-SHARED-TEXT TO WS-EXC-DETAIL
              PERFORM WRITE-EXCEPTION
              ADD 1 TO WS-SHARED-IDS
           END-IF.

      *----------------------------------------------------------------*
       POST-CONFLICTING-ID.
      * A different identifier is already held - the clerk decides
           MOVE 'NATIONAL'      TO DB2-FIELD-NAME
           MOVE DB2-NATIONAL-ID TO DB2-LOCAL-VALUE
           MOVE RSP-NATIONAL-ID TO DB2-NATIONAL-VALUE
           PERFORM RAISE-REVIEW

           EXEC SQL
               UPDATE PATIENT
                  SET NATIDSTATUS = 'R'
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCNIBJ02 - UPDATE PATIENT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       COMPARE-DEMOGRAPHICS.
      * Every item the national record holds differently goes to the
      * review worklist - a blank national value is not a difference
           IF RSP-LAST-NAME NOT EQUAL SPACES
              MOVE Function UPPER-CASE(DB2-LAST-NAME) TO WS-LOCAL-UPPER
              MOVE Function UPPER-CASE(RSP-LAST-NAME)
                TO WS-NATIONAL-UPPER
              IF WS-LOCAL-UPPER NOT EQUAL WS-NATIONAL-UPPER
                 MOVE 'SURNAME'     TO DB2-FIELD-NAME
                 MOVE DB2-LAST-NAME TO DB2-LOCAL-VALUE
                 MOVE RSP-LAST-NAME TO DB2-NATIONAL-VALUE
                 PERFORM RAISE-REVIEW
              END-IF
           END-IF

           IF RSP-FIRST-NAME NOT EQUAL SPACES
              MOVE Function UPPER-CASE(DB2-FIRST-NAME)
                TO WS-LOCAL-UPPER
              MOVE Function UPPER-CASE(RSP-FIRST-NAME)
                TO WS-NATIONAL-UPPER
              IF WS-LOCAL-UPPER NOT EQUAL WS-NATIONAL-UPPER
                 MOVE 'FORENAME'     TO DB2-FIELD-NAME
                 MOVE DB2-FIRST-NAME TO DB2-LOCAL-VALUE
                 MOVE RSP-FIRST-NAME TO DB2-NATIONAL-VALUE
                 PERFORM RAISE-REVIEW
              END-IF
           END-IF

           IF RSP-DOB NOT EQUAL SPACES
              AND RSP-DOB NOT EQUAL DB2-DOB
              MOVE 'DOB'   TO DB2-FIELD-NAME
              MOVE DB2-DOB TO DB2-LOCAL-VALUE
              MOVE RSP-DOB TO DB2-NATIONAL-VALUE
              PERFORM RAISE-REVIEW
           END-IF

           IF RSP-POSTCODE NOT EQUAL SPACES
              MOVE Function UPPER-CASE(DB2-POSTCODE) TO WS-LOCAL-UPPER
              MOVE Function UPPER-CASE(RSP-POSTCODE)
                TO WS-NATIONAL-UPPER
              IF WS-LOCAL-UPPER NOT EQUAL WS-NATIONAL-UPPER
                 MOVE 'POSTCODE'   TO DB2-FIELD-NAME
                 MOVE DB2-POSTCODE TO DB2-LOCAL-VALUE
                 MOVE RSP-POSTCODE TO DB2-NATIONAL-VALUE
                 PERFORM RAISE-REVIEW
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       RAISE-REVIEW.
      * One open worklist row per patient, item and national value -
      * a re-trace that says the same thing again adds nothing
           EXEC SQL
               INSERT INTO NATIDREVIEW
                         ( PATIENTID,
                           FIELDNAME,
                           LOCALVALUE,
                           NATIONALVALUE,
                           RAISEDDATE,
                           STATUS )
               SELECT :DB2-PATIENT-ID,
                      :DB2-FIELD-NAME,
                      :DB2-LOCAL-VALUE,
                      :DB2-NATIONAL-VALUE,
                      CURRENT DATE,
                      'O'
                 FROM SYSIBM.SYSDUMMY1
                WHERE NOT EXISTS
                      (SELECT 1 FROM NATIDREVIEW
                        WHERE PATIENTID     = :DB2-PATIENT-ID
                          AND FIELDNAME     = :DB2-FIELD-NAME
                          AND NATIONALVALUE = :DB2-NATIONAL-VALUE
                          AND STATUS        = 'O')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'DIFFERS: ' DELIMITED BY SIZE
                      DB2-FIELD-NAME DELIMITED BY SPACE
                 INTO WS-EXC-TEXT
               END-STRING
               MOVE SPACES TO WS-EXC-DETAIL
               STRING DB2-LOCAL-VALUE DELIMITED BY '  '
                      ' / '           DELIMITED BY SIZE
                      DB2-NATIONAL-VALUE DELIMITED BY '  '
                 INTO WS-EXC-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION
               ADD 1 TO WS-REVIEWS-RAISED
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCNIBJ02 - INSERT NATIDREVIEW FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-LINE TO NID-RPT-LINE
           WRITE NID-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO NID-RPT-LINE
           WRITE NID-RPT-LINE.

       TERMINATE-JOB.
           MOVE SPACES TO NID-RPT-LINE
           WRITE NID-RPT-LINE
           MOVE 'RESPONSES READ'          TO WS-TOT-LABEL
           MOVE WS-RESPONSES-READ         TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'IDENTIFIERS VERIFIED'    TO WS-TOT-LABEL
           MOVE WS-IDS-VERIFIED           TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'NO UNIQUE MATCH'         TO WS-TOT-LABEL
           MOVE WS-NOT-MATCHED            TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DIFFERENCES FOR REVIEW'  TO WS-TOT-LABEL
           MOVE WS-REVIEWS-RAISED         TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'IDENTIFIERS SHARED'      TO WS-TOT-LABEL
           MOVE WS-SHARED-IDS             TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'RESPONSES REJECTED'      TO WS-TOT-LABEL
           MOVE WS-RESPONSES-REJECTED     TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE WS-IDS-VERIFIED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           CLOSE RESP-IN.
           CLOSE NID-RPT.

           DISPLAY 'HCNIBJ02 - RESPONSES READ:     ' WS-RESPONSES-READ.
           DISPLAY 'HCNIBJ02 - IDS VERIFIED:       ' WS-IDS-VERIFIED.
           DISPLAY 'HCNIBJ02 - REVIEWS RAISED:     ' WS-REVIEWS-RAISED.
           DISPLAY 'HCNIBJ02 - NATIONAL ID RESPONSE POSTING COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
