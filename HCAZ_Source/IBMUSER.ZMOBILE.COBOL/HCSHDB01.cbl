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
      *          Social History Logic                                  *
      *                                                                *
      *   Each assessment of a patient's social history is its own     *
      *  SOCIALHIST row, dated as at the day it was taken: smoking     *
      *  status (C current, E ex, N never) and pack-years, alcohol     *
      *  units in a usual week, occupation and living situation.       *
      *  A new assessment never overwrites an old one, so the latest   *
      *  row is the current picture and the earlier rows are its       *
      *  history - what the cessation and quit-rate reporting          *
      *  (HCSHBJ01) works from.  The inquiry returns the latest six.   *
      *  Every assessment recorded is audited.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSHDB01.
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
                                        VALUE 'HCSHDB01------WS'.
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

       01  WS-HISTORY-EOF-SWITCH       PIC X(1).
           88 WS-HISTORY-EOF           VALUE 'Y'.

       01  WS-SOCIAL-AUDIT-KEY.
           03 FILLER                   PIC X(7) VALUE 'SOCIAL '.
           03 WS-SAK-PATIENT-ID        PIC 9(10).

       01  WS-SOCIAL-AUDIT-IMAGE.
           03 FILLER                   PIC X(3) VALUE 'AT='.
           03 WS-SAI-DATE              PIC X(10).
           03 FILLER                   PIC X(5) VALUE ' SMK='.
           03 WS-SAI-SMOKING           PIC X(1).
           03 FILLER                   PIC X(4) VALUE ' PY='.
           03 WS-SAI-PACK-YEARS        PIC 9(3).
           03 FILLER                   PIC X(5) VALUE ' ALC='.
           03 WS-SAI-ALCOHOL           PIC 9(3).
           03 FILLER                   PIC X(5) VALUE ' LIV='.
           03 WS-SAI-LIVING            PIC X(1).
           03 FILLER                   PIC X(5) VALUE ' OCC='.
           03 WS-SAI-OCCUPATION        PIC X(30).
           03 FILLER                   PIC X(5) VALUE ' REC='.
           03 WS-SAI-RECORDED-BY       PIC X(10).

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-COUNT                PIC S9(9) COMP.
           03 DB2-PACK-YEARS           PIC S9(4) COMP.
           03 DB2-ALCOHOL-UNITS        PIC S9(4) COMP.
           03 DB2-HISTORY-ROW.
              05 DB2-ASSESSED-DATE     PIC X(10).
              05 DB2-SMOKING           PIC X(1).
              05 DB2-LIVING            PIC X(1).
              05 DB2-OCCUPATION        PIC X(30).

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
           MOVE CA-PATIENT-ID   TO EM-PATNUM

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01ISOC'
               PERFORM GET-SOCIAL-HISTORY
             WHEN '01ASOC'
               PERFORM ADD-SOCIAL-HISTORY
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
       GET-SOCIAL-HISTORY.
      *================================================================*
      * The latest six assessments, newest first - none on file is    *
      * '01', which the screen shows as not yet recorded              *
      *================================================================*
           MOVE ZERO TO CA-SH-COUNT
           MOVE ' SELECT SOCIALHIST' TO EM-SQLREQ

           EXEC SQL
               DECLARE SHCSR CURSOR FOR
               SELECT CHAR(ASSESSEDDATE, ISO), SMOKING,
                      VALUE(PACKYEARS, 0), VALUE(ALCOHOLUNITS, 0),
                      VALUE(LIVING, ' '), VALUE(OCCUPATION, ' ')
                 FROM SOCIALHIST
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY ASSESSEDDATE DESC, RECORDED DESC
                FETCH FIRST 6 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN SHCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           PERFORM FETCH-HISTORY-ENTRY
               UNTIL WS-HISTORY-EOF

           EXEC SQL
               CLOSE SHCSR
           END-EXEC

           IF CA-SH-COUNT EQUAL ZERO
              MOVE '01' TO CA-RETURN-CODE
           ELSE
              MOVE CA-SHE-DATE (1)       TO CA-SH-ASSESSED-DATE
              MOVE CA-SHE-SMOKING (1)    TO CA-SH-SMOKING
              MOVE CA-SHE-PACK-YEARS (1) TO CA-SH-PACK-YEARS
              MOVE CA-SHE-ALCOHOL (1)    TO CA-SH-ALCOHOL-UNITS
              MOVE CA-SHE-LIVING (1)     TO CA-SH-LIVING
           END-IF.

           EXIT.

       FETCH-HISTORY-ENTRY.
           EXEC SQL
               FETCH SHCSR
                INTO :DB2-ASSESSED-DATE, :DB2-SMOKING,
                     :DB2-PACK-YEARS, :DB2-ALCOHOL-UNITS,
                     :DB2-LIVING, :DB2-OCCUPATION
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR CA-SH-COUNT = 6
              MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           ELSE
              ADD 1 TO CA-SH-COUNT
      *       the current assessment's occupation goes back in full
              IF CA-SH-COUNT EQUAL 1
                 MOVE DB2-OCCUPATION TO CA-SH-OCCUPATION
              END-IF
              MOVE DB2-ASSESSED-DATE TO CA-SHE-DATE (CA-SH-COUNT)
              MOVE DB2-SMOKING       TO CA-SHE-SMOKING (CA-SH-COUNT)
              MOVE DB2-PACK-YEARS    TO CA-SHE-PACK-YEARS (CA-SH-COUNT)
              MOVE DB2-ALCOHOL-UNITS TO CA-SHE-ALCOHOL (CA-SH-COUNT)
              MOVE DB2-LIVING        TO CA-SHE-LIVING (CA-SH-COUNT)
              MOVE DB2-OCCUPATION    TO CA-SHE-OCCUPATION (CA-SH-COUNT)
           END-IF.

      *================================================================*
       ADD-SOCIAL-HISTORY.
      *================================================================*
      * Record a new assessment alongside the earlier ones.           *
      *   '87' smoking or living code not known                       *
      *   '88' date not YYYY-MM-DD or in the future                   *
      *   '70' patient not found                                      *
      *================================================================*
           IF CA-SH-SMOKING NOT EQUAL 'C' AND NOT EQUAL 'E'
                                          AND NOT EQUAL 'N'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-SH-LIVING NOT EQUAL 'A' AND NOT EQUAL 'F'
                         AND NOT EQUAL 'S' AND NOT EQUAL 'C'
                         AND NOT EQUAL 'H'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
      *    pack-years mean nothing for someone who never smoked
           IF CA-SH-SMOKING EQUAL 'N'
              MOVE ZERO TO CA-SH-PACK-YEARS
           END-IF

           MOVE CA-SH-ASSESSED-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT EQUAL 'Y'
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-COUNT
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DATE(:CA-SH-ASSESSED-DATE) <= CURRENT DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-COUNT EQUAL ZERO
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :DB2-COUNT
                    FROM PATIENT
                   WHERE PATIENTID = :DB2-PATIENT-ID
              END-EXEC
              IF DB2-COUNT EQUAL ZERO
                 MOVE '70' TO CA-RETURN-CODE
              ELSE
                 MOVE '88' TO CA-RETURN-CODE
              END-IF
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-SH-PACK-YEARS    TO DB2-PACK-YEARS
           MOVE CA-SH-ALCOHOL-UNITS TO DB2-ALCOHOL-UNITS

           MOVE ' INSERT SOCIALHIST' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO SOCIALHIST
                         ( PATIENTID,
                           ASSESSEDDATE,
                           SMOKING,
                           PACKYEARS,
                           ALCOHOLUNITS,
                           OCCUPATION,
                           LIVING,
                           RECORDEDBY,
                           RECORDED )
                  VALUES ( :DB2-PATIENT-ID,
                           DATE(:CA-SH-ASSESSED-DATE),
                           :CA-SH-SMOKING,
                           :DB2-PACK-YEARS,
                           :DB2-ALCOHOL-UNITS,
                           :CA-SH-OCCUPATION,
                           :CA-SH-LIVING,
                           :CA-SH-RECORDED-BY,
                           CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

      *    a new assessment adds to the history - nothing before it
           MOVE 'HCSHDB01'           TO AUD-PROGRAM
           MOVE DB2-PATIENT-ID       TO WS-SAK-PATIENT-ID
           MOVE WS-SOCIAL-AUDIT-KEY  TO AUD-KEY
           MOVE SPACES               TO AUD-BEFORE
           MOVE CA-SH-ASSESSED-DATE  TO WS-SAI-DATE
           MOVE CA-SH-SMOKING        TO WS-SAI-SMOKING
           MOVE CA-SH-PACK-YEARS     TO WS-SAI-PACK-YEARS
           MOVE CA-SH-ALCOHOL-UNITS  TO WS-SAI-ALCOHOL
           MOVE CA-SH-LIVING         TO WS-SAI-LIVING
           MOVE CA-SH-OCCUPATION     TO WS-SAI-OCCUPATION
           MOVE CA-SH-RECORDED-BY    TO WS-SAI-RECORDED-BY
           MOVE WS-SOCIAL-AUDIT-IMAGE TO AUD-AFTER
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
