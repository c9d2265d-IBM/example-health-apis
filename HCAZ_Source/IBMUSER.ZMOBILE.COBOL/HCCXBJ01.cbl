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
      *          Nightly Change-Data-Capture Extract                   *
      *                                                                *
      *   Feeds the reporting warehouse with every change recorded on  *
      *  AUDITLOG since the last run, oldest first, one fixed-layout   *
      *  record each (CDCEXTR, layout HCCXREC).  The high-water mark - *
      *  the newest AUDITLOG timestamp already sent - is kept on       *
      *  CDCCONTROL and only moves on once the whole file has been     *
      *  written, so a failed night is simply sent again the next.     *
      *   The table is worked from the entity tag each program puts    *
      *  at the front of its audit key (PATIENT, MED, TTO, CASE and    *
      *  so on; a reference-data apply uses the table's two-letter     *
      *  code - CC CHARGECODE, FM FORMULARY and so on),                *
      *  and the operation from the images - no before image is an     *
      *  insert, no after image (or DELETED) a delete, both an update. *
      *  Sign-on proxy events, research extract runs, wristband scans, *
      *  antimicrobial approvals and interaction overrides change no   *
      *  table and are not sent.  A change belonging to a              *
      *  confidential patient, or one on the erasure register          *
      *  (DESTRUCTREG), goes out masked.  A TT record per table and    *
      *  the TR trailer carry the insert, update and delete counts.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCXBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDC-OUT ASSIGN TO CDCEXTR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CDC-OUT
           RECORDING MODE IS F.
       01  CDC-OUT-RECORD.
           COPY HCCXREC.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCXBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-FIRST-RUN-SWITCH         PIC X VALUE 'N'.
           88 WS-FIRST-RUN             VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-ROWS-READ             PIC 9(9) VALUE ZERO.
           03 WS-ROWS-SKIPPED          PIC 9(9) VALUE ZERO.
           03 WS-CHANGES               PIC 9(9) VALUE ZERO.
           03 WS-INSERTS               PIC 9(9) VALUE ZERO.
           03 WS-UPDATES               PIC 9(9) VALUE ZERO.
           03 WS-DELETES               PIC 9(9) VALUE ZERO.
           03 WS-MASKED                PIC 9(9) VALUE ZERO.

      * Entity tag at the front of the audit key, the table it
      * stands for, and where the patient comes from:
      *   1 the number after the tag    2 the second number when
      *   there is one, else the first  C complaint case, T discharge
      *   medication line, G message - looked up by the number
      *   N no patient                  X not a table change - skipped
       01  WS-TAG-NAMES.
           03 FILLER                   PIC X(29)
                VALUE 'PATIENT   PATIENT           1'.
           03 FILLER                   PIC X(29)
                VALUE 'MED       MEDICATION        2'.
           03 FILLER                   PIC X(29)
                VALUE 'INR       ANTICOAG          1'.
           03 FILLER                   PIC X(29)
                VALUE 'RESUS     RESUSSTATUS       1'.
           03 FILLER                   PIC X(29)
                VALUE 'MAR       PRESCRIPTION      1'.
           03 FILLER                   PIC X(29)
                VALUE 'SOCIAL    SOCIALHIST        1'.
           03 FILLER                   PIC X(29)
                VALUE 'V         VISITNOTE         1'.
           03 FILLER                   PIC X(29)
                VALUE 'THRESHOLD THRESHOLD         1'.
           03 FILLER                   PIC X(29)
                VALUE 'CASE      COMPLAINT         C'.
           03 FILLER                   PIC X(29)
                VALUE 'TTO       DISCHMED          T'.
           03 FILLER                   PIC X(29)
                VALUE 'MESSAGE   MESSAGE           G'.
           03 FILLER                   PIC X(29)
                VALUE 'STK       STKCOUNT          N'.
           03 FILLER                   PIC X(29)
                VALUE 'ACCTPERIODACCTPERIOD        N'.
           03 FILLER                   PIC X(29)
                VALUE 'CLT       CLINLETTER        2'.
           03 FILLER                   PIC X(29)
                VALUE 'CC        CHARGECODE        N'.
           03 FILLER                   PIC X(29)
                VALUE 'CR        CHARGERATE        N'.
           03 FILLER                   PIC X(29)
                VALUE 'GL        GLMAP             N'.
           03 FILLER                   PIC X(29)
                VALUE 'FM        FORMULARY         N'.
           03 FILLER                   PIC X(29)
                VALUE 'GR        GAPRULE           N'.
           03 FILLER                   PIC X(29)
                VALUE 'PD        PROMDEF           N'.
           03 FILLER                   PIC X(29)
                VALUE 'LC        LABCRIT           N'.
           03 FILLER                   PIC X(29)
                VALUE 'VS        VACCSCHED         N'.
           03 FILLER                   PIC X(29)
                VALUE 'RD        RPTDIST           N'.
           03 FILLER                   PIC X(29)
                VALUE 'FC        FACCLOSE          N'.
           03 FILLER                   PIC X(29)
                VALUE 'PROXY     ACTIVESESSION     X'.
           03 FILLER                   PIC X(29)
                VALUE 'STUDY     RESEARCHKEY       X'.
       01  WS-TAG-TABLE REDEFINES WS-TAG-NAMES.
           03 WS-TAG-ENTRY OCCURS 26 TIMES.
              05 WS-TAG-NAME           PIC X(10).
              05 WS-TAG-DB-TABLE       PIC X(18).
              05 WS-TAG-PATIENT-FROM   PIC X(1).
       01  WS-TAG-INDEX                PIC 9(2) VALUE ZERO.
       01  WS-TAG-MAX                  PIC 9(2) VALUE 26.
       01  WS-TAG-FOUND                PIC 9(2) VALUE ZERO.

      * I/U/D counts for each table seen tonight
       01  WS-TABLE-COUNTS.
           03 WS-TC-ENTRY OCCURS 40 TIMES.
              05 WS-TC-TABLE           PIC X(18).
              05 WS-TC-INSERTS         PIC 9(9).
              05 WS-TC-UPDATES         PIC 9(9).
              05 WS-TC-DELETES         PIC 9(9).
       01  WS-TC-INDEX                 PIC 9(2) VALUE ZERO.
       01  WS-TC-USED                  PIC 9(2) VALUE ZERO.
       01  WS-TC-MAX                   PIC 9(2) VALUE 40.

      * The audit key broken into its words
       01  WS-KEY-WORDS.
           03 WS-KEY-TAG               PIC X(18).
           03 WS-KEY-WORD2             PIC X(12).
           03 WS-KEY-WORD3             PIC X(12).
       01  WS-KEY-NUMBER               PIC 9(10) VALUE ZERO.
       01  WS-KEY-NUMBER-X REDEFINES WS-KEY-NUMBER
                                       PIC X(10).
       01  WS-KEY-NUMERIC-SWITCH       PIC X VALUE 'N'.
           88 WS-KEY-NUMERIC           VALUE 'Y'.

       01  WS-CHANGE-FIELDS.
           03 WS-TABLE                 PIC X(18).
           03 WS-PATIENT-FROM          PIC X(1).
           03 WS-OPERATION             PIC X(1).

       01  DB2-CONTROL-FIELDS.
           03 DB2-EXTRACT-NAME         PIC X(8) VALUE 'CDCEXTR'.
           03 DB2-HIGH-WATER           PIC X(26).
           03 DB2-UPPER-BOUND          PIC X(26).
           03 DB2-CREATED              PIC X(26).

       01  DB2-AUDIT-ROW.
           03 DB2-AUD-DATETIME         PIC X(26).
           03 DB2-TRANSID              PIC X(4).
           03 DB2-USERID               PIC X(10).
           03 DB2-PROGRAM              PIC X(8).
           03 DB2-RECKEY               PIC X(26).
           03 DB2-BEFORE               PIC X(100).
           03 DB2-AFTER                PIC X(100).

       01  DB2-PATIENT-FIELDS.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LOOKUP-ID            PIC S9(9) COMP.
           03 DB2-MASK-FLAG            PIC X(1).

       COPY HCRJWS.

       COPY HCJCWS.

       COPY HCBDWS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB THRU INITIALIZE-EXIT.
           PERFORM EXTRACT-ONE-CHANGE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCCXBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCCXBJ01 - CHANGE DATA CAPTURE EXTRACT STARTING'.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           INITIALIZE WS-TABLE-COUNTS

           OPEN OUTPUT CDC-OUT.

      *    where the last good run got to - the first run takes
      *    everything on the log
           EXEC SQL
               SELECT HIGHWATER
                 INTO :DB2-HIGH-WATER
                 FROM CDCCONTROL
                WHERE EXTRACTNAME = :DB2-EXTRACT-NAME
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-FIRST-RUN-SWITCH
               MOVE '0001-01-01-00.00.00.000000' TO DB2-HIGH-WATER
             WHEN OTHER
               DISPLAY 'HCCXBJ01 - CDCCONTROL SELECT FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO INITIALIZE-EXIT
           END-EVALUATE

      *    tonight's upper bound is fixed now, so anything audited
      *    while the extract runs waits for tomorrow
           EXEC SQL
               SELECT VALUE(CHAR(MAX(AUDDATETIME)), :DB2-HIGH-WATER),
                      CHAR(CURRENT TIMESTAMP)
                 INTO :DB2-UPPER-BOUND, :DB2-CREATED
                 FROM AUDITLOG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCXBJ01 - AUDITLOG BOUND FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE SPACES          TO CDC-OUT-RECORD
           MOVE 'HD'            TO CX-REC-TYPE
           MOVE DB2-CREATED     TO CXH-CREATED
           MOVE DB2-HIGH-WATER  TO CXH-FROM
           MOVE DB2-UPPER-BOUND TO CXH-TO
           WRITE CDC-OUT-RECORD

           EXEC SQL
               DECLARE CDCCSR CURSOR FOR
               SELECT CHAR(AUDDATETIME), VALUE(TRANSID, ' '),
                      VALUE(USERID, ' '), VALUE(PROGRAM, ' '),
                      VALUE(RECKEY, ' '), VALUE(BEFOREIMAGE, ' '),
                      VALUE(AFTERIMAGE, ' ')
                 FROM AUDITLOG
                WHERE AUDDATETIME >  TIMESTAMP(:DB2-HIGH-WATER)
                  AND AUDDATETIME <= TIMESTAMP(:DB2-UPPER-BOUND)
                ORDER BY AUDDATETIME
           END-EXEC.

           EXEC SQL
               OPEN CDCCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCXBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-AUDIT
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

       FETCH-NEXT-AUDIT.
           EXEC SQL
               FETCH CDCCSR
                INTO :DB2-AUD-DATETIME, :DB2-TRANSID, :DB2-USERID,
                     :DB2-PROGRAM, :DB2-RECKEY, :DB2-BEFORE,
                     :DB2-AFTER
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-ROWS-READ
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCCXBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

      *----------------------------------------------------------------*
       EXTRACT-ONE-CHANGE.
           PERFORM CLASSIFY-CHANGE THRU CLASSIFY-CHANGE-EXIT

           IF WS-PATIENT-FROM EQUAL 'X'
              ADD 1 TO WS-ROWS-SKIPPED
           ELSE
              PERFORM WRITE-CHANGE
           END-IF

           PERFORM FETCH-NEXT-AUDIT.

       CLASSIFY-CHANGE.
           MOVE SPACES TO WS-KEY-WORDS
           UNSTRING DB2-RECKEY DELIMITED BY ALL SPACE
               INTO WS-KEY-TAG WS-KEY-WORD2 WS-KEY-WORD3

      *    the tag names the table; an unknown tag is a table name
           MOVE ZERO TO WS-TAG-FOUND
           MOVE ZERO TO WS-TAG-INDEX
           PERFORM CHECK-ONE-TAG
               UNTIL WS-TAG-INDEX NOT LESS THAN WS-TAG-MAX
                  OR WS-TAG-FOUND NOT EQUAL ZERO
           IF WS-TAG-FOUND EQUAL ZERO
              MOVE WS-KEY-TAG TO WS-TABLE
              MOVE 'N'        TO WS-PATIENT-FROM
           ELSE
              MOVE WS-TAG-DB-TABLE (WS-TAG-FOUND)     TO WS-TABLE
              MOVE WS-TAG-PATIENT-FROM (WS-TAG-FOUND) TO WS-PATIENT-FROM
           END-IF

      *    a wristband scan, an antimicrobial approval or an
      *    interaction override is logged against the patient's
      *    medication or MAR tag but changes no row of that table
           IF WS-KEY-WORD3 EQUAL 'BANDSCAN'
              OR WS-KEY-WORD3 EQUAL 'ABX'
              OR WS-KEY-WORD3 EQUAL 'OVERRIDE'
              MOVE 'X' TO WS-PATIENT-FROM
           END-IF

           IF WS-PATIENT-FROM EQUAL 'X'
              GO TO CLASSIFY-CHANGE-EXIT
           END-IF

      *    no before image is an insert, no after image a delete
           EVALUATE TRUE
             WHEN DB2-BEFORE EQUAL SPACES
               MOVE 'I' TO WS-OPERATION
             WHEN DB2-AFTER EQUAL SPACES
               MOVE 'D' TO WS-OPERATION
             WHEN DB2-AFTER EQUAL 'DELETED'
               MOVE 'D' TO WS-OPERATION
             WHEN OTHER
               MOVE 'U' TO WS-OPERATION
           END-EVALUATE

           PERFORM RESOLVE-PATIENT THRU RESOLVE-PATIENT-EXIT.

       CLASSIFY-CHANGE-EXIT.
           EXIT.

       CHECK-ONE-TAG.
           ADD 1 TO WS-TAG-INDEX
           IF WS-TAG-NAME (WS-TAG-INDEX) EQUAL WS-KEY-TAG
              MOVE WS-TAG-INDEX TO WS-TAG-FOUND
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-PATIENT.
           MOVE ZERO TO DB2-PATIENT-ID
           MOVE 'N'  TO DB2-MASK-FLAG

           EVALUATE WS-PATIENT-FROM
             WHEN '1'
               MOVE WS-KEY-WORD2 TO RJ-VALUE-IN
               PERFORM TEST-KEY-NUMBER
               IF WS-KEY-NUMERIC
                  MOVE WS-KEY-NUMBER TO DB2-PATIENT-ID
               END-IF
             WHEN '2'
               MOVE WS-KEY-WORD3 TO RJ-VALUE-IN
               PERFORM TEST-KEY-NUMBER
               IF NOT WS-KEY-NUMERIC
                  MOVE WS-KEY-WORD2 TO RJ-VALUE-IN
                  PERFORM TEST-KEY-NUMBER
               END-IF
               IF WS-KEY-NUMERIC
                  MOVE WS-KEY-NUMBER TO DB2-PATIENT-ID
               END-IF
             WHEN 'C'
             WHEN 'T'
             WHEN 'G'
               MOVE WS-KEY-WORD2 TO RJ-VALUE-IN
               PERFORM TEST-KEY-NUMBER
               IF WS-KEY-NUMERIC
                  MOVE WS-KEY-NUMBER TO DB2-LOOKUP-ID
                  PERFORM LOOK-UP-PATIENT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF DB2-PATIENT-ID EQUAL ZERO
              GO TO RESOLVE-PATIENT-EXIT
           END-IF

      *    confidential, or erased under a privacy request
           EXEC SQL
               SELECT CASE WHEN EXISTS
                                ( SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = :DB2-PATIENT-ID
                                     AND VALUE(P.CONFIDENTIALITY, ' ')
                                         = 'C' )
                             OR EXISTS
                                ( SELECT 1 FROM DESTRUCTREG R
                                   WHERE R.PATIENTID = :DB2-PATIENT-ID )
                           THEN 'Y' ELSE 'N' END
                 INTO :DB2-MASK-FLAG
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

      *    when in doubt the change goes out masked
           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCXBJ01 - MASK CHECK FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO DB2-MASK-FLAG
           END-IF.

       RESOLVE-PATIENT-EXIT.
           EXIT.

       TEST-KEY-NUMBER.
           MOVE 'N' TO WS-KEY-NUMERIC-SWITCH
           PERFORM RIGHT-JUSTIFY-VALUE
           IF RJ-VALUE-OUT NUMERIC AND RJ-VALUE-OUT NOT EQUAL ZERO
              MOVE RJ-VALUE-OUT TO WS-KEY-NUMBER-X
              MOVE 'Y' TO WS-KEY-NUMERIC-SWITCH
           END-IF.

       LOOK-UP-PATIENT.
           EVALUATE WS-PATIENT-FROM
             WHEN 'C'
               EXEC SQL
                   SELECT VALUE(PATIENTID, 0)
                     INTO :DB2-PATIENT-ID
                     FROM COMPLAINT
                    WHERE CASEID = :DB2-LOOKUP-ID
               END-EXEC
             WHEN 'T'
               EXEC SQL
                   SELECT PATIENTID
                     INTO :DB2-PATIENT-ID
                     FROM DISCHMED
                    WHERE TTOID = :DB2-LOOKUP-ID
               END-EXEC
             WHEN OTHER
               EXEC SQL
                   SELECT VALUE(PATIENTID, 0)
                     INTO :DB2-PATIENT-ID
                     FROM MESSAGE
                    WHERE MESSAGEID = :DB2-LOOKUP-ID
               END-EXEC
           END-EVALUATE

           IF SQLCODE NOT EQUAL 0
              MOVE ZERO TO DB2-PATIENT-ID
           END-IF.

      *----------------------------------------------------------------*
       WRITE-CHANGE.
           ADD 1 TO WS-CHANGES

           MOVE SPACES             TO CDC-OUT-RECORD
           MOVE 'CD'               TO CX-REC-TYPE
           MOVE WS-CHANGES         TO CXC-SEQUENCE
           MOVE WS-TABLE           TO CXC-TABLE
           MOVE WS-OPERATION       TO CXC-OPERATION
           MOVE DB2-AUD-DATETIME   TO CXC-DATETIME
           MOVE DB2-TRANSID        TO CXC-TRANSID
           MOVE DB2-USERID         TO CXC-USERID
           MOVE DB2-PROGRAM        TO CXC-PROGRAM

           IF DB2-MASK-FLAG EQUAL 'Y'
              MOVE ZERO            TO CXC-PATIENT-ID
              MOVE 'Y'             TO CXC-MASKED
              MOVE WS-KEY-TAG      TO CXC-KEY
              MOVE ALL '*'         TO CXC-BEFORE
              MOVE ALL '*'         TO CXC-AFTER
              ADD 1 TO WS-MASKED
           ELSE
              MOVE DB2-PATIENT-ID  TO CXC-PATIENT-ID
              MOVE 'N'             TO CXC-MASKED
              MOVE DB2-RECKEY      TO CXC-KEY
              MOVE DB2-BEFORE      TO CXC-BEFORE
              MOVE DB2-AFTER       TO CXC-AFTER
           END-IF

           WRITE CDC-OUT-RECORD

           PERFORM FIND-TABLE-COUNT
           EVALUATE WS-OPERATION
             WHEN 'I'
               ADD 1 TO WS-INSERTS
               IF WS-TC-INDEX > ZERO
                  ADD 1 TO WS-TC-INSERTS (WS-TC-INDEX)
               END-IF
             WHEN 'D'
               ADD 1 TO WS-DELETES
               IF WS-TC-INDEX > ZERO
                  ADD 1 TO WS-TC-DELETES (WS-TC-INDEX)
               END-IF
             WHEN OTHER
               ADD 1 TO WS-UPDATES
               IF WS-TC-INDEX > ZERO
                  ADD 1 TO WS-TC-UPDATES (WS-TC-INDEX)
               END-IF
           END-EVALUATE.

       FIND-TABLE-COUNT.
      *    the table's slot, opened the first time it is seen
           MOVE ZERO TO WS-TC-INDEX
           MOVE ZERO TO WS-TAG-INDEX
           PERFORM CHECK-ONE-TABLE-COUNT
               UNTIL WS-TAG-INDEX NOT LESS THAN WS-TC-USED
                  OR WS-TC-INDEX NOT EQUAL ZERO

           IF WS-TC-INDEX EQUAL ZERO AND WS-TC-USED < WS-TC-MAX
              ADD 1 TO WS-TC-USED
              MOVE WS-TC-USED TO WS-TC-INDEX
              MOVE WS-TABLE   TO WS-TC-TABLE (WS-TC-INDEX)
           END-IF.

       CHECK-ONE-TABLE-COUNT.
           ADD 1 TO WS-TAG-INDEX
           IF WS-TC-TABLE (WS-TAG-INDEX) EQUAL WS-TABLE
              MOVE WS-TAG-INDEX TO WS-TC-INDEX
           END-IF.

      *----------------------------------------------------------------*
       WRITE-TABLE-TOTAL.
           ADD 1 TO WS-TC-INDEX
           MOVE SPACES                       TO CDC-OUT-RECORD
           MOVE 'TT'                         TO CX-REC-TYPE
           MOVE WS-TC-TABLE (WS-TC-INDEX)    TO CXT-TABLE
           MOVE WS-TC-INSERTS (WS-TC-INDEX)  TO CXT-INSERTS
           MOVE WS-TC-UPDATES (WS-TC-INDEX)  TO CXT-UPDATES
           MOVE WS-TC-DELETES (WS-TC-INDEX)  TO CXT-DELETES
           WRITE CDC-OUT-RECORD.

       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE CDCCSR
              END-EXEC
           END-IF

           MOVE ZERO TO WS-TC-INDEX
           PERFORM WRITE-TABLE-TOTAL
               UNTIL WS-TC-INDEX NOT LESS THAN WS-TC-USED

           MOVE SPACES      TO CDC-OUT-RECORD
           MOVE 'TR'        TO CX-REC-TYPE
           MOVE WS-CHANGES  TO CXR-CHANGES
           MOVE WS-INSERTS  TO CXR-INSERTS
           MOVE WS-UPDATES  TO CXR-UPDATES
           MOVE WS-DELETES  TO CXR-DELETES
           MOVE WS-MASKED   TO CXR-MASKED
           MOVE WS-TC-USED  TO CXR-TABLES
           WRITE CDC-OUT-RECORD

           CLOSE CDC-OUT.

      *    the mark only moves once the whole file is written
           IF JC-RETURN-CODE NOT EQUAL 8
              PERFORM ADVANCE-HIGH-WATER
           END-IF

           MOVE WS-CHANGES TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           DISPLAY 'HCCXBJ01 - FROM:                ' DB2-HIGH-WATER.
           DISPLAY 'HCCXBJ01 - TO:                  ' DB2-UPPER-BOUND.
           DISPLAY 'HCCXBJ01 - AUDIT ROWS READ:     ' WS-ROWS-READ.
           DISPLAY 'HCCXBJ01 - NOT TABLE CHANGES:   ' WS-ROWS-SKIPPED.
           DISPLAY 'HCCXBJ01 - CHANGES EXTRACTED:   ' WS-CHANGES.
           DISPLAY 'HCCXBJ01 - OF WHICH MASKED:     ' WS-MASKED.
           DISPLAY 'HCCXBJ01 - CHANGE DATA CAPTURE EXTRACT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

       ADVANCE-HIGH-WATER.
           IF WS-FIRST-RUN
              EXEC SQL
                  INSERT INTO CDCCONTROL
                            ( EXTRACTNAME, HIGHWATER, LASTRUNDATETIME )
                     VALUES ( :DB2-EXTRACT-NAME, :DB2-UPPER-BOUND,
                              CHAR(CURRENT TIMESTAMP) )
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE CDCCONTROL
                     SET HIGHWATER       = :DB2-UPPER-BOUND,
                         LASTRUNDATETIME = CHAR(CURRENT TIMESTAMP)
                   WHERE EXTRACTNAME = :DB2-EXTRACT-NAME
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCXBJ01 - HIGH-WATER MARK NOT MOVED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

      *----------------------------------------------------------------*
       COPY HCRJPD.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.
