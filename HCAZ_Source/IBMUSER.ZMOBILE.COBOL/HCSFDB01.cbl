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
      *               Ward Shift Staffing Logic                        *
      *                                                                *
      *   Records the rostered and actual registered nurses and       *
      *  support workers for a ward's early, late or night shift on   *
      *  WARDSTAFF, together with the patients in a bed on the ward   *
      *  and how many of them are high acuity - latest early-warning  *
      *  score (HCAVDB01, kept on BLOODPRESSURE) this admission at or *
      *  above 5 - at the time it was recorded.  The staffing is      *
      *  checked against the ward's plan on WARDSTAFFPLAN (patients   *
      *  per RN, patients per support worker, high-acuity patients    *
      *  the ward is staffed for), with a '****' row as the site      *
      *  default.  HCSFBJ01 reports the shifts that fall short.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSFDB01.
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
                                        VALUE 'HCSFDB01------WS'.
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

      * A patient whose latest early-warning score this admission is
      * at or above this counts as high acuity
       01  WS-HIGH-ACUITY-SCORE        PIC S9(4) COMP VALUE +5.

      * Plan used when neither the ward nor the site default row is
      * on WARDSTAFFPLAN
       01  WS-DEFAULT-PLAN.
           03 WS-DEFAULT-PTS-PER-RN    PIC S9(4) COMP VALUE +8.
           03 WS-DEFAULT-PTS-PER-SW    PIC S9(4) COMP VALUE +12.
           03 WS-DEFAULT-ACUITY-MAX    PIC S9(4) COMP VALUE +2.

       01  WS-STAFF-CHECK.
           03 WS-RN-ON-SHIFT           PIC S9(4) COMP VALUE +0.
           03 WS-SW-ON-SHIFT           PIC S9(4) COMP VALUE +0.
           03 WS-RN-CAPACITY           PIC S9(9) COMP VALUE +0.
           03 WS-SW-CAPACITY           PIC S9(9) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-WARD                 PIC X(4).
           03 DB2-SHIFT-DATE           PIC X(10).
           03 DB2-SHIFT                PIC X(1).
           03 DB2-ROSTER-RN            PIC S9(4) COMP.
           03 DB2-ROSTER-SW            PIC S9(4) COMP.
           03 DB2-ACTUAL-SET           PIC X(1).
           03 DB2-ACTUAL-RN            PIC S9(4) COMP.
           03 DB2-ACTUAL-SW            PIC S9(4) COMP.
           03 DB2-RECORDED-BY          PIC X(10).
           03 DB2-PATIENTS             PIC S9(4) COMP.
           03 DB2-HIGH-ACUITY          PIC S9(4) COMP.
           03 DB2-PTS-PER-RN           PIC S9(4) COMP.
           03 DB2-PTS-PER-SW           PIC S9(4) COMP.
           03 DB2-ACUITY-MAX           PIC S9(4) COMP.
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

           MOVE CA-SF-WARD  TO DB2-WARD
           MOVE CA-SF-SHIFT TO DB2-SHIFT

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01ASFS'
               PERFORM RECORD-SHIFT-STAFFING
             WHEN '01ISFS'
               PERFORM GET-SHIFT-STAFFING
             WHEN '01LSFP'
               PERFORM SET-WARD-PLAN
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
       RECORD-SHIFT-STAFFING.
      *================================================================*
      * Save the roster - and the actual numbers once the shift has  *
      * started - for the ward's shift, with the ward's patients and *
      * high-acuity patients as they stand now, and check it against *
      * the plan.  Re-entering a shift replaces it.                   *
      *================================================================*
           IF CA-SF-ROSTER-RN NOT NUMERIC OR
              CA-SF-ROSTER-SW NOT NUMERIC
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-SF-ACTUAL-SET EQUAL 'Y'
              IF CA-SF-ACTUAL-RN NOT NUMERIC OR
                 CA-SF-ACTUAL-SW NOT NUMERIC
                 MOVE '87' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE CA-SF-ACTUAL-RN TO DB2-ACTUAL-RN
              MOVE CA-SF-ACTUAL-SW TO DB2-ACTUAL-SW
           ELSE
              MOVE 'N'  TO CA-SF-ACTUAL-SET
              MOVE ZERO TO DB2-ACTUAL-RN
              MOVE ZERO TO DB2-ACTUAL-SW
           END-IF

           PERFORM CHECK-SHIFT-KEY
           PERFORM CHECK-WARD-EXISTS

           MOVE CA-SF-ROSTER-RN   TO DB2-ROSTER-RN
           MOVE CA-SF-ROSTER-SW   TO DB2-ROSTER-SW
           MOVE CA-SF-ACTUAL-SET  TO DB2-ACTUAL-SET
           MOVE CA-SF-RECORDED-BY TO DB2-RECORDED-BY

           PERFORM COUNT-WARD-ACUITY

           MOVE ' UPDATE WARDSTAFF' TO EM-SQLREQ
           EXEC SQL
               UPDATE WARDSTAFF
                  SET ROSTERRN         = :DB2-ROSTER-RN,
                      ROSTERSW         = :DB2-ROSTER-SW,
                      ACTUALSET        = :DB2-ACTUAL-SET,
                      ACTUALRN         = :DB2-ACTUAL-RN,
                      ACTUALSW         = :DB2-ACTUAL-SW,
                      PATIENTS         = :DB2-PATIENTS,
                      HIGHACUITY       = :DB2-HIGH-ACUITY,
                      RECORDEDBY       = :DB2-RECORDED-BY,
                      RECORDEDDATETIME = CURRENT TIMESTAMP
                WHERE WARDCODE  = :DB2-WARD
                  AND SHIFTDATE = :DB2-SHIFT-DATE
                  AND SHIFT     = :DB2-SHIFT
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE ' INSERT WARDSTAFF' TO EM-SQLREQ
              EXEC SQL
                  INSERT INTO WARDSTAFF
                            ( WARDCODE,
                              SHIFTDATE,
                              SHIFT,
                              ROSTERRN,
                              ROSTERSW,
                              ACTUALSET,
                              ACTUALRN,
                              ACTUALSW,
                              PATIENTS,
                              HIGHACUITY,
                              RECORDEDBY,
                              RECORDEDDATETIME )
                     VALUES ( :DB2-WARD,
                              :DB2-SHIFT-DATE,
                              :DB2-SHIFT,
                              :DB2-ROSTER-RN,
                              :DB2-ROSTER-SW,
                              :DB2-ACTUAL-SET,
                              :DB2-ACTUAL-RN,
                              :DB2-ACTUAL-SW,
                              :DB2-PATIENTS,
                              :DB2-HIGH-ACUITY,
                              :DB2-RECORDED-BY,
                              CURRENT TIMESTAMP )
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-WARD-PLAN
           PERFORM SET-STAFFING-FLAGS.

           EXIT.

      *================================================================*
       GET-SHIFT-STAFFING.
      *================================================================*
      * The staffing recorded for the ward's shift, checked against  *
      * the plan - nothing recorded for the shift is '01'            *
      *================================================================*
           PERFORM CHECK-SHIFT-KEY

           MOVE ' SELECT WARDSTAFF' TO EM-SQLREQ
           EXEC SQL
               SELECT ROSTERRN, ROSTERSW, ACTUALSET, ACTUALRN,
                      ACTUALSW, PATIENTS, HIGHACUITY, RECORDEDBY
                 INTO :DB2-ROSTER-RN, :DB2-ROSTER-SW,
                      :DB2-ACTUAL-SET, :DB2-ACTUAL-RN,
                      :DB2-ACTUAL-SW, :DB2-PATIENTS,
                      :DB2-HIGH-ACUITY, :DB2-RECORDED-BY
                 FROM WARDSTAFF
                WHERE WARDCODE  = :DB2-WARD
                  AND SHIFTDATE = :DB2-SHIFT-DATE
                  AND SHIFT     = :DB2-SHIFT
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

           MOVE DB2-ROSTER-RN   TO CA-SF-ROSTER-RN
           MOVE DB2-ROSTER-SW   TO CA-SF-ROSTER-SW
           MOVE DB2-ACTUAL-SET  TO CA-SF-ACTUAL-SET
           MOVE DB2-ACTUAL-RN   TO CA-SF-ACTUAL-RN
           MOVE DB2-ACTUAL-SW   TO CA-SF-ACTUAL-SW
           MOVE DB2-RECORDED-BY TO CA-SF-RECORDED-BY

           PERFORM GET-WARD-PLAN
           PERFORM SET-STAFFING-FLAGS.

           EXIT.

      *================================================================*
       CHECK-SHIFT-KEY.
      *================================================================*
      * Ward and shift must be given; a blank date is today           *
      *================================================================*
           IF CA-SF-WARD EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-SF-SHIFT NOT EQUAL 'E' AND
              CA-SF-SHIFT NOT EQUAL 'L' AND
              CA-SF-SHIFT NOT EQUAL 'N'
              MOVE '86' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-SF-DATE NOT EQUAL SPACES
              IF CA-SF-DATE(5:1) NOT EQUAL '-' OR
                 CA-SF-DATE(8:1) NOT EQUAL '-' OR
                 CA-SF-DATE(1:4) NOT NUMERIC OR
                 CA-SF-DATE(6:2) NOT NUMERIC OR
                 CA-SF-DATE(9:2) NOT NUMERIC
                 MOVE '87' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
           END-IF
           MOVE CA-SF-DATE TO DB2-SHIFT-DATE

           EXEC SQL
               SELECT CHAR(VALUE(DATE(NULLIF(:DB2-SHIFT-DATE, ' ')),
                                 CURRENT DATE), ISO)
                 INTO :DB2-SHIFT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE DB2-SHIFT-DATE TO CA-SF-DATE.

           EXIT.

      *================================================================*
       CHECK-WARD-EXISTS.
      *================================================================*
      * The ward must be on the BED reference - '71' if not          *
      *================================================================*
           MOVE ' SELECT BED' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-COUNT
                 FROM BED
                WHERE WARDCODE = :DB2-WARD
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR DB2-COUNT EQUAL ZERO
              MOVE '71' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       COUNT-WARD-ACUITY.
      *================================================================*
      * Patients in a bed on the ward now, and how many have their   *
      * latest early-warning score this admission at or above the    *
      * high-acuity level                                              *
      *================================================================*
           MOVE ' SELECT OCCUPANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN VALUE(
                          ( SELECT MAX(VALUE(B.EWSCORE, 0))
                              FROM BLOODPRESSURE B
                             WHERE B.PATIENTID  = O.PATIENTID
                               AND B.BPDATETIME =
                                   ( SELECT MAX(B2.BPDATETIME)
                                       FROM BLOODPRESSURE B2
                                      WHERE B2.PATIENTID  = O.PATIENTID
                                        AND B2.BPDATETIME >=
                                            O.ADMITDATETIME ) ), 0)
                                     >= :WS-HIGH-ACUITY-SCORE
                                THEN 1 ELSE 0 END), 0)
                 INTO :DB2-PATIENTS, :DB2-HIGH-ACUITY
                 FROM OCCUPANCY O
                WHERE O.WARDCODE = :DB2-WARD
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       GET-WARD-PLAN.
      *================================================================*
      * Ward row, else the '****' site row, else the built-in plan   *
      *================================================================*
           EXEC SQL
               SELECT PTSPERRN, PTSPERSW, ACUITYMAX
                 INTO :DB2-PTS-PER-RN, :DB2-PTS-PER-SW,
                      :DB2-ACUITY-MAX
                 FROM WARDSTAFFPLAN
                WHERE WARDCODE = :DB2-WARD
           END-EXEC

           IF SQLCODE EQUAL 100
              EXEC SQL
                  SELECT PTSPERRN, PTSPERSW, ACUITYMAX
                    INTO :DB2-PTS-PER-RN, :DB2-PTS-PER-SW,
                         :DB2-ACUITY-MAX
                    FROM WARDSTAFFPLAN
                   WHERE WARDCODE = '****'
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              MOVE WS-DEFAULT-PTS-PER-RN TO DB2-PTS-PER-RN
              MOVE WS-DEFAULT-PTS-PER-SW TO DB2-PTS-PER-SW
              MOVE WS-DEFAULT-ACUITY-MAX TO DB2-ACUITY-MAX
           END-IF.

           EXIT.

      *================================================================*
       SET-STAFFING-FLAGS.
      *================================================================*
      * The actual numbers once entered, else the roster, against    *
      * the patients on the ward at the plan's ratios; high-acuity    *
      * patients against the level the ward is staffed for            *
      *================================================================*
           IF DB2-ACTUAL-SET EQUAL 'Y'
              MOVE DB2-ACTUAL-RN TO WS-RN-ON-SHIFT
              MOVE DB2-ACTUAL-SW TO WS-SW-ON-SHIFT
           ELSE
              MOVE DB2-ROSTER-RN TO WS-RN-ON-SHIFT
              MOVE DB2-ROSTER-SW TO WS-SW-ON-SHIFT
           END-IF

           COMPUTE WS-RN-CAPACITY = WS-RN-ON-SHIFT * DB2-PTS-PER-RN
           COMPUTE WS-SW-CAPACITY = WS-SW-ON-SHIFT * DB2-PTS-PER-SW

           MOVE SPACES TO CA-SF-FLAGS
           IF WS-RN-CAPACITY < DB2-PATIENTS
              MOVE 'R' TO CA-SF-RN-FLAG
           END-IF
           IF WS-SW-CAPACITY < DB2-PATIENTS
              MOVE 'S' TO CA-SF-SW-FLAG
           END-IF
           IF DB2-HIGH-ACUITY > DB2-ACUITY-MAX
              MOVE 'A' TO CA-SF-ACUITY-FLAG
           END-IF

           MOVE DB2-PATIENTS    TO CA-SF-PATIENTS
           MOVE DB2-HIGH-ACUITY TO CA-SF-HIGH-ACUITY
           MOVE DB2-PTS-PER-RN  TO CA-SF-PTS-PER-RN
           MOVE DB2-PTS-PER-SW  TO CA-SF-PTS-PER-SW
           MOVE DB2-ACUITY-MAX  TO CA-SF-ACUITY-MAX.

           EXIT.

      *================================================================*
       SET-WARD-PLAN.
      *================================================================*
      * Set the staffing plan for a ward on the BED reference, or    *
      * the site default with ward '****'                             *
      *================================================================*
           IF CA-SF-WARD EQUAL SPACES OR
              CA-SF-PTS-PER-RN NOT NUMERIC OR
              CA-SF-PTS-PER-RN EQUAL ZERO OR
              CA-SF-PTS-PER-SW NOT NUMERIC OR
              CA-SF-PTS-PER-SW EQUAL ZERO OR
              CA-SF-ACUITY-MAX NOT NUMERIC
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-SF-PTS-PER-RN TO DB2-PTS-PER-RN
           MOVE CA-SF-PTS-PER-SW TO DB2-PTS-PER-SW
           MOVE CA-SF-ACUITY-MAX TO DB2-ACUITY-MAX

           IF DB2-WARD NOT EQUAL '****'
              PERFORM CHECK-WARD-EXISTS
           END-IF

           MOVE ' UPDATE WARDSTAFFPLAN' TO EM-SQLREQ
           EXEC SQL
               UPDATE WARDSTAFFPLAN
                  SET PTSPERRN  = :DB2-PTS-PER-RN,
                      PTSPERSW  = :DB2-PTS-PER-SW,
                      ACUITYMAX = :DB2-ACUITY-MAX
                WHERE WARDCODE = :DB2-WARD
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE ' INSERT WARDSTAFFPLAN' TO EM-SQLREQ
              EXEC SQL
                  INSERT INTO WARDSTAFFPLAN
                            ( WARDCODE, PTSPERRN, PTSPERSW, ACUITYMAX )
                     VALUES ( :DB2-WARD, :DB2-PTS-PER-RN,
                              :DB2-PTS-PER-SW, :DB2-ACUITY-MAX )
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
