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
      *               Fluid Balance Charting Logic                     *
      *                                                                *
      *   Records an intake (oral, IV) or output (urine, drain,       *
      *  vomit) volume on FLUIDBAL against the patient's current      *
      *  OCCUPANCY - keyed by the admission, so the chart follows the *
      *  patient through ward transfers - and works out the intake,   *
      *  output and net balance since midnight, flagged when the net  *
      *  is beyond the ward's limit.  The limit is set per ward on    *
      *  WARDFLUID, with a '****' row as the site default.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFBDB01.
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
                                        VALUE 'HCFBDB01------WS'.
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

      * Balance limit used when neither the ward nor the site default
      * row is on WARDFLUID
       01  WS-DEFAULT-LIMIT            PIC S9(9) COMP VALUE +1500.

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
           03 DB2-DIRECTION            PIC X(1).
           03 DB2-VOLUME               PIC S9(9) COMP.
           03 DB2-LIMIT                PIC S9(9) COMP.
           03 DB2-INTAKE               PIC S9(9) COMP.
           03 DB2-OUTPUT               PIC S9(9) COMP.
           03 DB2-NET                  PIC S9(9) COMP.
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

           MOVE CA-PATIENT-ID   TO DB2-PATIENT-ID

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01AFBE'
               PERFORM ADD-FLUID-ENTRY
             WHEN '01IFBE'
               PERFORM GET-ADMISSION
               PERFORM GET-BALANCE
             WHEN '01LFBW'
               PERFORM SET-WARD-LIMIT
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
       ADD-FLUID-ENTRY.
      *================================================================*
      * The route decides whether the volume is intake or output; the *
      * patient must be in a bed.  The balance comes back updated.    *
      *================================================================*
           EVALUATE CA-FB-ROUTE
             WHEN 'OR'
             WHEN 'IV'
               MOVE 'I' TO DB2-DIRECTION
             WHEN 'UR'
             WHEN 'DR'
             WHEN 'VO'
               MOVE 'O' TO DB2-DIRECTION
             WHEN OTHER
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF CA-FB-VOLUME NOT NUMERIC OR CA-FB-VOLUME EQUAL ZERO
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-FB-VOLUME TO DB2-VOLUME

           PERFORM GET-ADMISSION

           MOVE ' INSERT FLUIDBAL' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO FLUIDBAL
                         ( PATIENTID,
                           ADMITDATETIME,
                           WARDCODE,
                           FBDATETIME,
                           DIRECTION,
                           ROUTE,
                           VOLUMEML,
                           RECORDEDBY )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-ADMIT-TS,
                           :DB2-WARD,
                           CURRENT TIMESTAMP,
                           :DB2-DIRECTION,
                           :CA-FB-ROUTE,
                           :DB2-VOLUME,
                           :CA-FB-RECORDED-BY )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-BALANCE.

           EXIT.

      *================================================================*
       GET-ADMISSION.
      *================================================================*
      * The current admission and ward - not in a bed is '01'        *
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
           END-EVALUATE.

           EXIT.

      *================================================================*
       GET-BALANCE.
      *================================================================*
      * Intake, output and net since midnight for this admission,    *
      * against the ward limit - site default when the ward has none *
      *================================================================*
           MOVE ' SELECT FLUIDBAL' TO EM-SQLREQ
           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN DIRECTION = 'I'
                                     THEN VOLUMEML ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN DIRECTION = 'O'
                                     THEN VOLUMEML ELSE 0 END), 0)
                 INTO :DB2-INTAKE, :DB2-OUTPUT
                 FROM FLUIDBAL
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND ADMITDATETIME = :DB2-ADMIT-TS
                  AND FBDATETIME   >= TIMESTAMP(CURRENT DATE,
                                                '00.00.00')
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-WARD-LIMIT

           COMPUTE DB2-NET = DB2-INTAKE - DB2-OUTPUT

           MOVE DB2-WARD   TO CA-FB-WARD
           MOVE DB2-LIMIT  TO CA-FB-LIMIT
           MOVE DB2-INTAKE TO CA-FB-INTAKE
           MOVE DB2-OUTPUT TO CA-FB-OUTPUT
           MOVE DB2-NET    TO CA-FB-NET
           MOVE SPACE      TO CA-FB-FLAG
           IF DB2-NET > DB2-LIMIT
              MOVE '+' TO CA-FB-FLAG
           END-IF
           IF DB2-NET < ZERO - DB2-LIMIT
              MOVE '-' TO CA-FB-FLAG
           END-IF.

           EXIT.

      *================================================================*
       GET-WARD-LIMIT.
      *================================================================*
      * Ward row, else the '****' site row, else the built-in limit  *
      *================================================================*
           EXEC SQL
               SELECT BALLIMIT
                 INTO :DB2-LIMIT
                 FROM WARDFLUID
                WHERE WARDCODE = :DB2-WARD
           END-EXEC

           IF SQLCODE EQUAL 100
              EXEC SQL
                  SELECT BALLIMIT
                    INTO :DB2-LIMIT
                    FROM WARDFLUID
                   WHERE WARDCODE = '****'
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              MOVE WS-DEFAULT-LIMIT TO DB2-LIMIT
           END-IF.

           EXIT.

      *================================================================*
       SET-WARD-LIMIT.
      *================================================================*
      * Set the net balance limit (ml either way) for a ward on the  *
      * BED reference, or the site default with ward '****'           *
      *================================================================*
           IF CA-FB-WARD EQUAL SPACES OR
              CA-FB-LIMIT NOT NUMERIC OR
              CA-FB-LIMIT EQUAL ZERO
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-FB-WARD  TO DB2-WARD
           MOVE CA-FB-LIMIT TO DB2-LIMIT

           IF DB2-WARD NOT EQUAL '****'
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
              END-IF
           END-IF

           MOVE ' UPDATE WARDFLUID' TO EM-SQLREQ
           EXEC SQL
               UPDATE WARDFLUID
                  SET BALLIMIT = :DB2-LIMIT
                WHERE WARDCODE = :DB2-WARD
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE ' INSERT WARDFLUID' TO EM-SQLREQ
              EXEC SQL
                  INSERT INTO WARDFLUID
                            ( WARDCODE, BALLIMIT )
                     VALUES ( :DB2-WARD, :DB2-LIMIT )
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
