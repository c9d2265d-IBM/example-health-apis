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
      *              Inpatient Episode Coding Logic                    *
      *                                                                *
      *   Every discharge leaves a CODEEPISODE work item (HCWBDB01)    *
      *  with the stay's ward and dates, its secondary diagnoses       *
      *  seeded from the patient's active PROBLEM rows.  The clinical  *
      *  coder records the primary diagnosis, confirms or changes the  *
      *  secondaries and adds the procedures (EPISODECODE, type S      *
      *  secondary, R procedure), and the coded episode is grouped to  *
      *  a case-mix category from the CASEMIXRULE grouping table in    *
      *  force on the discharge date (HCEPBJ03 loads it).  The most    *
      *  specific rule wins - one naming a procedure the stay had,     *
      *  then the longest diagnosis prefix, then the most secondary    *
      *  diagnoses required.  An episode coded with no rule matching   *
      *  is saved ungrouped (04) and cannot be billed until recoded.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCEPDB01.
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
                                        VALUE 'HCEPDB01------WS'.
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

      * subscripts into the secondary diagnosis and procedure lists
       01  WS-CODE-IX                  PIC 9(2) VALUE 0.
       01  WS-SECONDARY-COUNT          PIC 9(2) VALUE 0.
       01  WS-PROCEDURE-COUNT          PIC 9(2) VALUE 0.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-EPISODE.
           03 DB2-EPISODE-ID           PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-WARD                 PIC X(4).
           03 DB2-ADMIT-DATE           PIC X(10).
           03 DB2-DISCH-DATE           PIC X(10).
           03 DB2-STATUS               PIC X(1).
           03 DB2-PRIMARY-DIAG         PIC X(10).
           03 DB2-GROUP                PIC X(6).
           03 DB2-GROUP-DESC           PIC X(30).
           03 DB2-CODED-BY             PIC X(10).
           03 DB2-CODED-DATE           PIC X(10).
           03 DB2-CODE-TYPE            PIC X(1).
           03 DB2-CODE                 PIC X(10).
           03 DB2-SECONDARY-COUNT      PIC S9(4) COMP.

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
           INITIALIZE DB2-EPISODE.

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

           MOVE CA-PATIENT-ID    TO DB2-PATIENT-ID
           MOVE CA-EP-EPISODE-ID TO DB2-EPISODE-ID

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01CEPI'
               PERFORM CODE-EPISODE
             WHEN '01IEPI'
               PERFORM GET-EPISODE
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
       CODE-EPISODE.
      *================================================================*
      * The coder's diagnoses and procedures replace whatever the      *
      * episode held - a recode after a query simply codes it again -  *
      * then the episode is grouped and marked coded (C)               *
      *================================================================*
           IF DB2-EPISODE-ID EQUAL ZERO
            OR CA-EP-PRIMARY-DIAG EQUAL SPACES
            OR CA-EP-STAFF-USER EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-EPISODE
           MOVE CA-EP-PRIMARY-DIAG TO DB2-PRIMARY-DIAG

           MOVE ' DELETE EPISODECODE' TO EM-SQLREQ
           EXEC SQL
               DELETE FROM EPISODECODE
                WHERE EPISODEID = :DB2-EPISODE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO WS-CODE-IX
           MOVE ZERO TO WS-SECONDARY-COUNT
           PERFORM INSERT-SECONDARY-DIAG
              THRU INSERT-SECONDARY-DIAG-EXIT
               UNTIL WS-CODE-IX EQUAL 6

           MOVE ZERO TO WS-CODE-IX
           PERFORM INSERT-PROCEDURE THRU INSERT-PROCEDURE-EXIT
               UNTIL WS-CODE-IX EQUAL 4

           PERFORM GROUP-EPISODE

           MOVE ' UPDATE CODEEPISODE' TO EM-SQLREQ
           EXEC SQL
               UPDATE CODEEPISODE
                  SET STATUS        = 'C',
                      PRIMARYDIAG   = :DB2-PRIMARY-DIAG,
                      CASEMIXGROUP  = :DB2-GROUP,
                      CODEDBY       = :CA-EP-STAFF-USER,
                      CODEDDATETIME = CURRENT TIMESTAMP
                WHERE EPISODEID = :DB2-EPISODE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-EPISODE

      * coded, but no grouping rule fits - it cannot be billed yet
           IF DB2-GROUP EQUAL SPACES
              MOVE '04' TO CA-RETURN-CODE
           END-IF.

           EXIT.

      *================================================================*
       INSERT-SECONDARY-DIAG.
      *================================================================*
           ADD 1 TO WS-CODE-IX
           MOVE CA-EP-SECONDARY-DIAG (WS-CODE-IX) TO DB2-CODE
           IF DB2-CODE EQUAL SPACES OR LOW-VALUES
            OR DB2-CODE EQUAL DB2-PRIMARY-DIAG
              GO TO INSERT-SECONDARY-DIAG-EXIT
           END-IF

           MOVE 'S' TO DB2-CODE-TYPE
           PERFORM INSERT-EPISODE-CODE
           IF SQLCODE EQUAL 0
              ADD 1 TO WS-SECONDARY-COUNT
           END-IF.

       INSERT-SECONDARY-DIAG-EXIT.
           EXIT.

      *================================================================*
       INSERT-PROCEDURE.
      *================================================================*
           ADD 1 TO WS-CODE-IX
           MOVE CA-EP-PROCEDURE (WS-CODE-IX) TO DB2-CODE
           IF DB2-CODE EQUAL SPACES OR LOW-VALUES
              GO TO INSERT-PROCEDURE-EXIT
           END-IF

           MOVE 'R' TO DB2-CODE-TYPE
           PERFORM INSERT-EPISODE-CODE.

       INSERT-PROCEDURE-EXIT.
           EXIT.

      *================================================================*
       INSERT-EPISODE-CODE.
      *================================================================*
      * The same code keyed twice is recorded once (-803)              *
      *================================================================*
           MOVE ' INSERT EPISODECODE' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO EPISODECODE
                         ( EPISODEID, CODETYPE, CODE )
                  VALUES ( :DB2-EPISODE-ID, :DB2-CODE-TYPE, :DB2-CODE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL -803
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       GROUP-EPISODE.
      *================================================================*
      * The grouping table version in force on the discharge date;    *
      * a rule fits when the primary diagnosis starts with its prefix, *
      * the stay had its procedure (blank - any) and at least its      *
      * count of secondary diagnoses.  No fit leaves the group blank.  *
      *================================================================*
           MOVE SPACES TO DB2-GROUP
           MOVE WS-SECONDARY-COUNT TO DB2-SECONDARY-COUNT

           MOVE ' SELECT CASEMIXRULE' TO EM-SQLREQ
           EXEC SQL
               SELECT G.GROUPCODE
                 INTO :DB2-GROUP
                 FROM CASEMIXRULE G
                WHERE G.EFFDATE =
                      ( SELECT MAX(M.EFFDATE)
                          FROM CASEMIXRULE M
                         WHERE M.EFFDATE <= DATE(:DB2-DISCH-DATE) )
                  AND LENGTH(RTRIM(G.DIAGPREFIX)) > 0
                  AND SUBSTR(:DB2-PRIMARY-DIAG, 1,
                             LENGTH(RTRIM(G.DIAGPREFIX)))
                      = RTRIM(G.DIAGPREFIX)
                  AND ( G.PROCCODE = ' '
                        OR EXISTS
                         ( SELECT 1 FROM EPISODECODE E
                            WHERE E.EPISODEID = :DB2-EPISODE-ID
                              AND E.CODETYPE  = 'R'
                              AND E.CODE      = G.PROCCODE ) )
                  AND G.MINSECONDARY <= :DB2-SECONDARY-COUNT
                ORDER BY CASE WHEN G.PROCCODE = ' ' THEN 1 ELSE 0 END,
                         LENGTH(RTRIM(G.DIAGPREFIX)) DESC,
                         G.MINSECONDARY DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE SPACES TO DB2-GROUP
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate.

           EXIT.

      *================================================================*
       GET-EPISODE.
      *================================================================*
      * The keyed episode, or the patient's latest discharge, with    *
      * its coded diagnoses and procedures                             *
      *================================================================*
           PERFORM FIND-EPISODE

           MOVE DB2-EPISODE-ID      TO CA-EP-EPISODE-ID
           MOVE DB2-PATIENT-ID      TO CA-PATIENT-ID
           MOVE DB2-WARD            TO CA-EP-WARD
           MOVE DB2-ADMIT-DATE      TO CA-EP-ADMIT-DATE
           MOVE DB2-DISCH-DATE      TO CA-EP-DISCH-DATE
           MOVE DB2-STATUS          TO CA-EP-STATUS
           MOVE DB2-PRIMARY-DIAG    TO CA-EP-PRIMARY-DIAG
           MOVE DB2-GROUP           TO CA-EP-GROUP
           MOVE DB2-GROUP-DESC      TO CA-EP-GROUP-DESC
           MOVE DB2-CODED-BY        TO CA-EP-CODED-BY
           MOVE DB2-CODED-DATE      TO CA-EP-CODED-DATE
           MOVE SPACES              TO CA-EP-SECONDARY-DIAG (1)
                                       CA-EP-SECONDARY-DIAG (2)
                                       CA-EP-SECONDARY-DIAG (3)
                                       CA-EP-SECONDARY-DIAG (4)
                                       CA-EP-SECONDARY-DIAG (5)
                                       CA-EP-SECONDARY-DIAG (6)
           MOVE SPACES              TO CA-EP-PROCEDURE (1)
                                       CA-EP-PROCEDURE (2)
                                       CA-EP-PROCEDURE (3)
                                       CA-EP-PROCEDURE (4)

           MOVE ' SELECT EPISODECODE' TO EM-SQLREQ
           MOVE ZERO TO WS-SECONDARY-COUNT
           MOVE ZERO TO WS-PROCEDURE-COUNT

           EXEC SQL
               DECLARE EPCCSR CURSOR FOR
               SELECT CODETYPE, CODE
                 FROM EPISODECODE
                WHERE EPISODEID = :DB2-EPISODE-ID
                ORDER BY CODETYPE, CODE
           END-EXEC

           EXEC SQL OPEN EPCCSR END-EXEC

           Evaluate SQLCODE
             When 0
               CONTINUE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-Evaluate

           PERFORM FETCH-NEXT-CODE
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL CLOSE EPCCSR END-EXEC.

           EXIT.

      *================================================================*
       FETCH-NEXT-CODE.
      *================================================================*
      * Codes past what the screen carries stay on file, unshown       *
      *================================================================*
           EXEC SQL
               FETCH EPCCSR
                INTO :DB2-CODE-TYPE, :DB2-CODE
           END-EXEC

           IF SQLCODE EQUAL 0
              IF DB2-CODE-TYPE EQUAL 'S'
               AND WS-SECONDARY-COUNT < 6
                 ADD 1 TO WS-SECONDARY-COUNT
                 MOVE DB2-CODE
                      TO CA-EP-SECONDARY-DIAG (WS-SECONDARY-COUNT)
              END-IF
              IF DB2-CODE-TYPE EQUAL 'R'
               AND WS-PROCEDURE-COUNT < 4
                 ADD 1 TO WS-PROCEDURE-COUNT
                 MOVE DB2-CODE
                      TO CA-EP-PROCEDURE (WS-PROCEDURE-COUNT)
              END-IF
           END-IF.

           EXIT.

      *================================================================*
       FIND-EPISODE.
      *================================================================*
      * By episode id, or the patient's most recent discharge when    *
      * none is keyed; either way it must be the keyed patient's (01)  *
      *================================================================*
           MOVE ' SELECT CODEEPISODE' TO EM-SQLREQ

           IF DB2-EPISODE-ID EQUAL ZERO
              EXEC SQL
                  SELECT EPISODEID
                    INTO :DB2-EPISODE-ID
                    FROM CODEEPISODE
                   WHERE PATIENTID = :DB2-PATIENT-ID
                   ORDER BY DISCHDATETIME DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              Evaluate SQLCODE
                When 0
                  CONTINUE
                When 100
                  MOVE '01' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
                When Other
                  MOVE '90' TO CA-RETURN-CODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
              End-Evaluate
           END-IF

           EXEC SQL
               SELECT E.PATIENTID, E.WARDCODE,
                      CHAR(DATE(E.ADMITDATETIME), ISO),
                      CHAR(DATE(E.DISCHDATETIME), ISO),
                      E.STATUS, E.PRIMARYDIAG, E.CASEMIXGROUP,
                      VALUE(( SELECT G.DESCRIPTION
                                FROM CASEMIXRULE G
                               WHERE G.GROUPCODE = E.CASEMIXGROUP
                               ORDER BY G.EFFDATE DESC
                               FETCH FIRST 1 ROW ONLY ), ' '),
                      E.CODEDBY,
                      VALUE(CHAR(DATE(E.CODEDDATETIME), ISO), ' ')
                 INTO :DB2-PATIENT-ID, :DB2-WARD,
                      :DB2-ADMIT-DATE,
                      :DB2-DISCH-DATE,
                      :DB2-STATUS, :DB2-PRIMARY-DIAG, :DB2-GROUP,
                      :DB2-GROUP-DESC,
                      :DB2-CODED-BY,
                      :DB2-CODED-DATE
                 FROM CODEEPISODE E
                WHERE E.EPISODEID = :DB2-EPISODE-ID
           END-EXEC

           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           End-Evaluate

           IF CA-PATIENT-ID NOT EQUAL ZERO
            AND DB2-PATIENT-ID NOT EQUAL CA-PATIENT-ID
              MOVE '01' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
