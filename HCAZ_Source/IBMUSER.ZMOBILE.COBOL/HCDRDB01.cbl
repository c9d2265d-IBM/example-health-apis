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
      *             Adverse Drug Reaction Record Logic                 *
      *                                                                *
      *   One ADVREACTION row per suspected reaction, recorded by the *
      *  clinician against the MEDICATION row that caused it - the    *
      *  reaction, its severity, onset date and outcome.  Confirming  *
      *  the reaction can put the drug on the patient's ALLERGY list  *
      *  so the add-medication check (HCMADB01) stops it being        *
      *  ordered again.  Confirmed serious reactions go to the        *
      *  regulator in the monthly HCDRBJ01 file.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDRDB01.
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
                                        VALUE 'HCDRDB01------WS'.
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

       01  WS-DATE-CHECK               PIC X(10).
       01  WS-DATE-VALID               PIC X(1).

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-REACTION-ID          PIC S9(9) COMP.
           03 DB2-MEDICATION-ID        PIC S9(9) COMP.
           03 DB2-COUNT                PIC S9(9) COMP.
           03 DB2-REACTION-ROW.
              05 DB2-DRUG-NAME         PIC X(50).
              05 DB2-REACTION          PIC X(40).
              05 DB2-SEVERITY          PIC X(1).
              05 DB2-ONSET-DATE        PIC X(10).
              05 DB2-OUTCOME           PIC X(1).
              05 DB2-CONFIRMED         PIC X(1).
              05 DB2-ALLERGY-ADDED     PIC X(1).
              05 DB2-REPORTED-BY       PIC X(10).
              05 DB2-RECORDED          PIC X(16).
              05 DB2-SUBMITTED         PIC X(10).
      * ALLERGY keeps severity as a word, not a code
           03 DB2-ALLERGY-SEVERITY     PIC X(10).

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
             WHEN '01ADRX'
               PERFORM ADD-REACTION
             WHEN '01IDRX'
               PERFORM GET-REACTION
             WHEN '01CDRX'
               PERFORM CONFIRM-REACTION
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
       ADD-REACTION.
      *================================================================*
      * Record a suspected reaction, unconfirmed, against a MEDICATION*
      * row that must belong to the patient keyed                      *
      *================================================================*
           PERFORM CHECK-SEVERITY-OUTCOME
           IF CA-DR-REACTION EQUAL SPACES
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-DR-ONSET-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT EQUAL 'Y'
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-PATIENT-ID NOT NUMERIC OR
              CA-DR-MEDICATION-ID NOT NUMERIC
              MOVE '71' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PATIENT-ID       TO DB2-PATIENT-ID
           MOVE CA-DR-MEDICATION-ID TO DB2-MEDICATION-ID

           MOVE ' SELECT MEDICATION' TO EM-SQLREQ
           EXEC SQL
               SELECT DRUGNAME
                 INTO :DB2-DRUG-NAME
                 FROM MEDICATION
                WHERE MEDICATIONID = :DB2-MEDICATION-ID
                  AND PATIENTID    = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '71' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE ' INSERT ADVREACT' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO ADVREACTION
                         ( REACTIONID,
                           PATIENTID,
                           MEDICATIONID,
                           DRUGNAME,
                           REACTION,
                           SEVERITY,
                           ONSETDATE,
                           OUTCOME,
                           CONFIRMED,
                           ALLERGYADDED,
                           REPORTEDBY,
                           RECORDED )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-MEDICATION-ID,
                           :DB2-DRUG-NAME,
                           :CA-DR-REACTION,
                           :CA-DR-SEVERITY,
                           :CA-DR-ONSET-DATE,
                           :CA-DR-OUTCOME,
                           'N',
                           'N',
                           :CA-DR-REPORTED-BY,
                           CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-REACTION-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-REACTION-ID TO CA-DR-ID
           MOVE DB2-DRUG-NAME   TO CA-DR-DRUG-NAME
           MOVE 'N'             TO CA-DR-CONFIRMED
           MOVE 'N'             TO CA-DR-ALLERGY-ADDED.

           EXIT.

      *================================================================*
       CHECK-SEVERITY-OUTCOME.
           IF CA-DR-SEVERITY NOT EQUAL 'M' AND NOT EQUAL 'O'
                         AND NOT EQUAL 'S' AND NOT EQUAL 'L'
                         AND NOT EQUAL 'F'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-DR-OUTCOME NOT EQUAL 'R' AND NOT EQUAL 'G'
                        AND NOT EQUAL 'N' AND NOT EQUAL 'S'
                        AND NOT EQUAL 'F' AND NOT EQUAL 'U'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       GET-REACTION.
      *================================================================*
           PERFORM READ-REACTION-ROW

           MOVE DB2-PATIENT-ID    TO CA-PATIENT-ID
           MOVE DB2-MEDICATION-ID TO CA-DR-MEDICATION-ID
           MOVE DB2-DRUG-NAME     TO CA-DR-DRUG-NAME
           MOVE DB2-REACTION      TO CA-DR-REACTION
           MOVE DB2-SEVERITY      TO CA-DR-SEVERITY
           MOVE DB2-ONSET-DATE    TO CA-DR-ONSET-DATE
           MOVE DB2-OUTCOME       TO CA-DR-OUTCOME
           MOVE DB2-CONFIRMED     TO CA-DR-CONFIRMED
           MOVE DB2-ALLERGY-ADDED TO CA-DR-ALLERGY-ADDED
           MOVE DB2-REPORTED-BY   TO CA-DR-REPORTED-BY
           MOVE DB2-RECORDED      TO CA-DR-RECORDED
           MOVE DB2-SUBMITTED     TO CA-DR-SUBMITTED.

           EXIT.

      *================================================================*
       READ-REACTION-ROW.
      *================================================================*
      * The reaction with the date it went to the regulator, blank   *
      * while it has not                                               *
      *================================================================*
           IF CA-DR-ID NOT NUMERIC
              MOVE '01' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-DR-ID TO DB2-REACTION-ID

           MOVE ' SELECT ADVREACT' TO EM-SQLREQ
           EXEC SQL
               SELECT R.PATIENTID,
                      R.MEDICATIONID,
                      R.DRUGNAME,
                      R.REACTION,
                      R.SEVERITY,
                      R.ONSETDATE,
                      R.OUTCOME,
                      R.CONFIRMED,
                      R.ALLERGYADDED,
                      R.REPORTEDBY,
                      SUBSTR(CHAR(R.RECORDED), 1, 16),
                      VALUE(( SELECT CHAR(DATE(MAX(S.SUBMITTED)), ISO)
                                FROM ADRSUBMIT S
                               WHERE S.REACTIONID = R.REACTIONID ), ' ')
                 INTO :DB2-PATIENT-ID,
                      :DB2-MEDICATION-ID,
                      :DB2-DRUG-NAME,
                      :DB2-REACTION,
                      :DB2-SEVERITY,
                      :DB2-ONSET-DATE,
                      :DB2-OUTCOME,
                      :DB2-CONFIRMED,
                      :DB2-ALLERGY-ADDED,
                      :DB2-REPORTED-BY,
                      :DB2-RECORDED,
                      :DB2-SUBMITTED
                 FROM ADVREACTION R
                WHERE R.REACTIONID = :DB2-REACTION-ID
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
       CONFIRM-REACTION.
      *================================================================*
      * Confirm the reaction, bringing the outcome up to date, and on *
      * request put the drug on the ALLERGY list.  A drug already     *
      * listed is not listed twice                                     *
      *================================================================*
           PERFORM READ-REACTION-ROW

           IF CA-DR-OUTCOME EQUAL SPACES
              MOVE DB2-OUTCOME TO CA-DR-OUTCOME
           END-IF
           MOVE DB2-SEVERITY TO CA-DR-SEVERITY
           PERFORM CHECK-SEVERITY-OUTCOME
           IF CA-DR-ADD-ALLERGY NOT EQUAL 'Y'
              MOVE 'N' TO CA-DR-ADD-ALLERGY
           END-IF

           IF CA-DR-ADD-ALLERGY EQUAL 'Y'
              AND DB2-ALLERGY-ADDED EQUAL 'N'
              PERFORM ADD-ALLERGY-ENTRY THRU ADD-ALLERGY-ENTRY-EXIT
           END-IF

           MOVE ' UPDATE ADVREACT' TO EM-SQLREQ
           EXEC SQL
               UPDATE ADVREACTION
                  SET CONFIRMED    = 'Y',
                      OUTCOME      = :CA-DR-OUTCOME,
                      ALLERGYADDED = :DB2-ALLERGY-ADDED,
                      CONFIRMEDBY  = :CA-DR-REPORTED-BY,
                      CONFIRMEDON  = CURRENT TIMESTAMP
                WHERE REACTIONID = :DB2-REACTION-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-PATIENT-ID    TO CA-PATIENT-ID
           MOVE DB2-DRUG-NAME     TO CA-DR-DRUG-NAME
           MOVE 'Y'               TO CA-DR-CONFIRMED
           MOVE DB2-ALLERGY-ADDED TO CA-DR-ALLERGY-ADDED.

           EXIT.

      *================================================================*
       ADD-ALLERGY-ENTRY.
      *================================================================*
      * The same ALLERGY row HCAGDB01 records by hand, so the         *
      * add-medication check finds it.  A drug already on the list    *
      * is marked A rather than added again                            *
      *================================================================*
           MOVE ' SELECT ALLERGY' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-COUNT
                 FROM ALLERGY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ALLERGEN  = :DB2-DRUG-NAME
           END-EXEC
           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-COUNT > 0
              MOVE 'A' TO DB2-ALLERGY-ADDED
              GO TO ADD-ALLERGY-ENTRY-EXIT
           END-IF

           EVALUATE DB2-SEVERITY
             WHEN 'M'
               MOVE 'MILD'     TO DB2-ALLERGY-SEVERITY
             WHEN 'O'
               MOVE 'MODERATE' TO DB2-ALLERGY-SEVERITY
             WHEN OTHER
               MOVE 'SEVERE'   TO DB2-ALLERGY-SEVERITY
           END-EVALUATE

           MOVE ' INSERT ALLERGY' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO ALLERGY
                         ( PATIENTID,
                           ALLERGEN,
                           REACTION,
                           SEVERITY,
                           ONSETDATE )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-DRUG-NAME,
                           SUBSTR(:DB2-REACTION, 1, 20),
                           :DB2-ALLERGY-SEVERITY,
                           :DB2-ONSET-DATE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'Y' TO DB2-ALLERGY-ADDED.

       ADD-ALLERGY-ENTRY-EXIT.
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
