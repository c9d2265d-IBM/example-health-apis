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
      *              Collection Agency Placement Logic                 *
      *                                                                *
      *   Recall and inquire the bad-debt placements HCDCBJ01 makes    *
      *  with the collection agency (DB2 COLLPLACEMENT).  A recall for *
      *  a disputed account takes the placed charges back from the     *
      *  agency (the next placement file tells them) and holds the     *
      *  patient out of dunning and placement until the dispute is     *
      *  ended here; the agency's collections are posted back by       *
      *  HCDCBJ02.                                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDCDB01.
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
                                        VALUE 'HCDCDB01------WS'.
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

       01  WS-AMOUNT-DISP              PIC 9(5).99.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-PLACEMENT-ID         PIC S9(9) COMP.
           03 DB2-STATUS               PIC X(1).
           03 DB2-REASON               PIC X(30).
           03 DB2-PLACED-DATE          PIC X(10).
           03 DB2-RECALL-DATE          PIC X(10).
           03 DB2-BALANCE              PIC S9(7)V99 COMP-3.
           03 DB2-COLLECTED            PIC S9(7)V99 COMP-3.
           03 DB2-COMMISSION           PIC S9(7)V99 COMP-3.
           03 DB2-CHARGE-COUNT         PIC S9(9) COMP.

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
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID.

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
             WHEN '01RDCP'
               PERFORM RECALL-PLACEMENT
             WHEN '01EDCP'
               PERFORM END-DISPUTE
             WHEN '01IDCP'
               PERFORM GET-PLACEMENT
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
       RECALL-PLACEMENT.
      *================================================================*
      * Recall the patient's live placement for a dispute - a reason  *
      * is required.  The unpaid placed charges come back to us but   *
      * stay out of dunning while the placement sits at R.            *
      *================================================================*
           IF CA-DC-REASON EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-PLACEMENT
           IF DB2-STATUS NOT EQUAL 'P'
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE COLLPLACEMENT' TO EM-SQLREQ
           EXEC SQL
               UPDATE COLLPLACEMENT
                  SET STATUS       = 'R',
                      RECALLDATE   = CURRENT DATE,
                      RECALLREASON = :CA-DC-REASON,
                      RECALLSENT   = 'N'
                WHERE PLACEMENTID  = :DB2-PLACEMENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE CHARGE' TO EM-SQLREQ
           EXEC SQL
               UPDATE CHARGE
                  SET COLLPLACEMENTID = NULL
                WHERE COLLPLACEMENTID = :DB2-PLACEMENT-ID
                  AND PAID = 'N'
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-PLACEMENT.

           EXIT.

      *================================================================*
       END-DISPUTE.
      *================================================================*
      * The dispute is settled - the account goes back into the      *
      * normal dunning and placement cycle for whatever is still owed *
      *================================================================*
           PERFORM FIND-PLACEMENT
           IF DB2-STATUS NOT EQUAL 'R'
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE COLLPLACEMENT' TO EM-SQLREQ
           EXEC SQL
               UPDATE COLLPLACEMENT
                  SET STATUS      = 'E'
                WHERE PLACEMENTID = :DB2-PLACEMENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-PLACEMENT.

           EXIT.

      *================================================================*
       GET-PLACEMENT.
      *================================================================*
      * The keyed placement, or the patient's latest, with what the   *
      * agency has collected and how many charges it still holds      *
      *================================================================*
           PERFORM FIND-PLACEMENT

           MOVE ' SELECT COLLPLACEMENT' TO EM-SQLREQ
           EXEC SQL
               SELECT C.PATIENTID, C.STATUS,
                      VALUE(C.RECALLREASON, ' '),
                      CHAR(C.PLACEDDATE, ISO),
                      VALUE(CHAR(C.RECALLDATE, ISO), ' '),
                      C.BALANCE, C.COLLECTED, C.COMMISSION,
                      ( SELECT COUNT(*) FROM CHARGE G
                         WHERE G.COLLPLACEMENTID = C.PLACEMENTID
                           AND G.PAID = 'N' )
                 INTO :DB2-PATIENT-ID, :DB2-STATUS,
                      :DB2-REASON,
                      :DB2-PLACED-DATE,
                      :DB2-RECALL-DATE,
                      :DB2-BALANCE, :DB2-COLLECTED, :DB2-COMMISSION,
                      :DB2-CHARGE-COUNT
                 FROM COLLPLACEMENT C
                WHERE C.PLACEMENTID = :DB2-PLACEMENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-PLACEMENT-ID TO CA-DC-PLACEMENT-ID
           MOVE DB2-PATIENT-ID   TO CA-PATIENT-ID
           MOVE DB2-STATUS       TO CA-DC-STATUS
           MOVE DB2-REASON       TO CA-DC-REASON
           MOVE DB2-PLACED-DATE  TO CA-DC-PLACED-DATE
           MOVE DB2-RECALL-DATE  TO CA-DC-RECALL-DATE
           MOVE DB2-BALANCE      TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP   TO CA-DC-BALANCE
           MOVE DB2-COLLECTED    TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP   TO CA-DC-COLLECTED
           MOVE DB2-COMMISSION   TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP   TO CA-DC-COMMISSION
           MOVE DB2-CHARGE-COUNT TO CA-DC-CHARGE-COUNT.

           EXIT.

      *================================================================*
       FIND-PLACEMENT.
      *================================================================*
      * The keyed placement id, else the patient's latest placement - *
      * not found is 01                                                *
      *================================================================*
           MOVE ' SELECT COLLPLACEMENT' TO EM-SQLREQ
           IF CA-DC-PLACEMENT-ID EQUAL ZERO
              EXEC SQL
                  SELECT PLACEMENTID, STATUS
                    INTO :DB2-PLACEMENT-ID, :DB2-STATUS
                    FROM COLLPLACEMENT
                   WHERE PATIENTID = :DB2-PATIENT-ID
                   ORDER BY PLACEMENTID DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE CA-DC-PLACEMENT-ID TO DB2-PLACEMENT-ID
              EXEC SQL
                  SELECT PLACEMENTID, STATUS
                    INTO :DB2-PLACEMENT-ID, :DB2-STATUS
                    FROM COLLPLACEMENT
                   WHERE PLACEMENTID = :DB2-PLACEMENT-ID
              END-EXEC
           END-IF

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

      *----------------------------------------------------------------*
       COPY HCERRSDB.
