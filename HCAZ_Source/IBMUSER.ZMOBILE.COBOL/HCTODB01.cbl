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
      *        Discharge Medication (TTO) Verify and Issue Logic       *
      *                                                                *
      *   HCWBDB01 builds the discharge medication list (DISCHMED)     *
      *  when a patient is discharged: every drug the admission        *
      *  reconciliation continued (C) and every new order written      *
      *  during the stay (N), awaiting pharmacy (P).  The pharmacist   *
      *  verifies each line with the supply quantity (V), which        *
      *  prints its dispensing label on the pharmacy label printer,    *
      *  or removes a line that should not go home (X).  Issuing a     *
      *  verified line (I) takes the quantity out of dispensary        *
      *  stock through HCSKDB01.  Every change is audited; HCDSBJ01    *
      *  prints the verified list on the discharge summary.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTODB01.
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
                                        VALUE 'HCTODB01------WS'.
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

       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-LINE-SUB                 PIC S9(4) COMP VALUE +0.

      * Printer queue the pharmacy dispensing labels route to
       77  WS-TTO-LABEL-TDQ            PIC X(4) VALUE 'TTOL'.

      * One dispensing label - patient, drug, directions and the
      * quantity supplied
       01  WS-TTO-LABEL-RECORD.
           03 WS-TLR-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-FIRST-NAME        PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-PATIENT-ID        PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-DRUG              PIC X(50).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-STRENGTH          PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-AMOUNT            PIC ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-ROUTE             PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-FREQUENCY         PIC X(20).
           03 FILLER                   PIC X(5) VALUE ' QTY '.
           03 WS-TLR-QTY               PIC ZZZZ9.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-TTO-ID            PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TLR-DATE              PIC X(10).

       01  WS-TTO-AUDIT-KEY.
           03 FILLER                   PIC X(4) VALUE 'TTO '.
           03 WS-TAK-TTO-ID            PIC 9(10).

       01  WS-TTO-AUDIT-IMAGE.
           03 FILLER                   PIC X(3) VALUE 'ST='.
           03 WS-TAI-STATUS            PIC X(1).
           03 FILLER                   PIC X(5) VALUE ' QTY='.
           03 WS-TAI-QTY               PIC 9(5).
           03 FILLER                   PIC X(4) VALUE ' BY='.
           03 WS-TAI-USER              PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-TAI-DRUG              PIC X(50).

      * Stock issue - the dispensary's own commarea
       01  STOCK-COMM-AREA.
           COPY HCCMAREA.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-TTO-ID               PIC S9(9) COMP.
           03 DB2-QTY                  PIC S9(9) COMP.
           03 DB2-LISTED               PIC X(26).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-TODAY                PIC X(10).
           03 DB2-USER                 PIC X(10).
           03 DB2-TTO-ROW.
              05 DB2-TTO-PATIENT       PIC S9(9) COMP.
              05 DB2-DRUG-NAME         PIC X(50).
              05 DB2-STRENGTH          PIC X(20).
              05 DB2-AMOUNT            PIC S9(4) COMP.
              05 DB2-ROUTE             PIC X(20).
              05 DB2-FREQUENCY         PIC X(20).
              05 DB2-SUPPLY-QTY        PIC S9(9) COMP.
              05 DB2-SOURCE            PIC X(1).
              05 DB2-STATUS            PIC X(1).

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
           MOVE '00' TO CA-RETURN-CODE OF DFHCOMMAREA
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * check commarea length - meets minimum requirement
           ADD WS-CA-HEADERTRAILER-LEN TO WS-REQUIRED-CA-LEN
      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE OF DFHCOMMAREA
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-PATIENT-ID OF DFHCOMMAREA TO DB2-PATIENT-ID
           MOVE CA-PATIENT-ID OF DFHCOMMAREA TO EM-PATNUM
           MOVE CA-TTO-ID OF DFHCOMMAREA     TO DB2-TTO-ID
           MOVE CA-TTO-USER OF DFHCOMMAREA   TO DB2-USER

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID OF DFHCOMMAREA
             WHEN '01ITTO'
               PERFORM GET-TTO-LIST
             WHEN '01VTTO'
               PERFORM VERIFY-TTO-LINE
             WHEN '01XTTO'
               PERFORM REMOVE-TTO-LINE
             WHEN '01STTO'
               PERFORM ISSUE-TTO-LINE
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE OF DFHCOMMAREA
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
       GET-TTO-LIST.
      *================================================================*
      * The patient's most recent discharge list, in the order it was *
      * built, up to the eight lines the commarea carries - '01' when *
      * the patient has never had one                                 *
      *================================================================*
           MOVE ' SELECT DISCHMED' TO EM-SQLREQ
           EXEC SQL
               SELECT VALUE(MAX(DISCHDATETIME), ' ')
                 INTO :DB2-LISTED
                 FROM DISCHMED
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-LISTED EQUAL SPACES
              MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE DB2-LISTED(1:19) TO CA-TTO-LISTED OF DFHCOMMAREA

           EXEC SQL
               DECLARE TTOCSR CURSOR FOR
               SELECT TTOID, DRUGNAME, STRENGTH, FREQUENCY,
                      SUPPLYQTY, SOURCE, STATUS
                 FROM DISCHMED
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND DISCHDATETIME = :DB2-LISTED
                ORDER BY TTOID
           END-EXEC

           EXEC SQL
               OPEN TTOCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-TTO-COUNT OF DFHCOMMAREA
           MOVE ZERO TO WS-LINE-SUB
           PERFORM FETCH-NEXT-TTO-LINE
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-LINE-SUB = 8

           EXEC SQL
               CLOSE TTOCSR
           END-EXEC.

           EXIT.

       FETCH-NEXT-TTO-LINE.
           EXEC SQL
               FETCH TTOCSR
                INTO :DB2-TTO-ID, :DB2-DRUG-NAME, :DB2-STRENGTH,
                     :DB2-FREQUENCY, :DB2-SUPPLY-QTY, :DB2-SOURCE,
                     :DB2-STATUS
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-LINE-SUB
              MOVE DB2-TTO-ID
                TO CA-TTOL-ID OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-DRUG-NAME
                TO CA-TTOL-DRUG OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-STRENGTH
                TO CA-TTOL-STRENGTH OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-FREQUENCY
                TO CA-TTOL-FREQUENCY OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-SUPPLY-QTY
                TO CA-TTOL-QTY OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-SOURCE
                TO CA-TTOL-SOURCE OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-STATUS
                TO CA-TTOL-STATUS OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE WS-LINE-SUB TO CA-TTO-COUNT OF DFHCOMMAREA
           END-IF.

           EXIT.

      *================================================================*
       READ-TTO-LINE.
      *================================================================*
           MOVE ' SELECT DISCHMED' TO EM-SQLREQ
           EXEC SQL
               SELECT PATIENTID, DRUGNAME, STRENGTH, AMOUNT, ROUTE,
                      FREQUENCY, SUPPLYQTY, SOURCE, STATUS
                 INTO :DB2-TTO-PATIENT, :DB2-DRUG-NAME, :DB2-STRENGTH,
                      :DB2-AMOUNT, :DB2-ROUTE, :DB2-FREQUENCY,
                      :DB2-SUPPLY-QTY, :DB2-SOURCE, :DB2-STATUS
                 FROM DISCHMED
                WHERE TTOID = :DB2-TTO-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-TTO-PATIENT TO CA-PATIENT-ID OF DFHCOMMAREA
               MOVE DB2-TTO-PATIENT TO EM-PATNUM
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       VERIFY-TTO-LINE.
      *================================================================*
      * The pharmacist checks the line and keys the quantity to       *
      * supply; its dispensing label prints.                          *
      *   '01' line not found   '88' quantity not keyed                *
      *   '89' line is not awaiting verification                      *
      *================================================================*
           PERFORM READ-TTO-LINE

           IF DB2-STATUS NOT EQUAL 'P'
              MOVE '89' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-TTO-QTY OF DFHCOMMAREA NOT NUMERIC OR
              CA-TTO-QTY OF DFHCOMMAREA EQUAL ZERO
              MOVE '88' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-TTO-QTY OF DFHCOMMAREA TO DB2-QTY

           MOVE ' UPDATE DISCHMED' TO EM-SQLREQ
           EXEC SQL
               UPDATE DISCHMED
                  SET STATUS           = 'V',
                      SUPPLYQTY        = :DB2-QTY,
                      VERIFIEDBY       = :DB2-USER,
                      VERIFIEDDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE TTOID  = :DB2-TTO-ID
                  AND STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE DB2-QTY TO DB2-SUPPLY-QTY
           PERFORM PRINT-TTO-LABEL THRU PRINT-TTO-LABEL-EXIT

           MOVE 'P' TO WS-TAI-STATUS
           MOVE ZERO TO WS-TAI-QTY
           MOVE SPACES TO WS-TAI-USER
           MOVE DB2-DRUG-NAME TO WS-TAI-DRUG
           MOVE WS-TTO-AUDIT-IMAGE TO AUD-BEFORE
           MOVE 'V' TO DB2-STATUS
           PERFORM AUDIT-TTO-CHANGE.

           EXIT.

      *================================================================*
       REMOVE-TTO-LINE.
      *================================================================*
      * A drug the pharmacist will not send home - only a line not   *
      * yet issued can come off the list.                             *
      *   '01' line not found   '89' already issued or removed        *
      *================================================================*
           PERFORM READ-TTO-LINE

           IF DB2-STATUS NOT EQUAL 'P' AND DB2-STATUS NOT EQUAL 'V'
              MOVE '89' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-STATUS     TO WS-TAI-STATUS
           MOVE DB2-SUPPLY-QTY TO WS-TAI-QTY
           MOVE SPACES         TO WS-TAI-USER
           MOVE DB2-DRUG-NAME  TO WS-TAI-DRUG
           MOVE WS-TTO-AUDIT-IMAGE TO AUD-BEFORE

           MOVE ' UPDATE DISCHMED' TO EM-SQLREQ
           EXEC SQL
               UPDATE DISCHMED
                  SET STATUS           = 'X',
                      VERIFIEDBY       = :DB2-USER,
                      VERIFIEDDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE TTOID  = :DB2-TTO-ID
                  AND STATUS IN ('P', 'V')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE 'X' TO DB2-STATUS
           PERFORM AUDIT-TTO-CHANGE.

           EXIT.

      *================================================================*
       ISSUE-TTO-LINE.
      *================================================================*
      * A verified line handed over - its quantity comes out of       *
      * dispensary stock first; a refusal there leaves it verified.   *
      *   '01' line not found   '89' line is not verified              *
      *   '84' the dispensary cannot cover the quantity from in-date  *
      *        lots                                                    *
      *================================================================*
           PERFORM READ-TTO-LINE

           IF DB2-STATUS NOT EQUAL 'V'
              MOVE '89' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           INITIALIZE STOCK-COMM-AREA
           MOVE '01TSTK'        TO CA-REQUEST-ID  OF STOCK-COMM-AREA
           MOVE ZERO            TO CA-RETURN-CODE OF STOCK-COMM-AREA
           MOVE DB2-TTO-PATIENT TO CA-PATIENT-ID  OF STOCK-COMM-AREA
           MOVE DB2-DRUG-NAME   TO CA-STK-DRUG     OF STOCK-COMM-AREA
           MOVE DB2-STRENGTH    TO CA-STK-STRENGTH OF STOCK-COMM-AREA
           MOVE DB2-SUPPLY-QTY  TO CA-STK-QTY      OF STOCK-COMM-AREA

           EXEC CICS LINK Program('HCSKDB01')
                Commarea(STOCK-COMM-AREA)
                LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF STOCK-COMM-AREA EQUAL 92
              MOVE ' LINK HCSKDB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF

           IF CA-RETURN-CODE OF STOCK-COMM-AREA NOT EQUAL '00'
              MOVE CA-RETURN-CODE OF STOCK-COMM-AREA
                TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE DISCHMED' TO EM-SQLREQ
           EXEC SQL
               UPDATE DISCHMED
                  SET STATUS         = 'I',
                      ISSUEDBY       = :DB2-USER,
                      ISSUEDDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE TTOID  = :DB2-TTO-ID
                  AND STATUS = 'V'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'V'            TO WS-TAI-STATUS
           MOVE DB2-SUPPLY-QTY TO WS-TAI-QTY
           MOVE SPACES         TO WS-TAI-USER
           MOVE DB2-DRUG-NAME  TO WS-TAI-DRUG
           MOVE WS-TTO-AUDIT-IMAGE TO AUD-BEFORE
           MOVE 'I' TO DB2-STATUS
           PERFORM AUDIT-TTO-CHANGE.

           EXIT.

      *================================================================*
       PRINT-TTO-LABEL.
      *================================================================*
      * The verified line's dispensing label goes to the pharmacy     *
      * label printer.  A problem printing never undoes the           *
      * verification - it is logged for pharmacy to reprint.          *
      *================================================================*
           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, CHAR(CURRENT DATE, ISO)
                 INTO :DB2-FIRST-NAME, :DB2-LAST-NAME, :DB2-TODAY
                 FROM PATIENT
                WHERE PATIENTID = :DB2-TTO-PATIENT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO PRINT-TTO-LABEL-EXIT
           END-IF

           MOVE DB2-LAST-NAME   TO WS-TLR-LAST-NAME
           MOVE DB2-FIRST-NAME  TO WS-TLR-FIRST-NAME
           MOVE DB2-TTO-PATIENT TO WS-TLR-PATIENT-ID
           MOVE DB2-DRUG-NAME   TO WS-TLR-DRUG
           MOVE DB2-STRENGTH    TO WS-TLR-STRENGTH
           MOVE DB2-AMOUNT      TO WS-TLR-AMOUNT
           MOVE DB2-ROUTE       TO WS-TLR-ROUTE
           MOVE DB2-FREQUENCY   TO WS-TLR-FREQUENCY
           MOVE DB2-SUPPLY-QTY  TO WS-TLR-QTY
           MOVE DB2-TTO-ID      TO WS-TLR-TTO-ID
           MOVE DB2-TODAY       TO WS-TLR-DATE

           EXEC CICS WRITEQ TD QUEUE(WS-TTO-LABEL-TDQ)
                     FROM(WS-TTO-LABEL-RECORD)
                     LENGTH(LENGTH OF WS-TTO-LABEL-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE ' WRITEQ TD TTOL' TO EM-SQLREQ
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       PRINT-TTO-LABEL-EXIT.
           EXIT.

      *================================================================*
       AUDIT-TTO-CHANGE.
      *================================================================*
           MOVE 'HCTODB01'           TO AUD-PROGRAM
           MOVE DB2-TTO-ID           TO WS-TAK-TTO-ID
           MOVE WS-TTO-AUDIT-KEY     TO AUD-KEY
           MOVE DB2-STATUS           TO WS-TAI-STATUS
           MOVE DB2-SUPPLY-QTY       TO WS-TAI-QTY
           MOVE CA-TTO-USER OF DFHCOMMAREA TO WS-TAI-USER
           MOVE DB2-DRUG-NAME        TO WS-TAI-DRUG
           MOVE WS-TTO-AUDIT-IMAGE   TO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
