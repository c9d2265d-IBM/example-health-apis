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
      *               Dispensary Stocktake Count Logic                 *
      *                                                                *
      *   HCTKBJ01 opens a stocktake by snapshotting every drug/       *
      *  strength/lot on hand into STKCOUNT, one numbered line each    *
      *  in shelf order, and prints the count sheets.  Here the        *
      *  counters key what they found on each line (S to C - a line    *
      *  may be re-keyed until approved); a supervisor approves a      *
      *  counted line whose figure differs from the snapshot, which    *
      *  posts the difference through HCSKDB01 as a stock adjustment   *
      *  (and a register entry for a controlled drug), and closes the  *
      *  stocktake when the count is done.  HCTKBJ02 reports the       *
      *  variances.  Every change is audited.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTKDB01.
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
                                        VALUE 'HCTKDB01------WS'.
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

       01  WS-LINE-SUB                 PIC S9(4) COMP VALUE +0.

       01  WS-TAKE-AUDIT-KEY.
           03 FILLER                   PIC X(4) VALUE 'STK '.
           03 WS-KAK-TAKE-ID           PIC 9(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-KAK-LINE              PIC 9(5).

       01  WS-TAKE-AUDIT-IMAGE.
           03 FILLER                   PIC X(3) VALUE 'ST='.
           03 WS-KAI-STATUS            PIC X(1).
           03 FILLER                   PIC X(6) VALUE ' SNAP='.
           03 WS-KAI-SNAP              PIC 9(7).
           03 FILLER                   PIC X(7) VALUE ' COUNT='.
           03 WS-KAI-COUNT             PIC 9(7).
           03 FILLER                   PIC X(4) VALUE ' BY='.
           03 WS-KAI-USER              PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-KAI-DRUG              PIC X(50).

      * Variance posting - the dispensary's own commarea
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
           03 DB2-TAKE-ID              PIC S9(9) COMP.
           03 DB2-TAKEN                PIC X(26).
           03 DB2-LINE                 PIC S9(9) COMP.
           03 DB2-QTY                  PIC S9(9) COMP.
           03 DB2-USER                 PIC X(10).
           03 DB2-COUNT-ROW.
              05 DB2-SHELF             PIC X(6).
              05 DB2-DRUG-NAME         PIC X(50).
              05 DB2-STRENGTH          PIC X(20).
              05 DB2-LOT               PIC X(15).
              05 DB2-SNAP-QTY          PIC S9(9) COMP.
              05 DB2-COUNT-QTY         PIC S9(9) COMP.
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

           MOVE CA-TKC-USER OF DFHCOMMAREA TO DB2-USER
           MOVE CA-TKC-LINE OF DFHCOMMAREA TO DB2-LINE

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
      *    every request works on the stocktake still open
           PERFORM GET-OPEN-TAKE

           EVALUATE CA-REQUEST-ID OF DFHCOMMAREA
             WHEN '01ITKC'
               PERFORM GET-COUNT-LINES
             WHEN '01CTKC'
               PERFORM RECORD-COUNT
             WHEN '01ATKC'
               PERFORM APPROVE-VARIANCE
             WHEN '01ZTKC'
               PERFORM CLOSE-STOCKTAKE
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
       GET-OPEN-TAKE.
      *================================================================*
      * The stocktake being counted - '02' when none is open          *
      *================================================================*
           MOVE ' SELECT STKTAKE' TO EM-SQLREQ
           EXEC SQL
               SELECT TAKEID, TAKENDATETIME
                 INTO :DB2-TAKE-ID, :DB2-TAKEN
                 FROM STKTAKE
                WHERE STATUS = 'O'
                ORDER BY TAKEID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-TAKE-ID TO CA-TKC-TAKE-ID OF DFHCOMMAREA
               MOVE DB2-TAKEN(1:19) TO CA-TKC-TAKEN OF DFHCOMMAREA
             WHEN 100
               MOVE '02' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *================================================================*
       GET-COUNT-LINES.
      *================================================================*
      * Eight sheet lines from the keyed line number on (the first   *
      * line when none is keyed) - '01' past the last line            *
      *================================================================*
           IF DB2-LINE < 1
              MOVE 1 TO DB2-LINE
           END-IF

           MOVE ' SELECT STKCOUNT' TO EM-SQLREQ
           EXEC SQL
               DECLARE TKCCSR CURSOR FOR
               SELECT LINENO, VALUE(SHELFLOC, ' '), DRUGNAME,
                      STRENGTH, LOTNUMBER, VALUE(COUNTQTY, 0), STATUS
                 FROM STKCOUNT
                WHERE TAKEID = :DB2-TAKE-ID
                  AND LINENO >= :DB2-LINE
                ORDER BY LINENO
           END-EXEC

           EXEC SQL
               OPEN TKCCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZERO TO CA-TKC-COUNT OF DFHCOMMAREA
           MOVE ZERO TO WS-LINE-SUB
           PERFORM FETCH-NEXT-COUNT-LINE
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-LINE-SUB = 8

           EXEC SQL
               CLOSE TKCCSR
           END-EXEC

           IF CA-TKC-COUNT OF DFHCOMMAREA EQUAL ZERO
              MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
           END-IF.

           EXIT.

       FETCH-NEXT-COUNT-LINE.
           EXEC SQL
               FETCH TKCCSR
                INTO :DB2-LINE, :DB2-SHELF, :DB2-DRUG-NAME,
                     :DB2-STRENGTH, :DB2-LOT, :DB2-COUNT-QTY,
                     :DB2-STATUS
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-LINE-SUB
              MOVE DB2-LINE
                TO CA-TKCL-LINE OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-SHELF
                TO CA-TKCL-SHELF OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-DRUG-NAME
                TO CA-TKCL-DRUG OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-STRENGTH
                TO CA-TKCL-STRENGTH OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-LOT
                TO CA-TKCL-LOT OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-COUNT-QTY
                TO CA-TKCL-COUNTED OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE DB2-STATUS
                TO CA-TKCL-STATUS OF DFHCOMMAREA (WS-LINE-SUB)
              MOVE WS-LINE-SUB TO CA-TKC-COUNT OF DFHCOMMAREA
           END-IF.

           EXIT.

      *================================================================*
       READ-COUNT-LINE.
      *================================================================*
           MOVE ' SELECT STKCOUNT' TO EM-SQLREQ
           EXEC SQL
               SELECT VALUE(SHELFLOC, ' '), DRUGNAME, STRENGTH,
                      LOTNUMBER, SNAPQTY, VALUE(COUNTQTY, 0), STATUS
                 INTO :DB2-SHELF, :DB2-DRUG-NAME, :DB2-STRENGTH,
                      :DB2-LOT, :DB2-SNAP-QTY, :DB2-COUNT-QTY,
                      :DB2-STATUS
                 FROM STKCOUNT
                WHERE TAKEID = :DB2-TAKE-ID
                  AND LINENO = :DB2-LINE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE DB2-STATUS    TO WS-KAI-STATUS
           MOVE DB2-SNAP-QTY  TO WS-KAI-SNAP
           MOVE DB2-COUNT-QTY TO WS-KAI-COUNT
           MOVE SPACES        TO WS-KAI-USER
           MOVE DB2-DRUG-NAME TO WS-KAI-DRUG
           MOVE WS-TAKE-AUDIT-IMAGE TO AUD-BEFORE.

           EXIT.

      *================================================================*
       RECORD-COUNT.
      *================================================================*
      * What the counter found on the sheet line - it may be keyed   *
      * again (a recount) until the line is approved.                 *
      *   '01' line not found   '88' count not numeric                 *
      *   '89' line already approved                                  *
      *================================================================*
           PERFORM READ-COUNT-LINE

           IF DB2-STATUS EQUAL 'A'
              MOVE '89' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-TKC-QTY OF DFHCOMMAREA NOT NUMERIC
              MOVE '88' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-TKC-QTY OF DFHCOMMAREA TO DB2-QTY

           MOVE ' UPDATE STKCOUNT' TO EM-SQLREQ
           EXEC SQL
               UPDATE STKCOUNT
                  SET COUNTQTY      = :DB2-QTY,
                      COUNTEDBY     = :DB2-USER,
                      COUNTDATETIME = CHAR(CURRENT TIMESTAMP),
                      STATUS        = 'C'
                WHERE TAKEID = :DB2-TAKE-ID
                  AND LINENO = :DB2-LINE
                  AND STATUS IN ('S', 'C')
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

           MOVE 'C'     TO DB2-STATUS
           MOVE DB2-QTY TO DB2-COUNT-QTY
           PERFORM AUDIT-COUNT-CHANGE.

           EXIT.

      *================================================================*
       APPROVE-VARIANCE.
      *================================================================*
      * The supervisor accepts a counted line whose figure differs   *
      * from the snapshot - the difference posts to stock first; a   *
      * refusal there leaves the line counted.                        *
      *   '01' line not found   '89' line not counted or approved     *
      *   '87' count agrees with the snapshot - nothing to post       *
      *================================================================*
           PERFORM READ-COUNT-LINE

           IF DB2-STATUS NOT EQUAL 'C'
              MOVE '89' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-COUNT-QTY EQUAL DB2-SNAP-QTY
              MOVE '87' TO CA-RETURN-CODE OF DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF

           INITIALIZE STOCK-COMM-AREA
           MOVE '01CSTK'        TO CA-REQUEST-ID  OF STOCK-COMM-AREA
           MOVE ZERO            TO CA-RETURN-CODE OF STOCK-COMM-AREA
           MOVE DB2-DRUG-NAME   TO CA-STK-DRUG     OF STOCK-COMM-AREA
           MOVE DB2-STRENGTH    TO CA-STK-STRENGTH OF STOCK-COMM-AREA
           MOVE DB2-LOT         TO CA-STK-LOT      OF STOCK-COMM-AREA
           COMPUTE CA-STK-VARIANCE OF STOCK-COMM-AREA =
                   DB2-COUNT-QTY - DB2-SNAP-QTY

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

           MOVE ' UPDATE STKCOUNT' TO EM-SQLREQ
           EXEC SQL
               UPDATE STKCOUNT
                  SET STATUS           = 'A',
                      APPROVEDBY       = :DB2-USER,
                      APPROVEDDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE TAKEID = :DB2-TAKE-ID
                  AND LINENO = :DB2-LINE
                  AND STATUS = 'C'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'A' TO DB2-STATUS
           PERFORM AUDIT-COUNT-CHANGE.

           EXIT.

      *================================================================*
       CLOSE-STOCKTAKE.
      *================================================================*
      * The count is finished - lines never counted or never         *
      * approved stay as they are and post nothing.  HCTKBJ01 opens  *
      * the next stocktake only once this one is closed.              *
      *================================================================*
           MOVE ' UPDATE STKTAKE' TO EM-SQLREQ
           EXEC SQL
               UPDATE STKTAKE
                  SET STATUS         = 'C',
                      CLOSEDBY       = :DB2-USER,
                      CLOSEDDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE TAKEID = :DB2-TAKE-ID
                  AND STATUS = 'O'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE OF DFHCOMMAREA
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'HCTKDB01'           TO AUD-PROGRAM
           MOVE DB2-TAKE-ID          TO WS-KAK-TAKE-ID
           MOVE ZERO                 TO WS-KAK-LINE
           MOVE WS-TAKE-AUDIT-KEY    TO AUD-KEY
           MOVE 'STKTAKE ST=O'       TO AUD-BEFORE
           MOVE SPACES               TO AUD-AFTER
           STRING 'STKTAKE ST=C BY=' DELIMITED BY SIZE
                  DB2-USER           DELIMITED BY SIZE
             INTO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

      *================================================================*
       AUDIT-COUNT-CHANGE.
      *================================================================*
           MOVE 'HCTKDB01'           TO AUD-PROGRAM
           MOVE DB2-TAKE-ID          TO WS-KAK-TAKE-ID
           MOVE DB2-LINE             TO WS-KAK-LINE
           MOVE WS-TAKE-AUDIT-KEY    TO AUD-KEY
           MOVE DB2-STATUS           TO WS-KAI-STATUS
           MOVE DB2-SNAP-QTY         TO WS-KAI-SNAP
           MOVE DB2-COUNT-QTY        TO WS-KAI-COUNT
           MOVE DB2-USER             TO WS-KAI-USER
           MOVE DB2-DRUG-NAME        TO WS-KAI-DRUG
           MOVE WS-TAKE-AUDIT-IMAGE  TO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
