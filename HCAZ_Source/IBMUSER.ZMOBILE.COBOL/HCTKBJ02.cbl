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
      *              Dispensary Stocktake Variance Report              *
      *                                                                *
      *   For the latest stocktake, every counted line whose figure    *
      *  differs from the snapshot - line, drug, strength, lot, the    *
      *  snapshot and counted figures, the variance and its value at   *
      *  the lot's unit cost (the average priced lot for stock held    *
      *  without one) - marked AWAITING APPROVAL until a supervisor    *
      *  approves it on HCTKPL01, then POSTED.  Controlled drugs are   *
      *  marked CD.  The trailer counts the lines counted, agreeing,   *
      *  varying and still not counted, with the net value posted      *
      *  and still to approve.  Report on STKVARNC.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTKBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARNC-RPT ASSIGN TO STKVARNC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VARNC-RPT
           RECORDING MODE IS F.
       01  VARNC-RPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCTKBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-VARIANCE-LINES        PIC 9(7) VALUE ZERO.
           03 WS-AWAITING-LINES        PIC 9(7) VALUE ZERO.
           03 WS-POSTED-LINES          PIC 9(7) VALUE ZERO.
           03 WS-POSTED-VALUE          PIC S9(11)V99 VALUE ZERO.
           03 WS-AWAITING-VALUE        PIC S9(11)V99 VALUE ZERO.

       01  WS-TAKE-HEADER.
           03 FILLER                   PIC X(26)
                VALUE 'STOCKTAKE VARIANCES  TAKE '.
           03 WS-TH-TAKE-ID            PIC Z(9)9.
           03 FILLER                   PIC X(13) VALUE ' SNAPSHOT AT '.
           03 WS-TH-TAKEN              PIC X(19).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-TH-STATUS             PIC X(6).

       01  WS-VARIANCE-LINE.
           03 WS-VL-LINE               PIC Z(4)9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-VL-DRUG               PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-VL-STRENGTH           PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-VL-LOT                PIC X(12).
           03 WS-VL-SNAP               PIC Z(6)9.
           03 WS-VL-COUNTED            PIC Z(6)9.
           03 WS-VL-VARIANCE           PIC -(6)9.
           03 WS-VL-VALUE              PIC -(7)9.99.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-VL-CD                 PIC X(2).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-VL-STATUS             PIC X(17).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(6)9.
       01  WS-TOTAL-VALUE-LINE.
           03 WS-TVL-LABEL             PIC X(40).
           03 WS-TVL-VALUE             PIC -(10)9.99.

       01  DB2-TAKE-FIELDS.
           03 DB2-TAKE-ID              PIC S9(9) COMP.
           03 DB2-TAKEN                PIC X(26).
           03 DB2-TAKE-STATUS          PIC X(1).
           03 DB2-TOTAL-LINES          PIC S9(9) COMP.
           03 DB2-COUNTED-LINES        PIC S9(9) COMP.
           03 DB2-AGREED-LINES         PIC S9(9) COMP.

       01  DB2-VARIANCE-ROW.
           03 DB2-LINE                 PIC S9(9) COMP.
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-STRENGTH             PIC X(20).
           03 DB2-LOT                  PIC X(15).
           03 DB2-SNAP-QTY             PIC S9(9) COMP.
           03 DB2-COUNT-QTY            PIC S9(9) COMP.
           03 DB2-UNIT-COST            PIC S9(5)V99 COMP-3.
           03 DB2-STATUS               PIC X(1).
           03 DB2-CTL-FLAG             PIC X(1).

       01  WS-VARIANCE                 PIC S9(9) COMP.
       01  WS-VALUE                    PIC S9(11)V99 COMP-3.

       COPY HCJCWS.

       COPY HCRDWS.

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
           PERFORM REPORT-ONE-VARIANCE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCTKBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCTKBJ02 - STOCKTAKE VARIANCE REPORT STARTING'.
           INITIALIZE DB2-TAKE-FIELDS.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT VARNC-RPT.

           MOVE BD-ASOF-HEADER TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE.

      *    the latest stocktake, open or closed
           EXEC SQL
               SELECT TAKEID, TAKENDATETIME, STATUS
                 INTO :DB2-TAKE-ID, :DB2-TAKEN, :DB2-TAKE-STATUS
                 FROM STKTAKE
                ORDER BY TAKEID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'NO STOCKTAKE HAS BEEN TAKEN' TO VARNC-RPT-LINE
               WRITE VARNC-RPT-LINE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO INITIALIZE-EXIT
             WHEN OTHER
               DISPLAY 'HCTKBJ02 - STKTAKE SELECT FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO INITIALIZE-EXIT
           END-EVALUATE

           MOVE DB2-TAKE-ID     TO WS-TH-TAKE-ID
           MOVE DB2-TAKEN(1:19) TO WS-TH-TAKEN
           IF DB2-TAKE-STATUS EQUAL 'O'
              MOVE 'OPEN'      TO WS-TH-STATUS
           ELSE
              MOVE 'CLOSED'    TO WS-TH-STATUS
           END-IF
           MOVE WS-TAKE-HEADER  TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE SPACES TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE ' Line Drug                 Strength   Lot         '
             &  '   Snap  Counted    Var      Value'
             TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN C.STATUS <> 'S'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN C.STATUS <> 'S'
                                      AND C.COUNTQTY = C.SNAPQTY
                                     THEN 1 ELSE 0 END), 0)
                 INTO :DB2-TOTAL-LINES, :DB2-COUNTED-LINES,
                      :DB2-AGREED-LINES
                 FROM STKCOUNT C
                WHERE C.TAKEID = :DB2-TAKE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCTKBJ02 - STKCOUNT TOTALS FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

      *    counted lines that differ, at the lot's price - stock held
      *    without a lot at the drug's average priced lot
           EXEC SQL
               DECLARE TKVCSR CURSOR FOR
               SELECT C.LINENO, C.DRUGNAME, C.STRENGTH, C.LOTNUMBER,
                      C.SNAPQTY, C.COUNTQTY,
                      VALUE(( SELECT AVG(L.UNITCOST)
                                FROM STOCKLOT L
                               WHERE L.DRUGNAME = C.DRUGNAME
                                 AND L.STRENGTH = C.STRENGTH
                                 AND L.UNITCOST > 0
                                 AND ( L.LOTNUMBER = C.LOTNUMBER
                                    OR C.LOTNUMBER = ' ' ) ), 0),
                      C.STATUS,
                      CASE WHEN EXISTS
                                ( SELECT 1 FROM FORMULARY F
                                   WHERE F.DRUGNAME = C.DRUGNAME
                                     AND VALUE(F.CTLSCHED, ' ') <> ' ' )
                           THEN 'Y' ELSE 'N' END
                 FROM STKCOUNT C
                WHERE C.TAKEID = :DB2-TAKE-ID
                  AND C.STATUS IN ('C', 'A')
                  AND C.COUNTQTY <> C.SNAPQTY
                ORDER BY C.LINENO
           END-EXEC.

           EXEC SQL
               OPEN TKVCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCTKBJ02 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-VARIANCE
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

       FETCH-NEXT-VARIANCE.
           EXEC SQL
               FETCH TKVCSR
                INTO :DB2-LINE, :DB2-DRUG-NAME, :DB2-STRENGTH,
                     :DB2-LOT, :DB2-SNAP-QTY, :DB2-COUNT-QTY,
                     :DB2-UNIT-COST, :DB2-STATUS, :DB2-CTL-FLAG
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCTKBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       REPORT-ONE-VARIANCE.
           COMPUTE WS-VARIANCE = DB2-COUNT-QTY - DB2-SNAP-QTY
           COMPUTE WS-VALUE = WS-VARIANCE * DB2-UNIT-COST

           MOVE DB2-LINE           TO WS-VL-LINE
           MOVE DB2-DRUG-NAME      TO WS-VL-DRUG
           MOVE DB2-STRENGTH       TO WS-VL-STRENGTH
           MOVE DB2-LOT            TO WS-VL-LOT
           IF DB2-LOT EQUAL SPACES
              MOVE '(NO LOT)'      TO WS-VL-LOT
           END-IF
           MOVE DB2-SNAP-QTY       TO WS-VL-SNAP
           MOVE DB2-COUNT-QTY      TO WS-VL-COUNTED
           MOVE WS-VARIANCE        TO WS-VL-VARIANCE
           MOVE WS-VALUE           TO WS-VL-VALUE
           MOVE SPACES             TO WS-VL-CD
           IF DB2-CTL-FLAG EQUAL 'Y'
              MOVE 'CD'            TO WS-VL-CD
           END-IF

           IF DB2-STATUS EQUAL 'A'
              MOVE 'POSTED'            TO WS-VL-STATUS
              ADD 1 TO WS-POSTED-LINES
              ADD WS-VALUE TO WS-POSTED-VALUE
           ELSE
              MOVE 'AWAITING APPROVAL' TO WS-VL-STATUS
              ADD 1 TO WS-AWAITING-LINES
              ADD WS-VALUE TO WS-AWAITING-VALUE
           END-IF

           MOVE WS-VARIANCE-LINE   TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           ADD 1 TO WS-VARIANCE-LINES

           PERFORM FETCH-NEXT-VARIANCE.

       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE TKVCSR
              END-EXEC
           END-IF

           MOVE SPACES TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE 'SHEET LINES'                    TO WS-TOTAL-LABEL
           MOVE DB2-TOTAL-LINES                  TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE 'LINES COUNTED'                  TO WS-TOTAL-LABEL
           MOVE DB2-COUNTED-LINES                TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE 'LINES AGREEING WITH SNAPSHOT'   TO WS-TOTAL-LABEL
           MOVE DB2-AGREED-LINES                 TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE 'LINES WITH A VARIANCE'          TO WS-TOTAL-LABEL
           MOVE WS-VARIANCE-LINES                TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE '  OF WHICH AWAITING APPROVAL'   TO WS-TOTAL-LABEL
           MOVE WS-AWAITING-LINES                TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE '  OF WHICH POSTED'              TO WS-TOTAL-LABEL
           MOVE WS-POSTED-LINES                  TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE 'LINES NOT YET COUNTED'          TO WS-TOTAL-LABEL
           COMPUTE WS-TOTAL-VALUE =
                   DB2-TOTAL-LINES - DB2-COUNTED-LINES
           MOVE WS-TOTAL-LINE                    TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE 'NET VALUE POSTED'               TO WS-TVL-LABEL
           MOVE WS-POSTED-VALUE                  TO WS-TVL-VALUE
           MOVE WS-TOTAL-VALUE-LINE              TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE
           MOVE 'NET VALUE AWAITING APPROVAL'    TO WS-TVL-LABEL
           MOVE WS-AWAITING-VALUE                TO WS-TVL-VALUE
           MOVE WS-TOTAL-VALUE-LINE              TO VARNC-RPT-LINE
           WRITE VARNC-RPT-LINE

           MOVE WS-VARIANCE-LINES TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE VARNC-RPT.

           DISPLAY 'HCTKBJ02 - VARIANCE LINES:      ' WS-VARIANCE-LINES.
           DISPLAY 'HCTKBJ02 - AWAITING APPROVAL:   ' WS-AWAITING-LINES.
           DISPLAY 'HCTKBJ02 - STOCKTAKE VARIANCE REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
