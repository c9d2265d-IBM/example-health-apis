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
      *        Dispensary Stocktake Snapshot and Count Sheets          *
      *                                                                *
      *   Opens a stocktake: every lot holding stock (STOCKLOT) and    *
      *  any on-hand not held against a lot (STOCK less its lots) is   *
      *  snapshotted into STKCOUNT as one numbered line, numbered in   *
      *  shelf order (the shelf kept on STOCK), then drug, strength    *
      *  and earliest expiry.  The count sheets print in that order    *
      *  with a space for the figure found - the snapshot quantity     *
      *  is not printed, so the count is blind.  Controlled drugs are  *
      *  marked CD for the second signature.  Counts are keyed on      *
      *  HCTKPL01 against the line numbers.  While a stocktake is      *
      *  still open no new one is taken - its sheets are reprinted.    *
      *  Count sheets on CNTSHEET.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTKBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHEET-RPT ASSIGN TO CNTSHEET
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-RPT
           RECORDING MODE IS F.
       01  SHEET-RPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCTKBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-REPRINT-SWITCH           PIC X VALUE 'N'.
           88 WS-REPRINT               VALUE 'Y'.

       01  WS-LAST-SHELF               PIC X(6) VALUE HIGH-VALUES.

       01  WS-COUNTERS.
           03 WS-SHEET-LINES           PIC 9(7) VALUE ZERO.

       01  WS-TAKE-HEADER.
           03 FILLER                   PIC X(22)
                VALUE 'STOCKTAKE COUNT SHEETS'.
           03 FILLER                   PIC X(6) VALUE ' TAKE '.
           03 WS-TH-TAKE-ID            PIC Z(9)9.
           03 FILLER                   PIC X(14) VALUE ' SNAPSHOT AT  '.
           03 WS-TH-TAKEN              PIC X(19).

       01  WS-SHELF-HEADER.
           03 FILLER                   PIC X(7) VALUE 'SHELF: '.
           03 WS-SH-SHELF              PIC X(6).

       01  WS-SHEET-LINE.
           03 WS-SL-LINE               PIC Z(4)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-SL-DRUG               PIC X(30).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-SL-STRENGTH           PIC X(12).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-SL-LOT                PIC X(15).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-SL-EXPIRY             PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-SL-CD                 PIC X(2).
           03 FILLER                   PIC X(10) VALUE '  ________'.

       01  DB2-TAKE-FIELDS.
           03 DB2-TAKE-ID              PIC S9(9) COMP.
           03 DB2-TAKEN                PIC X(26).
           03 DB2-SNAP-LINES           PIC S9(9) COMP.

       01  DB2-SHEET-ROW.
           03 DB2-LINE                 PIC S9(9) COMP.
           03 DB2-SHELF                PIC X(6).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-STRENGTH             PIC X(20).
           03 DB2-LOT                  PIC X(15).
           03 DB2-EXPIRY               PIC X(10).
           03 DB2-CTL-FLAG             PIC X(1).

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
           PERFORM PRINT-ONE-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCTKBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCTKBJ01 - STOCKTAKE SNAPSHOT STARTING'.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT SHEET-RPT.

           MOVE BD-ASOF-HEADER TO SHEET-RPT-LINE
           WRITE SHEET-RPT-LINE.

      *    a stocktake still being counted is reprinted, not replaced
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
               MOVE 'Y' TO WS-REPRINT-SWITCH
               DISPLAY 'HCTKBJ01 - STOCKTAKE ' DB2-TAKE-ID
                       ' STILL OPEN - SHEETS REPRINTED'
             WHEN 100
               PERFORM TAKE-SNAPSHOT THRU TAKE-SNAPSHOT-EXIT
               IF WS-EOF
                  GO TO INITIALIZE-EXIT
               END-IF
             WHEN OTHER
               DISPLAY 'HCTKBJ01 - STKTAKE SELECT FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO INITIALIZE-EXIT
           END-EVALUATE

           MOVE DB2-TAKE-ID     TO WS-TH-TAKE-ID
           MOVE DB2-TAKEN(1:19) TO WS-TH-TAKEN
           MOVE WS-TAKE-HEADER  TO SHEET-RPT-LINE
           WRITE SHEET-RPT-LINE
           IF WS-REPRINT
              MOVE '*** REPRINT - STOCKTAKE STILL OPEN ***'
                TO SHEET-RPT-LINE
              WRITE SHEET-RPT-LINE
           END-IF

           EXEC SQL
               DECLARE TKSCSR CURSOR FOR
               SELECT C.LINENO, VALUE(C.SHELFLOC, ' '), C.DRUGNAME,
                      C.STRENGTH, C.LOTNUMBER, VALUE(C.EXPIRYDATE, ' '),
                      CASE WHEN EXISTS
                                ( SELECT 1 FROM FORMULARY F
                                   WHERE F.DRUGNAME = C.DRUGNAME
                                     AND VALUE(F.CTLSCHED, ' ') <> ' ' )
                           THEN 'Y' ELSE 'N' END
                 FROM STKCOUNT C
                WHERE C.TAKEID = :DB2-TAKE-ID
                ORDER BY C.LINENO
           END-EXEC.

           EXEC SQL
               OPEN TKSCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCTKBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-LINE
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       TAKE-SNAPSHOT.
           EXEC SQL
               INSERT INTO STKTAKE
                         ( TAKEID, TAKENDATETIME, STATUS,
                           CLOSEDBY, CLOSEDDATETIME )
                  VALUES ( DEFAULT, CHAR(CURRENT TIMESTAMP), 'O',
                           ' ', ' ' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCTKBJ01 - STKTAKE INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO TAKE-SNAPSHOT-EXIT
           END-IF

           EXEC SQL
               SET :DB2-TAKE-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           EXEC SQL
               SELECT TAKENDATETIME
                 INTO :DB2-TAKEN
                 FROM STKTAKE
                WHERE TAKEID = :DB2-TAKE-ID
           END-EXEC

      *    every lot holding stock, and whatever on-hand no lot
      *    accounts for, numbered in shelf order
           EXEC SQL
               INSERT INTO STKCOUNT
                         ( TAKEID, LINENO, SHELFLOC, DRUGNAME,
                           STRENGTH, LOTNUMBER, EXPIRYDATE, SNAPQTY,
                           COUNTQTY, COUNTEDBY, COUNTDATETIME, STATUS,
                           APPROVEDBY, APPROVEDDATETIME )
               SELECT :DB2-TAKE-ID,
                      ROW_NUMBER() OVER (ORDER BY X.SHELFLOC,
                                         X.DRUGNAME, X.STRENGTH,
                                         X.EXPIRYDATE, X.LOTNUMBER),
                      X.SHELFLOC, X.DRUGNAME, X.STRENGTH,
                      X.LOTNUMBER, X.EXPIRYDATE, X.QTY,
                      NULL, ' ', ' ', 'S', ' ', ' '
                 FROM ( SELECT VALUE(S.SHELFLOC, ' ') AS SHELFLOC,
                               L.DRUGNAME, L.STRENGTH, L.LOTNUMBER,
                               L.EXPIRYDATE, L.QTYONHAND AS QTY
                          FROM STOCKLOT L
                          LEFT OUTER JOIN STOCK S
                            ON S.DRUGNAME = L.DRUGNAME
                           AND S.STRENGTH = L.STRENGTH
                         WHERE L.QTYONHAND > 0
                        UNION ALL
                        SELECT VALUE(S.SHELFLOC, ' ') AS SHELFLOC,
                               S.DRUGNAME, S.STRENGTH,
                               ' ' AS LOTNUMBER, ' ' AS EXPIRYDATE,
                               S.ONHAND -
                               VALUE(( SELECT SUM(L.QTYONHAND)
                                         FROM STOCKLOT L
                                        WHERE L.DRUGNAME = S.DRUGNAME
                                          AND L.STRENGTH = S.STRENGTH
                                          AND L.QTYONHAND > 0 ), 0)
                                 AS QTY
                          FROM STOCK S
                         WHERE S.ONHAND >
                               VALUE(( SELECT SUM(L.QTYONHAND)
                                         FROM STOCKLOT L
                                        WHERE L.DRUGNAME = S.DRUGNAME
                                          AND L.STRENGTH = S.STRENGTH
                                          AND L.QTYONHAND > 0 ), 0)
                      ) AS X
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCTKBJ01 - STKCOUNT INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO TAKE-SNAPSHOT-EXIT
           END-IF

           MOVE SQLERRD(3) TO DB2-SNAP-LINES
           DISPLAY 'HCTKBJ01 - STOCKTAKE ' DB2-TAKE-ID
                   ' OPENED, LINES: ' DB2-SNAP-LINES.

       TAKE-SNAPSHOT-EXIT.
           EXIT.

       FETCH-NEXT-LINE.
           EXEC SQL
               FETCH TKSCSR
                INTO :DB2-LINE, :DB2-SHELF, :DB2-DRUG-NAME,
                     :DB2-STRENGTH, :DB2-LOT, :DB2-EXPIRY,
                     :DB2-CTL-FLAG
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCTKBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       PRINT-ONE-LINE.
      *    each shelf starts its own block of the sheet
           IF DB2-SHELF NOT EQUAL WS-LAST-SHELF
              MOVE SPACES TO SHEET-RPT-LINE
              WRITE SHEET-RPT-LINE
              MOVE DB2-SHELF       TO WS-SH-SHELF
              IF DB2-SHELF EQUAL SPACES
                 MOVE '(NONE)'     TO WS-SH-SHELF
              END-IF
              MOVE WS-SHELF-HEADER TO SHEET-RPT-LINE
              WRITE SHEET-RPT-LINE
              MOVE ' Line  Drug                           Strength   '
                &  '  Lot             Expiry         Counted'
                TO SHEET-RPT-LINE
              WRITE SHEET-RPT-LINE
              MOVE DB2-SHELF TO WS-LAST-SHELF
           END-IF

           MOVE DB2-LINE           TO WS-SL-LINE
           MOVE DB2-DRUG-NAME      TO WS-SL-DRUG
           MOVE DB2-STRENGTH       TO WS-SL-STRENGTH
           MOVE DB2-LOT            TO WS-SL-LOT
           IF DB2-LOT EQUAL SPACES
              MOVE '(NO LOT)'      TO WS-SL-LOT
           END-IF
           MOVE DB2-EXPIRY         TO WS-SL-EXPIRY
           MOVE SPACES             TO WS-SL-CD
           IF DB2-CTL-FLAG EQUAL 'Y'
              MOVE 'CD'            TO WS-SL-CD
           END-IF
           MOVE WS-SHEET-LINE      TO SHEET-RPT-LINE
           WRITE SHEET-RPT-LINE
           ADD 1 TO WS-SHEET-LINES

           PERFORM FETCH-NEXT-LINE.

       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE TKSCSR
              END-EXEC
           END-IF

           MOVE SPACES TO SHEET-RPT-LINE
           WRITE SHEET-RPT-LINE
           MOVE 'COUNTED BY: ____________   CHECKED BY: ____________'
             TO SHEET-RPT-LINE
           WRITE SHEET-RPT-LINE

           MOVE WS-SHEET-LINES TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE SHEET-RPT.

           DISPLAY 'HCTKBJ01 - SHEET LINES PRINTED: ' WS-SHEET-LINES.
           DISPLAY 'HCTKBJ01 - STOCKTAKE SNAPSHOT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
