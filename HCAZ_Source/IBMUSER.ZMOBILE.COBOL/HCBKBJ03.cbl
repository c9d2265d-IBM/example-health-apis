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
      *            Bank and Card Settlement Reconciliation             *
      *                                                                *
      *   Proves that the money taken at the desk reached the bank.    *
      *  The day's cash, cheque and card PAYMENT totals are recorded   *
      *  as DESKTAKINGS, then every open item is matched:              *
      *                                                                *
      *    cash / cheque takings  to a bank lodgement of the same      *
      *                           type and amount, on or after the     *
      *                           takings date                         *
      *    card takings           to the processor's settlement batch  *
      *                           for that date with the same gross    *
      *    card settlement        to the bank credit for its net, on   *
      *                           or after the settlement date - the   *
      *                           fee is the difference                *
      *                                                                *
      *  Anything unmatched stays open and is listed on BANKRECN on    *
      *  every run until it matches, oldest first, with its age in     *
      *  days.  Items younger than the clearance window are shown as   *
      *  in transit; older ones are breaks and end the job RC 4.       *
      *  Load the bank statement (HCBKBJ01) and the card settlement    *
      *  (HCBKBJ02) before this job runs.                              *
      *                                                                *
      *  SYSIN: as-of date (blank for the business date)               *
      *         clearance window in days, 2 digits (blank for 5)       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBKBJ03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-RPT ASSIGN TO BANKRECN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-RPT
           RECORDING MODE IS F.
       01  RECON-RPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCBKBJ03------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-MATCH-EOF-SWITCH         PIC X VALUE 'N'.
           88 WS-MATCH-EOF             VALUE 'Y'.

       01  WS-WINDOW-IN                PIC X(2) VALUE SPACES.
       01  WS-WINDOW-JUST              PIC X(2) JUSTIFIED RIGHT.
       01  WS-WINDOW-NUM REDEFINES WS-WINDOW-JUST
                                       PIC 99.

       COPY HCRJWS.
       01  WS-WINDOW-DAYS              PIC S9(4) COMP VALUE +5.

       01  WS-LAST-SECTION             PIC S9(4) COMP VALUE +0.

       01  WS-COUNTERS.
           03 WS-TAKINGS-RECORDED      PIC 9(7) VALUE ZERO.
           03 WS-LODGEMENTS-MATCHED    PIC 9(7) VALUE ZERO.
           03 WS-CARD-DAYS-MATCHED     PIC 9(7) VALUE ZERO.
           03 WS-SETTLEMENTS-BANKED    PIC 9(7) VALUE ZERO.
           03 WS-ITEMS-IN-TRANSIT      PIC 9(7) VALUE ZERO.
           03 WS-BREAKS                PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           03 WS-FEES-BANKED           PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-IN-TRANSIT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-BREAK-AMOUNT          PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-REPORT-LINE.
           03 WS-RPT-DATE              PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-METHOD            PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-AMOUNT            PIC Z(6)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-FEE               PIC Z(4)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-REFERENCE         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-AGE               PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-STATUS            PIC X(10).

       01  WS-SECTION-LINE.
           03 FILLER                   PIC X(4) VALUE '*** '.
           03 WS-SECTION-TITLE         PIC X(50).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(8)9.99-.

       01  DB2-RECON.
           03 DB2-TAKINGS-ID           PIC S9(9) COMP.
           03 DB2-SETTLE-ID            PIC S9(9) COMP.
           03 DB2-STMT-LINE-ID         PIC S9(9) COMP.
           03 DB2-ITEM-DATE            PIC X(10).
           03 DB2-METHOD               PIC X(1).
           03 DB2-AMOUNT               PIC S9(7)V99 COMP-3.
           03 DB2-FEE                  PIC S9(7)V99 COMP-3.
           03 DB2-NET                  PIC S9(7)V99 COMP-3.
           03 DB2-ROW-COUNT            PIC S9(9) COMP.

       01  DB2-BREAK-ROW.
           03 DB2-SECTION              PIC S9(4) COMP.
           03 DB2-BRK-DATE             PIC X(10).
           03 DB2-BRK-METHOD           PIC X(1).
           03 DB2-BRK-AMOUNT           PIC S9(7)V99 COMP-3.
           03 DB2-BRK-FEE              PIC S9(7)V99 COMP-3.
           03 DB2-BRK-REFERENCE        PIC X(20).
           03 DB2-BRK-AGE              PIC S9(9) COMP.

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

           PERFORM INITIALIZE-JOB.
           PERFORM RECORD-DESK-TAKINGS.
           PERFORM MATCH-LODGEMENTS.
           PERFORM MATCH-CARD-TAKINGS.
           PERFORM MATCH-CARD-BANKING.
           PERFORM OPEN-BREAK-CURSOR.
           PERFORM WRITE-BREAK-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCBKBJ03' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCBKBJ03 - BANK RECONCILIATION STARTING'.

      *    An as-of date on SYSIN reruns the reconciliation for a
      *    prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

      *    The days allowed for money to reach the bank may be
      *    overridden on SYSIN
           ACCEPT WS-WINDOW-IN
           IF WS-WINDOW-IN NOT EQUAL SPACES
              MOVE WS-WINDOW-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(9:2) TO WS-WINDOW-JUST
              IF WS-WINDOW-JUST NUMERIC
                 MOVE WS-WINDOW-NUM TO WS-WINDOW-DAYS
              ELSE
                 DISPLAY 'HCBKBJ03 - BAD WINDOW VALUE IGNORED: '
                          WS-WINDOW-IN
              END-IF
           END-IF
           DISPLAY 'HCBKBJ03 - CLEARANCE WINDOW DAYS: ' WS-WINDOW-DAYS.

           OPEN OUTPUT RECON-RPT.

           MOVE BD-ASOF-HEADER TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.

       RECORD-DESK-TAKINGS.
      *    a rerun for the day picks up payments keyed since - only
      *    while the day's takings are still unmatched
           EXEC SQL
               UPDATE DESKTAKINGS T
                  SET ( PAYCOUNT, AMOUNT ) =
                      ( SELECT COUNT(*), VALUE(SUM(P.AMOUNT), 0)
                          FROM PAYMENT P
                         WHERE DATE(P.TAKENDATETIME) = T.TAKENDATE
                           AND P.METHOD = T.METHOD )
                WHERE T.TAKENDATE = DATE(:BD-ASOF-DATE)
                  AND T.STATUS    = 'U'
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCBKBJ03 - TAKINGS REFRESH FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF

      *    one row per method the desk took money by today
           EXEC SQL
               INSERT INTO DESKTAKINGS
                         ( TAKENDATE,
                           METHOD,
                           PAYCOUNT,
                           AMOUNT,
                           STATUS )
               SELECT DATE(P.TAKENDATETIME), P.METHOD,
                      COUNT(*), SUM(P.AMOUNT), 'U'
                 FROM PAYMENT P
                WHERE DATE(P.TAKENDATETIME) = DATE(:BD-ASOF-DATE)
                  AND P.METHOD IN ('C', 'Q', 'D')
                  AND NOT EXISTS
                      ( SELECT 1 FROM DESKTAKINGS T
                         WHERE T.TAKENDATE = DATE(P.TAKENDATETIME)
                           AND T.METHOD    = P.METHOD )
                GROUP BY DATE(P.TAKENDATETIME), P.METHOD
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-TAKINGS-RECORDED
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCBKBJ03 - TAKINGS INSERT FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       MATCH-LODGEMENTS.
      *    open cash and cheque takings, oldest first, each against
      *    the earliest open lodgement of the same type and amount
           EXEC SQL
               DECLARE BKLCSR CURSOR FOR
               SELECT TAKINGSID, CHAR(TAKENDATE, ISO), METHOD, AMOUNT
                 FROM DESKTAKINGS
                WHERE STATUS = 'U'
                  AND METHOD IN ('C', 'Q')
                ORDER BY TAKENDATE, TAKINGSID
           END-EXEC

           EXEC SQL
               OPEN BKLCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ03 - OPEN LODGEMENTS FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-MATCH-EOF-SWITCH
              PERFORM MATCH-NEXT-LODGEMENT THRU MATCH-LODGEMENT-EXIT
                  UNTIL WS-MATCH-EOF
              EXEC SQL
                  CLOSE BKLCSR
              END-EXEC
           END-IF.

       MATCH-NEXT-LODGEMENT.
           EXEC SQL
               FETCH BKLCSR
                INTO :DB2-TAKINGS-ID, :DB2-ITEM-DATE, :DB2-METHOD,
                     :DB2-AMOUNT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-MATCH-EOF-SWITCH
              GO TO MATCH-LODGEMENT-EXIT
           END-IF

           EXEC SQL
               SELECT STMTLINEID
                 INTO :DB2-STMT-LINE-ID
                 FROM BANKSTMT
                WHERE STATUS    = 'U'
                  AND LINETYPE  = :DB2-METHOD
                  AND AMOUNT    = :DB2-AMOUNT
                  AND VALUEDATE >= DATE(:DB2-ITEM-DATE)
                ORDER BY VALUEDATE, STMTLINEID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              GO TO MATCH-LODGEMENT-EXIT
           END-IF

           PERFORM MARK-STATEMENT-LINE

           EXEC SQL
               UPDATE DESKTAKINGS
                  SET STATUS      = 'M',
                      MATCHREF    = :DB2-STMT-LINE-ID,
                      MATCHEDDATE = DATE(:BD-ASOF-DATE)
                WHERE TAKINGSID = :DB2-TAKINGS-ID
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-LODGEMENTS-MATCHED
           ELSE
              DISPLAY 'HCBKBJ03 - TAKINGS UPDATE FAILED SQLCODE='
                       SQLCODE ' TAKINGS ' DB2-TAKINGS-ID
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       MATCH-LODGEMENT-EXIT.
           EXIT.

       MATCH-CARD-TAKINGS.
      *    open card takings against the processor's batch for the
      *    same day - the gross must agree to the cent
           EXEC SQL
               DECLARE BKDCSR CURSOR FOR
               SELECT TAKINGSID, CHAR(TAKENDATE, ISO), AMOUNT
                 FROM DESKTAKINGS
                WHERE STATUS = 'U'
                  AND METHOD = 'D'
                ORDER BY TAKENDATE, TAKINGSID
           END-EXEC

           EXEC SQL
               OPEN BKDCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ03 - OPEN CARD TAKINGS FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-MATCH-EOF-SWITCH
              PERFORM MATCH-NEXT-CARD-DAY THRU MATCH-CARD-DAY-EXIT
                  UNTIL WS-MATCH-EOF
              EXEC SQL
                  CLOSE BKDCSR
              END-EXEC
           END-IF.

       MATCH-NEXT-CARD-DAY.
           EXEC SQL
               FETCH BKDCSR
                INTO :DB2-TAKINGS-ID, :DB2-ITEM-DATE, :DB2-AMOUNT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-MATCH-EOF-SWITCH
              GO TO MATCH-CARD-DAY-EXIT
           END-IF

           EXEC SQL
               SELECT SETTLEID
                 INTO :DB2-SETTLE-ID
                 FROM CARDSETTLE
                WHERE TAKINGSMATCH = 'N'
                  AND TAKENDATE    = DATE(:DB2-ITEM-DATE)
                  AND GROSS        = :DB2-AMOUNT
                ORDER BY SETTLEID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              GO TO MATCH-CARD-DAY-EXIT
           END-IF

           EXEC SQL
               UPDATE CARDSETTLE
                  SET TAKINGSMATCH = 'Y',
                      TAKINGSID    = :DB2-TAKINGS-ID
                WHERE SETTLEID = :DB2-SETTLE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ03 - SETTLEMENT UPDATE FAILED SQLCODE='
                       SQLCODE ' SETTLEMENT ' DB2-SETTLE-ID
              MOVE 8 TO JC-RETURN-CODE
              GO TO MATCH-CARD-DAY-EXIT
           END-IF

           EXEC SQL
               UPDATE DESKTAKINGS
                  SET STATUS      = 'M',
                      MATCHREF    = :DB2-SETTLE-ID,
                      MATCHEDDATE = DATE(:BD-ASOF-DATE)
                WHERE TAKINGSID = :DB2-TAKINGS-ID
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-CARD-DAYS-MATCHED
           ELSE
              DISPLAY 'HCBKBJ03 - TAKINGS UPDATE FAILED SQLCODE='
                       SQLCODE ' TAKINGS ' DB2-TAKINGS-ID
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       MATCH-CARD-DAY-EXIT.
           EXIT.

       MATCH-CARD-BANKING.
      *    settlements not yet seen at the bank against the earliest
      *    open card credit for their net
           EXEC SQL
               DECLARE BKSCSR CURSOR FOR
               SELECT SETTLEID, CHAR(SETTLEDATE, ISO), FEE, NETAMT
                 FROM CARDSETTLE
                WHERE BANKMATCH = 'N'
                ORDER BY SETTLEDATE, SETTLEID
           END-EXEC

           EXEC SQL
               OPEN BKSCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ03 - OPEN SETTLEMENTS FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-MATCH-EOF-SWITCH
              PERFORM MATCH-NEXT-SETTLEMENT THRU MATCH-SETTLEMENT-EXIT
                  UNTIL WS-MATCH-EOF
              EXEC SQL
                  CLOSE BKSCSR
              END-EXEC
           END-IF.

       MATCH-NEXT-SETTLEMENT.
           EXEC SQL
               FETCH BKSCSR
                INTO :DB2-SETTLE-ID, :DB2-ITEM-DATE, :DB2-FEE,
                     :DB2-NET
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-MATCH-EOF-SWITCH
              GO TO MATCH-SETTLEMENT-EXIT
           END-IF

           EXEC SQL
               SELECT STMTLINEID
                 INTO :DB2-STMT-LINE-ID
                 FROM BANKSTMT
                WHERE STATUS    = 'U'
                  AND LINETYPE  = 'D'
                  AND AMOUNT    = :DB2-NET
                  AND VALUEDATE >= DATE(:DB2-ITEM-DATE)
                ORDER BY VALUEDATE, STMTLINEID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              GO TO MATCH-SETTLEMENT-EXIT
           END-IF

           PERFORM MARK-STATEMENT-LINE

           EXEC SQL
               UPDATE CARDSETTLE
                  SET BANKMATCH   = 'Y',
                      STMTLINEID  = :DB2-STMT-LINE-ID,
                      BANKEDDATE  = DATE(:BD-ASOF-DATE)
                WHERE SETTLEID = :DB2-SETTLE-ID
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-SETTLEMENTS-BANKED
              ADD DB2-FEE TO WS-FEES-BANKED
           ELSE
              DISPLAY 'HCBKBJ03 - SETTLEMENT UPDATE FAILED SQLCODE='
                       SQLCODE ' SETTLEMENT ' DB2-SETTLE-ID
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       MATCH-SETTLEMENT-EXIT.
           EXIT.

       MARK-STATEMENT-LINE.
           EXEC SQL
               UPDATE BANKSTMT
                  SET STATUS      = 'M',
                      MATCHEDDATE = DATE(:BD-ASOF-DATE)
                WHERE STMTLINEID = :DB2-STMT-LINE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ03 - BANKSTMT UPDATE FAILED SQLCODE='
                       SQLCODE ' LINE ' DB2-STMT-LINE-ID
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       OPEN-BREAK-CURSOR.
      *    Everything still open on either side, whatever day it
      *    arose - a break stays on the report until it is matched
           EXEC SQL
               DECLARE BKBCSR CURSOR FOR
               SELECT 1, CHAR(TAKENDATE, ISO), METHOD, AMOUNT, 0,
                      ' ',
                      DAYS(DATE(:BD-ASOF-DATE)) - DAYS(TAKENDATE)
                 FROM DESKTAKINGS
                WHERE STATUS = 'U'
               UNION ALL
               SELECT 2, CHAR(TAKENDATE, ISO), 'D', GROSS, FEE,
                      BATCHREF,
                      DAYS(DATE(:BD-ASOF-DATE)) - DAYS(TAKENDATE)
                 FROM CARDSETTLE
                WHERE TAKINGSMATCH = 'N'
               UNION ALL
               SELECT 3, CHAR(SETTLEDATE, ISO), 'D', NETAMT, FEE,
                      BATCHREF,
                      DAYS(DATE(:BD-ASOF-DATE)) - DAYS(SETTLEDATE)
                 FROM CARDSETTLE
                WHERE BANKMATCH = 'N'
               UNION ALL
               SELECT 4, CHAR(VALUEDATE, ISO), LINETYPE, AMOUNT, 0,
                      REFERENCE,
                      DAYS(DATE(:BD-ASOF-DATE)) - DAYS(VALUEDATE)
                 FROM BANKSTMT
                WHERE STATUS = 'U'
                ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
               OPEN BKBCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ03 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-BREAK
           END-IF.

       FETCH-NEXT-BREAK.
           EXEC SQL
               FETCH BKBCSR
                INTO :DB2-SECTION, :DB2-BRK-DATE, :DB2-BRK-METHOD,
                     :DB2-BRK-AMOUNT, :DB2-BRK-FEE,
                     :DB2-BRK-REFERENCE, :DB2-BRK-AGE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCBKBJ03 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-BREAK-LINE.
           IF DB2-SECTION NOT EQUAL WS-LAST-SECTION
              PERFORM WRITE-SECTION-HEADING
           END-IF

           MOVE SPACES              TO WS-REPORT-LINE
           MOVE DB2-BRK-DATE        TO WS-RPT-DATE
           EVALUATE DB2-BRK-METHOD
             WHEN 'C'
               MOVE 'CASH    ' TO WS-RPT-METHOD
             WHEN 'Q'
               MOVE 'CHEQUE  ' TO WS-RPT-METHOD
             WHEN 'D'
               MOVE 'CARD    ' TO WS-RPT-METHOD
             WHEN OTHER
               MOVE DB2-BRK-METHOD TO WS-RPT-METHOD
           END-EVALUATE
           MOVE DB2-BRK-AMOUNT      TO WS-RPT-AMOUNT
           IF DB2-BRK-FEE NOT EQUAL ZERO
              MOVE DB2-BRK-FEE      TO WS-RPT-FEE
           END-IF
           MOVE DB2-BRK-REFERENCE   TO WS-RPT-REFERENCE
           MOVE DB2-BRK-AGE         TO WS-RPT-AGE

      *    money still inside the window may simply not have arrived
           IF DB2-BRK-AGE > WS-WINDOW-DAYS
              MOVE 'BREAK'          TO WS-RPT-STATUS
              ADD 1                 TO WS-BREAKS
              ADD DB2-BRK-AMOUNT    TO WS-BREAK-AMOUNT
           ELSE
              MOVE 'IN TRANSIT'     TO WS-RPT-STATUS
              ADD 1                 TO WS-ITEMS-IN-TRANSIT
              ADD DB2-BRK-AMOUNT    TO WS-IN-TRANSIT-AMOUNT
           END-IF

           MOVE WS-REPORT-LINE      TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE

           PERFORM FETCH-NEXT-BREAK.

       WRITE-SECTION-HEADING.
           MOVE DB2-SECTION TO WS-LAST-SECTION
           EVALUATE DB2-SECTION
             WHEN 1
               MOVE 'DESK TAKINGS NOT BANKED OR SETTLED'
                 TO WS-SECTION-TITLE
             WHEN 2
               MOVE 'CARD SETTLEMENTS NOT MATCHED TO DESK TAKINGS'
                 TO WS-SECTION-TITLE
             WHEN 3
               MOVE 'CARD SETTLEMENTS NOT YET CREDITED BY THE BANK'
                 TO WS-SECTION-TITLE
             WHEN OTHER
               MOVE 'BANK CREDITS NOT MATCHED TO DESK OR SETTLEMENT'
                 TO WS-SECTION-TITLE
           END-EVALUATE

           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE WS-SECTION-LINE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE 'Date        Method        Amount       Fee'
             & '  Reference             Days  Status' TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.

       TERMINATE-JOB.
           EXEC SQL
               CLOSE BKBCSR
           END-EXEC.

           IF WS-LAST-SECTION EQUAL ZERO
              MOVE SPACES TO RECON-RPT-LINE
              WRITE RECON-RPT-LINE
              MOVE 'NO OPEN ITEMS - BANK AND SETTLEMENTS FULLY MATCHED'
                TO RECON-RPT-LINE
              WRITE RECON-RPT-LINE
           END-IF

           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE 'DESK TAKINGS RECORDED TODAY'     TO WS-TOTAL-LABEL
           MOVE WS-TAKINGS-RECORDED               TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CASH/CHEQUE LODGEMENTS MATCHED'  TO WS-TOTAL-LABEL
           MOVE WS-LODGEMENTS-MATCHED             TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CARD DAYS MATCHED TO SETTLEMENT' TO WS-TOTAL-LABEL
           MOVE WS-CARD-DAYS-MATCHED              TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'SETTLEMENTS MATCHED TO BANK'     TO WS-TOTAL-LABEL
           MOVE WS-SETTLEMENTS-BANKED             TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CARD FEES ON SETTLEMENTS BANKED' TO WS-AMOUNT-LABEL
           MOVE WS-FEES-BANKED                    TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'ITEMS IN TRANSIT'                TO WS-TOTAL-LABEL
           MOVE WS-ITEMS-IN-TRANSIT               TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'AMOUNT IN TRANSIT'               TO WS-AMOUNT-LABEL
           MOVE WS-IN-TRANSIT-AMOUNT              TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'BREAKS'                          TO WS-TOTAL-LABEL
           MOVE WS-BREAKS                         TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'AMOUNT IN BREAKS'                TO WS-AMOUNT-LABEL
           MOVE WS-BREAK-AMOUNT                   TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE

           IF WS-BREAKS > 0
              IF JC-RETURN-CODE EQUAL 0
                 MOVE 4 TO JC-RETURN-CODE
              END-IF
           END-IF

           COMPUTE JC-RECORD-COUNT = WS-LODGEMENTS-MATCHED
                                   + WS-CARD-DAYS-MATCHED
                                   + WS-SETTLEMENTS-BANKED
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE RECON-RPT.

           DISPLAY 'HCBKBJ03 - LODGEMENTS MATCHED: '
                    WS-LODGEMENTS-MATCHED.
           DISPLAY 'HCBKBJ03 - CARD DAYS MATCHED:  '
                    WS-CARD-DAYS-MATCHED.
           DISPLAY 'HCBKBJ03 - SETTLEMENTS BANKED: '
                    WS-SETTLEMENTS-BANKED.
           DISPLAY 'HCBKBJ03 - BREAKS:             ' WS-BREAKS.
           DISPLAY 'HCBKBJ03 - BANK RECONCILIATION COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.

      *----------------------------------------------------------------*
       COPY HCRJPD.
