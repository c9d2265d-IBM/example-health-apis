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
      *            Bank Statement Load                                 *
      *                                                                *
      *   Loads the bank's daily statement file (BANKIN) as open       *
      *  BANKSTMT lines for HCBKBJ03 to reconcile against the desk     *
      *  takings.  Only credits that can have come from the desk are   *
      *  loaded - cash and cheque lodgements and the card processor's  *
      *  settlement credits.  Bank charges, interest and other items   *
      *  are counted and skipped.                                      *
      *                                                                *
      *    H  statement date - a statement already on RECONFILE is     *
      *       refused                                                  *
      *    D  value date, type (C cash, Q cheque, D card settlement,   *
      *       O other), amount (9999999.99) and the bank's reference   *
      *    T  record count and amount total                            *
      *                                                                *
      *  Lines that cannot be loaded are listed on BANKLIST (RC 4).    *
      *  A file whose trailer does not agree with its D records ends   *
      *  RC 8 - the statement is incomplete and must be obtained       *
      *  again before it is reconciled.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBKBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-IN ASSIGN TO BANKIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-RPT ASSIGN TO BANKLIST
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-IN
           RECORDING MODE IS F.
       01  BANK-IN-RECORD.
      *    H header, D statement line, T trailer
           03 BKI-RECORD-TYPE          PIC X(1).
           03 BKI-DETAIL               PIC X(79).
           03 BKI-HEADER REDEFINES BKI-DETAIL.
              05 BKI-STMT-DATE         PIC X(10).
              05 FILLER                PIC X(69).
           03 BKI-LINE REDEFINES BKI-DETAIL.
              05 BKI-VALUE-DATE        PIC X(10).
              05 BKI-LINE-TYPE         PIC X(1).
              05 BKI-AMOUNT            PIC 9(7).99.
              05 BKI-AMOUNT-X REDEFINES BKI-AMOUNT
                                       PIC X(10).
              05 BKI-REFERENCE         PIC X(20).
              05 FILLER                PIC X(38).
           03 BKI-TRAILER REDEFINES BKI-DETAIL.
              05 BKI-RECORD-COUNT      PIC 9(7).
              05 BKI-TOTAL-AMOUNT      PIC 9(9).99.
              05 FILLER                PIC X(60).

       FD  BANK-RPT
           RECORDING MODE IS F.
       01  BANK-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCBKBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-TRAILER-SWITCH           PIC X VALUE 'N'.
           88 WS-TRAILER-READ          VALUE 'Y'.

       01  WS-FILE-SWITCH              PIC X VALUE 'N'.
           88 WS-FILE-ACCEPTED         VALUE 'Y'.

       01  WS-STMT-DATE                PIC X(10) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-DETAILS-READ          PIC 9(7) VALUE ZERO.
           03 WS-LINES-LOADED          PIC 9(7) VALUE ZERO.
           03 WS-LINES-SKIPPED         PIC 9(7) VALUE ZERO.
           03 WS-LINES-REJECTED        PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           03 WS-FILE-AMOUNT           PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-LOADED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-TRAILER-AMOUNT        PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-REPORT-LINE.
           03 WS-RPT-VALUE-DATE        PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LINE-TYPE         PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-AMOUNT            PIC Z(6)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-REFERENCE         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NOTE              PIC X(30).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(8)9.99-.

       01  DB2-STATEMENT.
           03 DB2-AMOUNT               PIC S9(7)V99 COMP-3.
           03 DB2-FILE-COUNT           PIC S9(9) COMP.
           03 DB2-RECORD-COUNT         PIC S9(9) COMP.

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
           PERFORM LOAD-ONE-RECORD UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCBKBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCBKBJ01 - BANK STATEMENT LOAD STARTING'.

           PERFORM GET-BUSINESS-DATE

           OPEN INPUT BANK-IN.
           OPEN OUTPUT BANK-RPT.

           MOVE BD-ASOF-HEADER TO BANK-RPT-LINE
           WRITE BANK-RPT-LINE.

           PERFORM READ-NEXT-LINE
           IF WS-EOF OR BKI-RECORD-TYPE NOT EQUAL 'H'
              DISPLAY 'HCBKBJ01 - NO HEADER RECORD - STOPPING'
              MOVE 'FILE HAS NO HEADER RECORD - NOTHING LOADED'
                TO BANK-RPT-LINE
              WRITE BANK-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE BKI-STMT-DATE TO WS-STMT-DATE

      *    Once per statement - a second run would load every line
      *    twice and leave the copies as breaks
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-FILE-COUNT
                 FROM RECONFILE
                WHERE SOURCE   = 'B'
                  AND FILEDATE = DATE(:WS-STMT-DATE)
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ01 - RECONFILE READ FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           IF DB2-FILE-COUNT > 0
              DISPLAY 'HCBKBJ01 - STATEMENT DATED ' WS-STMT-DATE
                      ' ALREADY LOADED - STOPPING'
              MOVE 'BANK STATEMENT ALREADY LOADED FOR THIS DATE'
                TO BANK-RPT-LINE
              WRITE BANK-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE 'Y' TO WS-FILE-SWITCH

           MOVE SPACES TO BANK-RPT-LINE
           STRING 'Bank statement dated ' WS-STMT-DATE
                  DELIMITED BY SIZE INTO BANK-RPT-LINE
           WRITE BANK-RPT-LINE.

           MOVE 'Value Date  T      Amount  Reference'
             & '             Note' TO BANK-RPT-LINE
           WRITE BANK-RPT-LINE.

           PERFORM READ-NEXT-LINE.

       INITIALIZE-EXIT.
           EXIT.

       READ-NEXT-LINE.
           READ BANK-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       LOAD-ONE-RECORD.
           EVALUATE BKI-RECORD-TYPE
             WHEN 'D'
               ADD 1 TO WS-DETAILS-READ
               PERFORM LOAD-STATEMENT-LINE THRU LOAD-STATEMENT-EXIT
             WHEN 'T'
               MOVE 'Y' TO WS-TRAILER-SWITCH
               MOVE BKI-RECORD-COUNT     TO DB2-RECORD-COUNT
               MOVE BKI-TOTAL-AMOUNT     TO WS-TRAILER-AMOUNT
             WHEN OTHER
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'UNKNOWN RECORD TYPE' TO WS-RPT-NOTE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-LINES-REJECTED
           END-EVALUATE

           PERFORM READ-NEXT-LINE.

       LOAD-STATEMENT-LINE.
           MOVE SPACES            TO WS-REPORT-LINE
           MOVE BKI-VALUE-DATE    TO WS-RPT-VALUE-DATE
           MOVE BKI-LINE-TYPE     TO WS-RPT-LINE-TYPE
           MOVE BKI-REFERENCE     TO WS-RPT-REFERENCE

           IF BKI-AMOUNT-X(1:7) NOT NUMERIC
            OR BKI-AMOUNT-X(9:2) NOT NUMERIC
              MOVE 'INVALID RECORD LAYOUT' TO WS-REJECT-REASON
              GO TO REJECT-STATEMENT-LINE
           END-IF

           MOVE BKI-AMOUNT        TO DB2-AMOUNT
           MOVE DB2-AMOUNT        TO WS-RPT-AMOUNT
           ADD DB2-AMOUNT         TO WS-FILE-AMOUNT

      *    only credits the desk can account for are reconciled
           IF BKI-LINE-TYPE NOT EQUAL 'C'
            AND BKI-LINE-TYPE NOT EQUAL 'Q'
            AND BKI-LINE-TYPE NOT EQUAL 'D'
              ADD 1 TO WS-LINES-SKIPPED
              GO TO LOAD-STATEMENT-EXIT
           END-IF

           IF DB2-AMOUNT NOT > ZERO
              MOVE 'AMOUNT NOT A CREDIT' TO WS-REJECT-REASON
              GO TO REJECT-STATEMENT-LINE
           END-IF

      *    a date DB2 will not take fails the insert and is rejected
           EXEC SQL
               INSERT INTO BANKSTMT
                         ( STMTLINEID,
                           STMTDATE,
                           VALUEDATE,
                           LINETYPE,
                           AMOUNT,
                           REFERENCE,
                           STATUS,
                           LOADDATE )
                  VALUES ( DEFAULT,
                           DATE(:WS-STMT-DATE),
                           DATE(:BKI-VALUE-DATE),
                           :BKI-LINE-TYPE,
                           :DB2-AMOUNT,
                           :BKI-REFERENCE,
                           'U',
                           DATE(:BD-ASOF-DATE) )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -180
             WHEN -181
               MOVE 'VALUE DATE NOT VALID' TO WS-REJECT-REASON
               GO TO REJECT-STATEMENT-LINE
             WHEN OTHER
               DISPLAY 'HCBKBJ01 - BANKSTMT INSERT FAILED SQLCODE='
                        SQLCODE
               MOVE 'SQL ERROR ON INSERT' TO WS-REJECT-REASON
               GO TO REJECT-STATEMENT-LINE
           END-EVALUATE

           ADD 1 TO WS-LINES-LOADED
           ADD DB2-AMOUNT TO WS-LOADED-AMOUNT
           GO TO LOAD-STATEMENT-EXIT.

       REJECT-STATEMENT-LINE.
           MOVE WS-REJECT-REASON TO WS-RPT-NOTE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-LINES-REJECTED.

       LOAD-STATEMENT-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BANK-RPT-LINE
           WRITE BANK-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO BANK-RPT-LINE
           WRITE BANK-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO BANK-RPT-LINE
           WRITE BANK-RPT-LINE.

       RECORD-STATEMENT-FILE.
      *    The RECONFILE row is what stops the same statement loading
      *    twice
           MOVE WS-LINES-LOADED TO DB2-FILE-COUNT

           EXEC SQL
               INSERT INTO RECONFILE
                         ( SOURCE,
                           FILEDATE,
                           LOADEDDATETIME,
                           RECORDCOUNT,
                           TOTALAMOUNT )
                  VALUES ( 'B',
                           DATE(:WS-STMT-DATE),
                           CURRENT TIMESTAMP,
                           :DB2-FILE-COUNT,
                           :WS-LOADED-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ01 - RECONFILE INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       TERMINATE-JOB.
           IF WS-FILE-ACCEPTED
              PERFORM RECORD-STATEMENT-FILE

              MOVE SPACES TO BANK-RPT-LINE
              WRITE BANK-RPT-LINE
              MOVE 'STATEMENT LINES READ'          TO WS-TOTAL-LABEL
              MOVE WS-DETAILS-READ                 TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'LINES LOADED FOR RECONCILIATION' TO WS-TOTAL-LABEL
              MOVE WS-LINES-LOADED                 TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'OTHER BANK ITEMS SKIPPED'      TO WS-TOTAL-LABEL
              MOVE WS-LINES-SKIPPED                TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'LINES REJECTED'                TO WS-TOTAL-LABEL
              MOVE WS-LINES-REJECTED               TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'AMOUNT LOADED'                 TO WS-AMOUNT-LABEL
              MOVE WS-LOADED-AMOUNT                TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE

              IF WS-LINES-REJECTED > 0
                 IF JC-RETURN-CODE EQUAL 0
                    MOVE 4 TO JC-RETURN-CODE
                 END-IF
              END-IF

      *       the bank's own trailer must agree with its lines
              IF NOT WS-TRAILER-READ
               OR DB2-RECORD-COUNT  NOT EQUAL WS-DETAILS-READ
               OR WS-TRAILER-AMOUNT NOT EQUAL WS-FILE-AMOUNT
                 MOVE 'STATEMENT TOTALS DO NOT AGREE - FILE INCOMPLETE'
                   TO BANK-RPT-LINE
                 WRITE BANK-RPT-LINE
                 MOVE 'BANK TRAILER COUNT'         TO WS-TOTAL-LABEL
                 MOVE DB2-RECORD-COUNT             TO WS-TOTAL-VALUE
                 PERFORM WRITE-TOTAL-LINE
                 MOVE 'BANK TRAILER AMOUNT'        TO WS-AMOUNT-LABEL
                 MOVE WS-TRAILER-AMOUNT            TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 'AMOUNT ON DETAIL RECORDS'   TO WS-AMOUNT-LABEL
                 MOVE WS-FILE-AMOUNT               TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-LINES-LOADED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE BANK-IN.
           CLOSE BANK-RPT.

           DISPLAY 'HCBKBJ01 - STATEMENT DATE:     ' WS-STMT-DATE.
           DISPLAY 'HCBKBJ01 - RECORDS READ:       ' WS-RECORDS-READ.
           DISPLAY 'HCBKBJ01 - LINES LOADED:       ' WS-LINES-LOADED.
           DISPLAY 'HCBKBJ01 - LINES REJECTED:     ' WS-LINES-REJECTED.
           DISPLAY 'HCBKBJ01 - BANK STATEMENT LOAD COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
