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
      *            Card Settlement Load                                *
      *                                                                *
      *   Loads the card processor's settlement file (CARDIN) as open  *
      *  CARDSETTLE rows for HCBKBJ03.  Each D record is one day's     *
      *  card batch - the gross taken at the desk, the processor's     *
      *  fee and the net it pays into the bank.  The gross is matched  *
      *  to the day's card payments and the net to the bank credit,    *
      *  so the fee is what explains the difference between the two.   *
      *                                                                *
      *    H  settlement date - a settlement file already on           *
      *       RECONFILE is refused                                     *
      *    D  takings date, gross, fee, net (9999999.99, fee           *
      *       99999.99) and the processor's batch reference            *
      *    T  record count, gross total, fee total                     *
      *                                                                *
      *  Records that cannot be loaded are listed on CARDLIST (RC 4),  *
      *  including any whose net is not the gross less the fee.  A     *
      *  file whose trailer does not agree with its D records ends     *
      *  RC 8.                                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBKBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-IN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-RPT ASSIGN TO CARDLIST
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-IN
           RECORDING MODE IS F.
       01  CARD-IN-RECORD.
      *    H header, D settlement batch, T trailer
           03 CDI-RECORD-TYPE          PIC X(1).
           03 CDI-DETAIL               PIC X(79).
           03 CDI-HEADER REDEFINES CDI-DETAIL.
              05 CDI-SETTLE-DATE       PIC X(10).
              05 FILLER                PIC X(69).
           03 CDI-BATCH REDEFINES CDI-DETAIL.
              05 CDI-TAKEN-DATE        PIC X(10).
              05 CDI-GROSS             PIC 9(7).99.
              05 CDI-GROSS-X REDEFINES CDI-GROSS
                                       PIC X(10).
              05 CDI-FEE               PIC 9(5).99.
              05 CDI-FEE-X REDEFINES CDI-FEE
                                       PIC X(8).
              05 CDI-NET               PIC 9(7).99.
              05 CDI-NET-X REDEFINES CDI-NET
                                       PIC X(10).
              05 CDI-BATCH-REF         PIC X(20).
              05 FILLER                PIC X(21).
           03 CDI-TRAILER REDEFINES CDI-DETAIL.
              05 CDI-RECORD-COUNT      PIC 9(7).
              05 CDI-TOTAL-GROSS       PIC 9(9).99.
              05 CDI-TOTAL-FEE         PIC 9(7).99.
              05 FILLER                PIC X(50).

       FD  CARD-RPT
           RECORDING MODE IS F.
       01  CARD-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCBKBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-TRAILER-SWITCH           PIC X VALUE 'N'.
           88 WS-TRAILER-READ          VALUE 'Y'.

       01  WS-FILE-SWITCH              PIC X VALUE 'N'.
           88 WS-FILE-ACCEPTED         VALUE 'Y'.

       01  WS-SETTLE-DATE              PIC X(10) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-DETAILS-READ          PIC 9(7) VALUE ZERO.
           03 WS-BATCHES-LOADED        PIC 9(7) VALUE ZERO.
           03 WS-BATCHES-REJECTED      PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           03 WS-FILE-GROSS            PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-FILE-FEE              PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-LOADED-GROSS          PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-LOADED-FEE            PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-LOADED-NET            PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-TRAILER-GROSS         PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-TRAILER-FEE           PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-REPORT-LINE.
           03 WS-RPT-TAKEN-DATE        PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-GROSS             PIC Z(6)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-FEE               PIC Z(4)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NET               PIC Z(6)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-BATCH-REF         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NOTE              PIC X(30).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(8)9.99-.

       01  DB2-SETTLEMENT.
           03 DB2-GROSS                PIC S9(7)V99 COMP-3.
           03 DB2-FEE                  PIC S9(7)V99 COMP-3.
           03 DB2-NET                  PIC S9(7)V99 COMP-3.
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
           MOVE 'HCBKBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCBKBJ02 - CARD SETTLEMENT LOAD STARTING'.

           PERFORM GET-BUSINESS-DATE

           OPEN INPUT CARD-IN.
           OPEN OUTPUT CARD-RPT.

           MOVE BD-ASOF-HEADER TO CARD-RPT-LINE
           WRITE CARD-RPT-LINE.

           PERFORM READ-NEXT-BATCH
           IF WS-EOF OR CDI-RECORD-TYPE NOT EQUAL 'H'
              DISPLAY 'HCBKBJ02 - NO HEADER RECORD - STOPPING'
              MOVE 'FILE HAS NO HEADER RECORD - NOTHING LOADED'
                TO CARD-RPT-LINE
              WRITE CARD-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE CDI-SETTLE-DATE TO WS-SETTLE-DATE

      *    Once per settlement file - a second run would load every
      *    batch twice and leave the copies as breaks
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-FILE-COUNT
                 FROM RECONFILE
                WHERE SOURCE   = 'S'
                  AND FILEDATE = DATE(:WS-SETTLE-DATE)
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ02 - RECONFILE READ FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           IF DB2-FILE-COUNT > 0
              DISPLAY 'HCBKBJ02 - SETTLEMENT DATED ' WS-SETTLE-DATE
                      ' ALREADY LOADED - STOPPING'
              MOVE 'CARD SETTLEMENT ALREADY LOADED FOR THIS DATE'
                TO CARD-RPT-LINE
              WRITE CARD-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE 'Y' TO WS-FILE-SWITCH

           MOVE SPACES TO CARD-RPT-LINE
           STRING 'Card settlement dated ' WS-SETTLE-DATE
                  DELIMITED BY SIZE INTO CARD-RPT-LINE
           WRITE CARD-RPT-LINE.

           MOVE 'Takings          Gross       Fee         Net'
             & '  Batch Reference       Note' TO CARD-RPT-LINE
           WRITE CARD-RPT-LINE.

           PERFORM READ-NEXT-BATCH.

       INITIALIZE-EXIT.
           EXIT.

       READ-NEXT-BATCH.
           READ CARD-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       LOAD-ONE-RECORD.
           EVALUATE CDI-RECORD-TYPE
             WHEN 'D'
               ADD 1 TO WS-DETAILS-READ
               PERFORM LOAD-SETTLEMENT THRU LOAD-SETTLEMENT-EXIT
             WHEN 'T'
               MOVE 'Y' TO WS-TRAILER-SWITCH
               MOVE CDI-RECORD-COUNT     TO DB2-RECORD-COUNT
               MOVE CDI-TOTAL-GROSS      TO WS-TRAILER-GROSS
               MOVE CDI-TOTAL-FEE        TO WS-TRAILER-FEE
             WHEN OTHER
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'UNKNOWN RECORD TYPE' TO WS-RPT-NOTE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-BATCHES-REJECTED
           END-EVALUATE

           PERFORM READ-NEXT-BATCH.

       LOAD-SETTLEMENT.
           MOVE SPACES            TO WS-REPORT-LINE
           MOVE CDI-TAKEN-DATE    TO WS-RPT-TAKEN-DATE
           MOVE CDI-BATCH-REF     TO WS-RPT-BATCH-REF

           IF CDI-GROSS-X(1:7) NOT NUMERIC
            OR CDI-GROSS-X(9:2) NOT NUMERIC
            OR CDI-FEE-X(1:5) NOT NUMERIC
            OR CDI-FEE-X(7:2) NOT NUMERIC
            OR CDI-NET-X(1:7) NOT NUMERIC
            OR CDI-NET-X(9:2) NOT NUMERIC
              MOVE 'INVALID RECORD LAYOUT' TO WS-REJECT-REASON
              GO TO REJECT-SETTLEMENT
           END-IF

           MOVE CDI-GROSS         TO DB2-GROSS
           MOVE CDI-FEE           TO DB2-FEE
           MOVE CDI-NET           TO DB2-NET
           ADD DB2-GROSS          TO WS-FILE-GROSS
           ADD DB2-FEE            TO WS-FILE-FEE
           MOVE DB2-GROSS         TO WS-RPT-GROSS
           MOVE DB2-FEE           TO WS-RPT-FEE
           MOVE DB2-NET           TO WS-RPT-NET

      *    the fee must account exactly for what was not paid over
           IF DB2-NET NOT EQUAL DB2-GROSS - DB2-FEE
              MOVE 'NET IS NOT GROSS LESS FEE' TO WS-REJECT-REASON
              GO TO REJECT-SETTLEMENT
           END-IF

      *    a date DB2 will not take fails the insert and is rejected
           EXEC SQL
               INSERT INTO CARDSETTLE
                         ( SETTLEID,
                           SETTLEDATE,
                           TAKENDATE,
                           GROSS,
                           FEE,
                           NETAMT,
                           BATCHREF,
                           TAKINGSMATCH,
                           BANKMATCH,
                           LOADDATE )
                  VALUES ( DEFAULT,
                           DATE(:WS-SETTLE-DATE),
                           DATE(:CDI-TAKEN-DATE),
                           :DB2-GROSS,
                           :DB2-FEE,
                           :DB2-NET,
                           :CDI-BATCH-REF,
                           'N',
                           'N',
                           DATE(:BD-ASOF-DATE) )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -180
             WHEN -181
               MOVE 'TAKINGS DATE NOT VALID' TO WS-REJECT-REASON
               GO TO REJECT-SETTLEMENT
             WHEN OTHER
               DISPLAY 'HCBKBJ02 - CARDSETTLE INSERT FAILED SQLCODE='
                        SQLCODE
               MOVE 'SQL ERROR ON INSERT' TO WS-REJECT-REASON
               GO TO REJECT-SETTLEMENT
           END-EVALUATE

           ADD 1 TO WS-BATCHES-LOADED
           ADD DB2-GROSS TO WS-LOADED-GROSS
           ADD DB2-FEE   TO WS-LOADED-FEE
           ADD DB2-NET   TO WS-LOADED-NET
           GO TO LOAD-SETTLEMENT-EXIT.

       REJECT-SETTLEMENT.
           MOVE WS-REJECT-REASON TO WS-RPT-NOTE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-BATCHES-REJECTED.

       LOAD-SETTLEMENT-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-RPT-LINE
           WRITE CARD-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CARD-RPT-LINE
           WRITE CARD-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO CARD-RPT-LINE
           WRITE CARD-RPT-LINE.

       RECORD-SETTLEMENT-FILE.
      *    The RECONFILE row is what stops the same file loading twice
           MOVE WS-BATCHES-LOADED TO DB2-FILE-COUNT

           EXEC SQL
               INSERT INTO RECONFILE
                         ( SOURCE,
                           FILEDATE,
                           LOADEDDATETIME,
                           RECORDCOUNT,
                           TOTALAMOUNT )
                  VALUES ( 'S',
                           DATE(:WS-SETTLE-DATE),
                           CURRENT TIMESTAMP,
                           :DB2-FILE-COUNT,
                           :WS-LOADED-GROSS )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCBKBJ02 - RECONFILE INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       TERMINATE-JOB.
           IF WS-FILE-ACCEPTED
              PERFORM RECORD-SETTLEMENT-FILE

              MOVE SPACES TO CARD-RPT-LINE
              WRITE CARD-RPT-LINE
              MOVE 'SETTLEMENT RECORDS READ'       TO WS-TOTAL-LABEL
              MOVE WS-DETAILS-READ                 TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'BATCHES LOADED'                TO WS-TOTAL-LABEL
              MOVE WS-BATCHES-LOADED               TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'RECORDS REJECTED'              TO WS-TOTAL-LABEL
              MOVE WS-BATCHES-REJECTED             TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'GROSS CARD TAKINGS - LOADED'   TO WS-AMOUNT-LABEL
              MOVE WS-LOADED-GROSS                 TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE
              MOVE 'PROCESSOR FEES - LOADED'       TO WS-AMOUNT-LABEL
              MOVE WS-LOADED-FEE                   TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE
              MOVE 'NET DUE TO THE BANK'           TO WS-AMOUNT-LABEL
              MOVE WS-LOADED-NET                   TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE

              IF WS-BATCHES-REJECTED > 0
                 IF JC-RETURN-CODE EQUAL 0
                    MOVE 4 TO JC-RETURN-CODE
                 END-IF
              END-IF

      *       the processor's own trailer must agree with its records
              IF NOT WS-TRAILER-READ
               OR DB2-RECORD-COUNT NOT EQUAL WS-DETAILS-READ
               OR WS-TRAILER-GROSS NOT EQUAL WS-FILE-GROSS
               OR WS-TRAILER-FEE   NOT EQUAL WS-FILE-FEE
                 MOVE 'SETTLEMENT TOTALS DO NOT AGREE - QUERY PROCESSOR'
                   TO CARD-RPT-LINE
                 WRITE CARD-RPT-LINE
                 MOVE 'PROCESSOR TRAILER COUNT'    TO WS-TOTAL-LABEL
                 MOVE DB2-RECORD-COUNT             TO WS-TOTAL-VALUE
                 PERFORM WRITE-TOTAL-LINE
                 MOVE 'PROCESSOR TRAILER GROSS'    TO WS-AMOUNT-LABEL
                 MOVE WS-TRAILER-GROSS             TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 'GROSS ON DETAIL RECORDS'    TO WS-AMOUNT-LABEL
                 MOVE WS-FILE-GROSS                TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 'PROCESSOR TRAILER FEES'     TO WS-AMOUNT-LABEL
                 MOVE WS-TRAILER-FEE               TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 'FEES ON DETAIL RECORDS'     TO WS-AMOUNT-LABEL
                 MOVE WS-FILE-FEE                  TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-BATCHES-LOADED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE CARD-IN.
           CLOSE CARD-RPT.

           DISPLAY 'HCBKBJ02 - SETTLEMENT DATE:    ' WS-SETTLE-DATE.
           DISPLAY 'HCBKBJ02 - RECORDS READ:       ' WS-RECORDS-READ.
           DISPLAY 'HCBKBJ02 - BATCHES LOADED:     ' WS-BATCHES-LOADED.
           DISPLAY 'HCBKBJ02 - RECORDS REJECTED:   '
                    WS-BATCHES-REJECTED.
           DISPLAY 'HCBKBJ02 - CARD SETTLEMENT LOAD COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
