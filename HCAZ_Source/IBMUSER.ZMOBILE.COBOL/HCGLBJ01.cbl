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
      *         Daily General Ledger Journal Extract                   *
      *                                                                *
      *   Summarises the business day's money by facility and GL       *
      *  account for the finance ledger (GLJRNL):                      *
      *    charges            DR receivables (AR)  CR revenue account  *
      *                                             on the CHARGECODE  *
      *    receipts and       DR method account    CR AR               *
      *    refunds (C/Q/D/G/R)                                         *
      *    adjustments (A)    DR adjustment type   CR AR               *
      *    claims paid        DR payer remittance  CR AR               *
      *                       (REMIT) - as stamped by HCRMBJ01         *
      *  Accounts come from GLMAP (HCGLDB01); anything unmapped posts  *
      *  to the suspense account (SUSP) and is flagged on the listing  *
      *  (GLJRNRPT) with RC 4.  Debits must equal credits - an out-    *
      *  of-balance journal is marked on its trailer and ends RC 8.    *
      *  A balanced run is recorded on GLRUN and the job refuses to    *
      *  run again for the same business date, so the ledger is never  *
      *  posted twice.  A date on SYSIN journals a prior business day  *
      *  that has not yet been sent.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCGLBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OUT ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-RPT ASSIGN TO GLJRNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-OUT
           RECORDING MODE IS F.
       01  JOURNAL-OUT-RECORD.
      *    H header, D journal line, T trailer
           03 GLJ-RECORD-TYPE          PIC X(1).
           03 GLJ-BUSINESS-DATE        PIC X(10).
           03 GLJ-DETAIL               PIC X(69).
           03 GLJ-HEADER REDEFINES GLJ-DETAIL.
              05 GLJ-SOURCE            PIC X(8).
              05 GLJ-CREATED           PIC X(26).
              05 FILLER                PIC X(35).
           03 GLJ-LINE REDEFINES GLJ-DETAIL.
              05 GLJ-FACILITY          PIC X(4).
              05 GLJ-GL-ACCOUNT        PIC X(10).
              05 GLJ-DEBIT             PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
              05 GLJ-CREDIT            PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
              05 FILLER                PIC X(31).
           03 GLJ-TRAILER REDEFINES GLJ-DETAIL.
              05 GLJ-LINE-COUNT        PIC 9(7).
              05 GLJ-TOTAL-DEBIT       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
              05 GLJ-TOTAL-CREDIT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
      *       Y debits equal credits - the ledger rejects an N file
              05 GLJ-BALANCED          PIC X(1).
              05 FILLER                PIC X(33).

       FD  JOURNAL-RPT
           RECORDING MODE IS F.
       01  JOURNAL-RPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCGLBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-RUN-SWITCH               PIC X VALUE 'N'.
           88 WS-RUN-OK                VALUE 'Y'.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-LINES-WRITTEN         PIC 9(7) VALUE ZERO.
           03 WS-SUSPENSE-LINES        PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           03 WS-TOTAL-DEBIT           PIC S9(11)V99 COMP-3 VALUE +0.
           03 WS-TOTAL-CREDIT          PIC S9(11)V99 COMP-3 VALUE +0.
           03 WS-SUSPENSE-AMOUNT       PIC S9(11)V99 COMP-3 VALUE +0.

      * Control accounts from GLMAP type C
       01  GL-CONTROL-ACCOUNTS.
           03 GL-AR-ACCOUNT            PIC X(10) VALUE SPACES.
           03 GL-REMIT-ACCOUNT         PIC X(10) VALUE SPACES.
           03 GL-SUSP-ACCOUNT          PIC X(10) VALUE SPACES.

       01  WS-REPORT-LINE.
           03 WS-RPT-FACILITY          PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-GL-ACCOUNT        PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DEBIT             PIC Z(8)9.99-.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CREDIT            PIC Z(8)9.99-.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NOTE              PIC X(30).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(10)9.99-.

       01  DB2-JOURNAL.
           03 DB2-FACILITY             PIC X(4).
           03 DB2-GL-ACCOUNT           PIC X(10).
           03 DB2-DEBIT                PIC S9(9)V99 COMP-3.
           03 DB2-CREDIT               PIC S9(9)V99 COMP-3.
           03 DB2-RUN-COUNT            PIC S9(9) COMP.
           03 DB2-TOTAL-DEBIT          PIC S9(11)V99 COMP-3.
           03 DB2-TOTAL-CREDIT         PIC S9(11)V99 COMP-3.
           03 DB2-LINE-COUNT           PIC S9(9) COMP.

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
           PERFORM WRITE-JOURNAL-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCGLBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCGLBJ01 - GENERAL LEDGER JOURNAL STARTING'.

      *    A date on SYSIN journals a prior business day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT JOURNAL-OUT.
           OPEN OUTPUT JOURNAL-RPT.

           MOVE BD-ASOF-HEADER TO JOURNAL-RPT-LINE
           WRITE JOURNAL-RPT-LINE.

      *    Once per business date - a second run would post the
      *    ledger twice
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-RUN-COUNT
                 FROM GLRUN
                WHERE BUSDATE = DATE(:BD-ASOF-DATE)
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCGLBJ01 - GLRUN READ FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           IF DB2-RUN-COUNT > 0
              DISPLAY 'HCGLBJ01 - ALREADY JOURNALLED FOR '
                      BD-ASOF-DATE ' - STOPPING'
              MOVE 'JOURNAL ALREADY SENT FOR THIS BUSINESS DATE'
                TO JOURNAL-RPT-LINE
              WRITE JOURNAL-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           PERFORM GET-CONTROL-ACCOUNTS
           IF GL-AR-ACCOUNT EQUAL SPACES
            OR GL-REMIT-ACCOUNT EQUAL SPACES
            OR GL-SUSP-ACCOUNT EQUAL SPACES
              DISPLAY 'HCGLBJ01 - CONTROL ACCOUNTS AR/REMIT/SUSP NOT '
                      'ALL MAPPED - STOPPING'
              MOVE 'CONTROL ACCOUNTS NOT MAPPED - NO JOURNAL'
                TO JOURNAL-RPT-LINE
              WRITE JOURNAL-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE 'Y' TO WS-RUN-SWITCH

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES             TO JOURNAL-OUT-RECORD
           MOVE 'H'                TO GLJ-RECORD-TYPE
           MOVE BD-ASOF-DATE       TO GLJ-BUSINESS-DATE
           MOVE 'HCAZ'             TO GLJ-SOURCE
           MOVE WS-RUN-TIMESTAMP   TO GLJ-CREATED
           WRITE JOURNAL-OUT-RECORD.

           MOVE 'Fac.  GL Account         Debit         Credit'
             TO JOURNAL-RPT-LINE
           WRITE JOURNAL-RPT-LINE.

      *    Both sides of every posting for the day, summed by facility
      *    and account.  Charges and payments by the day they were
      *    taken, paid claims by the day HCRMBJ01 posted them.  Every
      *    account lookup falls back to suspense.
           EXEC SQL
               DECLARE GLCSR CURSOR FOR
               SELECT J.FAC, J.ACCT, SUM(J.DR), SUM(J.CR)
                 FROM (
                   SELECT VALUE(P.FACILITY, ' ') AS FAC,
                          CAST(:GL-AR-ACCOUNT AS CHAR(10)) AS ACCT,
                          C.AMOUNT AS DR, 0 AS CR
                     FROM CHARGE C, PATIENT P
                    WHERE P.PATIENTID = C.PATIENTID
                      AND DATE(C.CHARGEDATETIME) = DATE(:BD-ASOF-DATE)
                   UNION ALL
                   SELECT VALUE(P.FACILITY, ' '),
                          VALUE(G.GLACCOUNT,
                                CAST(:GL-SUSP-ACCOUNT AS CHAR(10))),
                          0, C.AMOUNT
                     FROM CHARGE C
                          INNER JOIN PATIENT P
                             ON P.PATIENTID = C.PATIENTID
                          LEFT OUTER JOIN CHARGECODE G
                             ON G.CODE = C.CHARGECODE
                    WHERE DATE(C.CHARGEDATETIME) = DATE(:BD-ASOF-DATE)
                   UNION ALL
                   SELECT VALUE(P.FACILITY, ' '),
                          VALUE(M.GLACCOUNT,
                                CAST(:GL-SUSP-ACCOUNT AS CHAR(10))),
                          Y.AMOUNT, 0
                     FROM PAYMENT Y
                          INNER JOIN PATIENT P
                             ON P.PATIENTID = Y.PATIENTID
                          LEFT OUTER JOIN GLMAP M
                             ON M.MAPTYPE =
                                CASE WHEN Y.METHOD = 'A' THEN 'A'
                                     ELSE 'M' END
                            AND M.MAPCODE =
                                CASE WHEN Y.METHOD = 'A' THEN Y.PAYTYPE
                                     ELSE Y.METHOD END
                    WHERE DATE(Y.TAKENDATETIME) = DATE(:BD-ASOF-DATE)
                   UNION ALL
                   SELECT VALUE(P.FACILITY, ' '),
                          CAST(:GL-AR-ACCOUNT AS CHAR(10)),
                          0, Y.AMOUNT
                     FROM PAYMENT Y, PATIENT P
                    WHERE P.PATIENTID = Y.PATIENTID
                      AND DATE(Y.TAKENDATETIME) = DATE(:BD-ASOF-DATE)
                   UNION ALL
                   SELECT VALUE(P.FACILITY, ' '),
                          CAST(:GL-REMIT-ACCOUNT AS CHAR(10)),
                          S.PAIDAMOUNT, 0
                     FROM CLAIMSTAT S, PATIENT P
                    WHERE P.PATIENTID = S.PATIENTID
                      AND S.STATUS = 'P'
                      AND S.PAIDPOSTDATE = DATE(:BD-ASOF-DATE)
                   UNION ALL
                   SELECT VALUE(P.FACILITY, ' '),
                          CAST(:GL-AR-ACCOUNT AS CHAR(10)),
                          0, S.PAIDAMOUNT
                     FROM CLAIMSTAT S, PATIENT P
                    WHERE P.PATIENTID = S.PATIENTID
                      AND S.STATUS = 'P'
                      AND S.PAIDPOSTDATE = DATE(:BD-ASOF-DATE)
                      ) AS J
                GROUP BY J.FAC, J.ACCT
                ORDER BY J.FAC, J.ACCT
           END-EXEC.

           EXEC SQL
               OPEN GLCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCGLBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 'N' TO WS-RUN-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-TOTAL
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

       GET-CONTROL-ACCOUNTS.
           EXEC SQL
               SELECT GLACCOUNT
                 INTO :GL-AR-ACCOUNT
                 FROM GLMAP
                WHERE MAPTYPE = 'C'
                  AND MAPCODE = 'AR'
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
              MOVE SPACES TO GL-AR-ACCOUNT
           END-IF

           EXEC SQL
               SELECT GLACCOUNT
                 INTO :GL-REMIT-ACCOUNT
                 FROM GLMAP
                WHERE MAPTYPE = 'C'
                  AND MAPCODE = 'REMIT'
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
              MOVE SPACES TO GL-REMIT-ACCOUNT
           END-IF

           EXEC SQL
               SELECT GLACCOUNT
                 INTO :GL-SUSP-ACCOUNT
                 FROM GLMAP
                WHERE MAPTYPE = 'C'
                  AND MAPCODE = 'SUSP'
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
              MOVE SPACES TO GL-SUSP-ACCOUNT
           END-IF.

       FETCH-NEXT-TOTAL.
           EXEC SQL
               FETCH GLCSR
                INTO :DB2-FACILITY, :DB2-GL-ACCOUNT,
                     :DB2-DEBIT, :DB2-CREDIT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCGLBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'N' TO WS-RUN-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-JOURNAL-LINE.
           MOVE SPACES             TO JOURNAL-OUT-RECORD
           MOVE 'D'                TO GLJ-RECORD-TYPE
           MOVE BD-ASOF-DATE       TO GLJ-BUSINESS-DATE
           MOVE DB2-FACILITY       TO GLJ-FACILITY
           MOVE DB2-GL-ACCOUNT     TO GLJ-GL-ACCOUNT
           MOVE DB2-DEBIT          TO GLJ-DEBIT
           MOVE DB2-CREDIT         TO GLJ-CREDIT
           WRITE JOURNAL-OUT-RECORD

           MOVE SPACES             TO WS-REPORT-LINE
           MOVE DB2-FACILITY       TO WS-RPT-FACILITY
           MOVE DB2-GL-ACCOUNT     TO WS-RPT-GL-ACCOUNT
           MOVE DB2-DEBIT          TO WS-RPT-DEBIT
           MOVE DB2-CREDIT         TO WS-RPT-CREDIT
           IF DB2-GL-ACCOUNT EQUAL GL-SUSP-ACCOUNT
              MOVE 'SUSPENSE - CHECK GL MAPPING' TO WS-RPT-NOTE
              ADD 1 TO WS-SUSPENSE-LINES
              COMPUTE WS-SUSPENSE-AMOUNT = WS-SUSPENSE-AMOUNT
                                         + DB2-DEBIT - DB2-CREDIT
           END-IF
           MOVE WS-REPORT-LINE     TO JOURNAL-RPT-LINE
           WRITE JOURNAL-RPT-LINE

           ADD DB2-DEBIT  TO WS-TOTAL-DEBIT
           ADD DB2-CREDIT TO WS-TOTAL-CREDIT
           ADD 1 TO WS-LINES-WRITTEN
           PERFORM FETCH-NEXT-TOTAL.

       RECORD-JOURNAL-RUN.
      *    The GLRUN row is what stops a second run for the date; the
      *    key on BUSDATE also turns away a run started alongside
           MOVE WS-TOTAL-DEBIT   TO DB2-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT  TO DB2-TOTAL-CREDIT
           MOVE WS-LINES-WRITTEN TO DB2-LINE-COUNT

           EXEC SQL
               INSERT INTO GLRUN
                         ( BUSDATE,
                           RUNDATETIME,
                           LINECOUNT,
                           TOTALDEBIT,
                           TOTALCREDIT )
                  VALUES ( DATE(:BD-ASOF-DATE),
                           :WS-RUN-TIMESTAMP,
                           :DB2-LINE-COUNT,
                           :DB2-TOTAL-DEBIT,
                           :DB2-TOTAL-CREDIT )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCGLBJ01 - GLRUN INSERT FAILED SQLCODE=' SQLCODE
                      ' - JOURNAL NOT TO BE SENT'
              MOVE 'N' TO GLJ-BALANCED
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO JOURNAL-RPT-LINE
           WRITE JOURNAL-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO JOURNAL-RPT-LINE
           WRITE JOURNAL-RPT-LINE.

       TERMINATE-JOB.
           IF WS-RUN-OK
              EXEC SQL
                  CLOSE GLCSR
              END-EXEC

              MOVE SPACES             TO JOURNAL-OUT-RECORD
              MOVE 'T'                TO GLJ-RECORD-TYPE
              MOVE BD-ASOF-DATE       TO GLJ-BUSINESS-DATE
              MOVE WS-LINES-WRITTEN   TO GLJ-LINE-COUNT
              MOVE WS-TOTAL-DEBIT     TO GLJ-TOTAL-DEBIT
              MOVE WS-TOTAL-CREDIT    TO GLJ-TOTAL-CREDIT
              IF WS-TOTAL-DEBIT EQUAL WS-TOTAL-CREDIT
                 MOVE 'Y' TO GLJ-BALANCED
                 PERFORM RECORD-JOURNAL-RUN
              ELSE
                 DISPLAY 'HCGLBJ01 - JOURNAL OUT OF BALANCE'
                 MOVE 'N' TO GLJ-BALANCED
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
              WRITE JOURNAL-OUT-RECORD

              MOVE SPACES TO JOURNAL-RPT-LINE
              WRITE JOURNAL-RPT-LINE
              MOVE 'JOURNAL LINES'              TO WS-TOTAL-LABEL
              MOVE WS-LINES-WRITTEN             TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'LINES POSTED TO SUSPENSE'   TO WS-TOTAL-LABEL
              MOVE WS-SUSPENSE-LINES            TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL DEBITS'               TO WS-AMOUNT-LABEL
              MOVE WS-TOTAL-DEBIT               TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE
              MOVE 'TOTAL CREDITS'              TO WS-AMOUNT-LABEL
              MOVE WS-TOTAL-CREDIT              TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE
              MOVE 'NET POSTED TO SUSPENSE'     TO WS-AMOUNT-LABEL
              MOVE WS-SUSPENSE-AMOUNT           TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE
              IF GLJ-BALANCED EQUAL 'Y'
                 MOVE 'JOURNAL BALANCED - RECORDED ON GLRUN'
                   TO JOURNAL-RPT-LINE
              ELSE
                 MOVE 'JOURNAL NOT BALANCED/RECORDED - DO NOT SEND'
                   TO JOURNAL-RPT-LINE
              END-IF
              WRITE JOURNAL-RPT-LINE

              IF JC-RETURN-CODE EQUAL 0
               AND WS-SUSPENSE-LINES > 0
                 MOVE 4 TO JC-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-LINES-WRITTEN TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE JOURNAL-OUT.
           CLOSE JOURNAL-RPT.

           DISPLAY 'HCGLBJ01 - BUSINESS DATE:      ' BD-ASOF-DATE.
           DISPLAY 'HCGLBJ01 - JOURNAL LINES:      ' WS-LINES-WRITTEN.
           DISPLAY 'HCGLBJ01 - SUSPENSE LINES:     ' WS-SUSPENSE-LINES.
           MOVE WS-TOTAL-DEBIT  TO WS-AMOUNT-VALUE
           DISPLAY 'HCGLBJ01 - TOTAL DEBITS:   ' WS-AMOUNT-VALUE.
           MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-VALUE
           DISPLAY 'HCGLBJ01 - TOTAL CREDITS:  ' WS-AMOUNT-VALUE.
           DISPLAY 'HCGLBJ01 - GENERAL LEDGER JOURNAL COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
