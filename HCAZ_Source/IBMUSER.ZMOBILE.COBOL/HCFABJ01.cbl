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
      *         Quarterly Financial Assistance Discount Report         *
      *                                                                *
      *   For the calendar quarter before the business date, the      *
      *  financial assistance discount given on charges (CHARGE       *
      *  DISCOUNTAMT, written by HCCHDB01 and HCAVDB01 under an       *
      *  approved FINASSIST award) summed by facility and discount    *
      *  band - patients helped, charges discounted, the full-rate    *
      *  value, the discount and the amount billed - with facility    *
      *  and grand totals, for the charity-care return (FACHARTY).    *
      *  A past quarter is rerun with an as-of date in the quarter    *
      *  after it.                                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFABJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARITY-RPT ASSIGN TO FACHARTY
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARITY-RPT
           RECORDING MODE IS F.
       01  CHARITY-RPT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCFABJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-LINES-LISTED          PIC 9(7) VALUE ZERO.
           03 WS-CHARGES-DISCOUNTED    PIC 9(7) VALUE ZERO.

       01  WS-QUARTER.
           03 DB2-QTR-START            PIC X(10).
           03 DB2-QTR-END              PIC X(10).

       01  WS-LAST-FACILITY            PIC X(4) VALUE HIGH-VALUES.

       01  WS-TOTALS.
           03 WS-FAC-CHARGES           PIC S9(7) COMP-3 VALUE +0.
           03 WS-FAC-GROSS             PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-FAC-DISCOUNT          PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-FAC-NET               PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ALL-GROSS             PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ALL-DISCOUNT          PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ALL-NET               PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-PERIOD-LINE.
           03 FILLER                   PIC X(8) VALUE 'QUARTER '.
           03 WS-PL-START              PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' TO '.
           03 WS-PL-END                PIC X(10).

       01  WS-REPORT-LINE.
           03 WS-RPT-FACILITY          PIC X(4).
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RPT-BAND              PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PCT               PIC ZZ9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENTS          PIC Z(6)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CHARGES           PIC Z(6)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-GROSS             PIC Z(8)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DISCOUNT          PIC Z(8)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NET               PIC Z(8)9.99.

       01  WS-FACILITY-LINE.
           03 FILLER                   PIC X(6) VALUE SPACES.
           03 FILLER                   PIC X(15)
                       VALUE 'FACILITY TOTAL '.
           03 FILLER                   PIC X(9) VALUE SPACES.
           03 WS-FT-CHARGES            PIC Z(6)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FT-GROSS              PIC Z(8)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FT-DISCOUNT           PIC Z(8)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FT-NET                PIC Z(8)9.99.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(8)9.99.

       01  WS-CURSOR-ROW.
           03 DB2-FACILITY             PIC X(4).
           03 DB2-BAND                 PIC X(1).
           03 DB2-DISCOUNT-PCT         PIC S9(3)V99 COMP-3.
           03 DB2-PATIENTS             PIC S9(9) COMP.
           03 DB2-CHARGES              PIC S9(9) COMP.
           03 DB2-GROSS                PIC S9(9)V99 COMP-3.
           03 DB2-DISCOUNT             PIC S9(9)V99 COMP-3.
           03 DB2-NET                  PIC S9(9)V99 COMP-3.

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
           PERFORM WRITE-DISCOUNT-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCFABJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCFABJ01 - FINANCIAL ASSISTANCE REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT CHARITY-RPT.

           MOVE BD-ASOF-HEADER TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE.

      *    the calendar quarter before the one the as-of date is in
           EXEC SQL
               SELECT CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - MOD(MONTH(DATE(:BD-ASOF-DATE)) - 1, 3)
                                 MONTHS
                             - 3 MONTHS, ISO)
                 INTO :DB2-QTR-START
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCFABJ01 - QUARTER DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM OPEN-DISCOUNT-CURSOR
           END-IF.

       OPEN-DISCOUNT-CURSOR.
           EXEC SQL
               SELECT CHAR(DATE(:DB2-QTR-START) + 3 MONTHS - 1 DAY, ISO)
                 INTO :DB2-QTR-END
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE DB2-QTR-START  TO WS-PL-START
           MOVE DB2-QTR-END    TO WS-PL-END
           MOVE WS-PERIOD-LINE TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE.

           MOVE 'Fac.    Band  Pct  Patients  Charges   '
             &  'Full Rate      Discount        Billed'
                                 TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE.

      *    Discounted charges cut in the quarter, by facility and
      *    band - the band percentage shown is today's scale
           EXEC SQL
               DECLARE FACCSR CURSOR FOR
               SELECT VALUE(P.FACILITY, ' '), C.FABAND,
                      VALUE(B.DISCOUNTPCT, 0),
                      COUNT(DISTINCT C.PATIENTID), COUNT(*),
                      SUM(C.AMOUNT + C.DISCOUNTAMT),
                      SUM(C.DISCOUNTAMT), SUM(C.AMOUNT)
                 FROM CHARGE C
                      INNER JOIN PATIENT P
                         ON P.PATIENTID = C.PATIENTID
                      LEFT OUTER JOIN FABAND B
                         ON B.BAND = C.FABAND
                WHERE C.DISCOUNTAMT > 0
                  AND DATE(C.CHARGEDATETIME)
                      BETWEEN DATE(:DB2-QTR-START)
                          AND DATE(:DB2-QTR-END)
                GROUP BY VALUE(P.FACILITY, ' '), C.FABAND,
                         VALUE(B.DISCOUNTPCT, 0)
                ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
               OPEN FACCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCFABJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-DISCOUNT
           END-IF.

       FETCH-NEXT-DISCOUNT.
           EXEC SQL
               FETCH FACCSR
                INTO :DB2-FACILITY, :DB2-BAND, :DB2-DISCOUNT-PCT,
                     :DB2-PATIENTS, :DB2-CHARGES, :DB2-GROSS,
                     :DB2-DISCOUNT, :DB2-NET
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCFABJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-DISCOUNT-LINE.
           IF DB2-FACILITY NOT EQUAL WS-LAST-FACILITY
              IF WS-LAST-FACILITY NOT EQUAL HIGH-VALUES
                 PERFORM WRITE-FACILITY-TOTAL
              END-IF
              MOVE DB2-FACILITY TO WS-LAST-FACILITY
           END-IF

           MOVE SPACES           TO WS-REPORT-LINE
           MOVE DB2-FACILITY     TO WS-RPT-FACILITY
           MOVE DB2-BAND         TO WS-RPT-BAND
           MOVE DB2-DISCOUNT-PCT TO WS-RPT-PCT
           MOVE DB2-PATIENTS     TO WS-RPT-PATIENTS
           MOVE DB2-CHARGES      TO WS-RPT-CHARGES
           MOVE DB2-GROSS        TO WS-RPT-GROSS
           MOVE DB2-DISCOUNT     TO WS-RPT-DISCOUNT
           MOVE DB2-NET          TO WS-RPT-NET
           MOVE WS-REPORT-LINE   TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE

           ADD DB2-CHARGES  TO WS-FAC-CHARGES
           ADD DB2-GROSS    TO WS-FAC-GROSS
           ADD DB2-DISCOUNT TO WS-FAC-DISCOUNT
           ADD DB2-NET      TO WS-FAC-NET
           ADD DB2-CHARGES  TO WS-CHARGES-DISCOUNTED
           ADD DB2-GROSS    TO WS-ALL-GROSS
           ADD DB2-DISCOUNT TO WS-ALL-DISCOUNT
           ADD DB2-NET      TO WS-ALL-NET
           ADD 1 TO WS-LINES-LISTED
           PERFORM FETCH-NEXT-DISCOUNT.

       WRITE-FACILITY-TOTAL.
           MOVE WS-FAC-CHARGES   TO WS-FT-CHARGES
           MOVE WS-FAC-GROSS     TO WS-FT-GROSS
           MOVE WS-FAC-DISCOUNT  TO WS-FT-DISCOUNT
           MOVE WS-FAC-NET       TO WS-FT-NET
           MOVE WS-FACILITY-LINE TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE
           MOVE SPACES           TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE

           MOVE ZERO TO WS-FAC-CHARGES
           MOVE ZERO TO WS-FAC-GROSS
           MOVE ZERO TO WS-FAC-DISCOUNT
           MOVE ZERO TO WS-FAC-NET.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE.

       TERMINATE-JOB.
           IF WS-LAST-FACILITY NOT EQUAL HIGH-VALUES
              PERFORM WRITE-FACILITY-TOTAL
           END-IF

           MOVE SPACES TO CHARITY-RPT-LINE
           WRITE CHARITY-RPT-LINE.
           MOVE 'CHARGES DISCOUNTED'            TO WS-TOTAL-LABEL
           MOVE WS-CHARGES-DISCOUNTED           TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CHARGES AT FULL RATE'          TO WS-AMOUNT-LABEL
           MOVE WS-ALL-GROSS                    TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'FINANCIAL ASSISTANCE DISCOUNT' TO WS-AMOUNT-LABEL
           MOVE WS-ALL-DISCOUNT                 TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'AMOUNT BILLED'                 TO WS-AMOUNT-LABEL
           MOVE WS-ALL-NET                      TO WS-AMOUNT-VALUE
           PERFORM WRITE-AMOUNT-LINE.

           MOVE WS-LINES-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE FACCSR
           END-EXEC.

           CLOSE CHARITY-RPT.

           DISPLAY 'HCFABJ01 - CHARGES DISCOUNTED: '
                    WS-CHARGES-DISCOUNTED.
           DISPLAY 'HCFABJ01 - FINANCIAL ASSISTANCE REPORT COMPLETE'.
           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
