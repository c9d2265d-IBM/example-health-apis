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
      *            Monthly Medication Cost Analysis                    *
      *                                                                *
      *   What the medicines used in the calendar month before the     *
      *  as-of date cost: every dose given on the MAR (one unit each)  *
      *  and every discharge (TTO) supply issued by pharmacy, priced   *
      *  at the drug/strength's unit cost - the average of the prices  *
      *  recorded on its STOCKLOT receipts.  A drug with no priced     *
      *  lot counts as uncosted units.  Doses are charged to the ward  *
      *  the MOVEMENT history had the patient on when given (OUTP      *
      *  when not admitted), TTO supplies to the ward discharged       *
      *  from, and both to the prescriber on the order.                *
      *                                                                *
      *   The month's figures are kept on MEDCOST (a rerun replaces    *
      *  them), then reported by ward, by prescriber and by drug,      *
      *  most costly first, with the 20 highest-cost patients.         *
      *  Report on MEDCOST.  Run on the first of the month; an as-of   *
      *  date on SYSIN reruns the month before that date.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMXBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-RPT ASSIGN TO MEDCOST
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-RPT
           RECORDING MODE IS F.
       01  COST-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCMXBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-LAST-SECTION             PIC X(1) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-COST-LINES            PIC 9(7) VALUE ZERO.
           03 WS-PATIENT-LINES         PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-UNITS           PIC 9(9) VALUE ZERO.
           03 WS-TOTAL-UNCOSTED        PIC 9(9) VALUE ZERO.
           03 WS-TOTAL-COST            PIC 9(11)V99 VALUE ZERO.

       01  WS-MONTH-HEADER.
           03 FILLER                   PIC X(29)
                VALUE 'MEDICATION COST ANALYSIS FOR '.
           03 WS-MH-MONTH              PIC X(7).

       01  WS-SECTION-HEADER           PIC X(60).

       01  WS-COST-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-KEY                PIC X(40).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-UNITS              PIC Z(8)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-COST               PIC Z(10)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-UNCOSTED           PIC Z(8)9.

       01  WS-PATIENT-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-RANK               PIC Z9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-NAME               PIC X(24).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-UNITS              PIC Z(8)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-COST               PIC Z(10)9.99.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(10)9.
       01  WS-TOTAL-COST-LINE.
           03 WS-TCL-LABEL             PIC X(40).
           03 WS-TCL-VALUE             PIC Z(10)9.99.

       01  WS-MONTH-FIELDS.
           03 DB2-YEARMONTH            PIC X(7).

       01  DB2-COST-ROW.
           03 DB2-SECTION              PIC X(1).
           03 DB2-COST-KEY             PIC X(40).
           03 DB2-UNITS                PIC S9(9) COMP.
           03 DB2-COST                 PIC S9(11)V99 COMP-3.
           03 DB2-UNCOSTED             PIC S9(9) COMP.

       01  DB2-PATIENT-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).

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
           PERFORM LIST-ONE-COST UNTIL WS-EOF.
           PERFORM START-TOP-PATIENTS THRU START-TOP-PATIENTS-EXIT.
           PERFORM LIST-ONE-PATIENT UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCMXBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCMXBJ01 - MEDICATION COST ANALYSIS STARTING'.

      *    An as-of date on SYSIN reruns the month before that date
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT COST-RPT.

           MOVE BD-ASOF-HEADER TO COST-RPT-LINE
           WRITE COST-RPT-LINE.

      *    the calendar month before the business date, as YYYY-MM
           EXEC SQL
               SELECT SUBSTR(CHAR(DATE(:BD-ASOF-DATE) - 1 MONTH, ISO),
                             1, 7)
                 INTO :DB2-YEARMONTH
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMXBJ01 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE DB2-YEARMONTH   TO WS-MH-MONTH
           MOVE WS-MONTH-HEADER TO COST-RPT-LINE
           WRITE COST-RPT-LINE

           PERFORM BUILD-MONTH-COSTS THRU BUILD-MONTH-COSTS-EXIT
           IF WS-EOF
              GO TO INITIALIZE-EXIT
           END-IF

      *    The month's costs by ward (W), by prescriber (P) and by
      *    drug/strength (D), most costly first in each
           EXEC SQL
               DECLARE MXSCSR CURSOR FOR
               SELECT 'W', WARDCODE,
                      SUM(UNITS), SUM(COST), SUM(UNCOSTED)
                 FROM MEDCOST
                WHERE YEARMONTH = :DB2-YEARMONTH
                GROUP BY WARDCODE
               UNION ALL
               SELECT 'P', CHAR(C.PRESCRIBERID) || ' '
                             || VALUE(MAX(V.LASTNAME), ' '),
                      SUM(C.UNITS), SUM(C.COST), SUM(C.UNCOSTED)
                 FROM MEDCOST C
                 LEFT OUTER JOIN PROVIDER V
                   ON V.PROVIDERID = C.PRESCRIBERID
                WHERE C.YEARMONTH = :DB2-YEARMONTH
                GROUP BY C.PRESCRIBERID
               UNION ALL
               SELECT 'D', DRUGNAME || ' ' || STRENGTH,
                      SUM(UNITS), SUM(COST), SUM(UNCOSTED)
                 FROM MEDCOST
                WHERE YEARMONTH = :DB2-YEARMONTH
                GROUP BY DRUGNAME || ' ' || STRENGTH
                ORDER BY 1 DESC, 4 DESC, 2
           END-EXEC.

           EXEC SQL
               OPEN MXSCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMXBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-COST
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       BUILD-MONTH-COSTS.
      *    A rerun replaces the month's stored figures cleanly
           EXEC SQL
               DELETE FROM MEDCOST
                WHERE YEARMONTH = :DB2-YEARMONTH
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCMXBJ01 - MEDCOST DELETE FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO BUILD-MONTH-COSTS-EXIT
           END-IF

      *    one row per ward, prescriber, drug/strength and patient -
      *    the doses given in the month, one unit each, and the TTO
      *    supplies issued in the month, at the average priced-lot
      *    unit cost
           EXEC SQL
               INSERT INTO MEDCOST
                         ( YEARMONTH, WARDCODE, PRESCRIBERID,
                           DRUGNAME, STRENGTH, PATIENTID,
                           UNITS, COST, UNCOSTED )
               SELECT :DB2-YEARMONTH, X.WARD, X.PRESCRIBERID,
                      X.DRUGNAME, X.STRENGTH, X.PATIENTID,
                      SUM(X.UNITS),
                      SUM(X.UNITS * X.UNITCOST),
                      SUM(CASE WHEN X.UNITCOST = 0
                               THEN X.UNITS ELSE 0 END)
                 FROM ( SELECT
                         VALUE(( SELECT CASE WHEN MV.MOVETYPE = 'D'
                                             THEN 'OUTP'
                                             ELSE MV.WARDCODE END
                                   FROM MOVEMENT MV
                                  WHERE MV.PATIENTID = R.PATIENTID
                                    AND MV.MOVEDATETIME <= R.PDATETIME
                                  ORDER BY MV.MOVEDATETIME DESC
                                  FETCH FIRST 1 ROW ONLY ),
                               'OUTP') AS WARD,
                               VALUE(R.PRESCRIBERID, 0)
                                 AS PRESCRIBERID,
                               M.DRUGNAME, M.STRENGTH, R.PATIENTID,
                               1 AS UNITS,
                               VALUE(( SELECT AVG(L.UNITCOST)
                                         FROM STOCKLOT L
                                        WHERE L.DRUGNAME = M.DRUGNAME
                                          AND L.STRENGTH = M.STRENGTH
                                          AND L.UNITCOST > 0 ), 0)
                                 AS UNITCOST
                          FROM PRESCRIPTION R, MEDICATION M
                         WHERE M.MEDICATIONID = R.PRESCRIPTIONID
                           AND R.TAKEN = 'Y'
                           AND SUBSTR(CHAR(R.PDATETIME), 1, 7)
                               = :DB2-YEARMONTH
                        UNION ALL
                        SELECT
                         VALUE(( SELECT MV.WARDCODE
                                   FROM MOVEMENT MV
                                  WHERE MV.PATIENTID = T.PATIENTID
                                    AND MV.MOVETYPE IN ('A', 'T')
                                    AND MV.MOVEDATETIME <=
                                        TIMESTAMP(T.DISCHDATETIME)
                                  ORDER BY MV.MOVEDATETIME DESC
                                  FETCH FIRST 1 ROW ONLY ),
                               'OUTP') AS WARD,
                               VALUE(M.PRESCRIBERID, 0)
                                 AS PRESCRIBERID,
                               T.DRUGNAME, T.STRENGTH, T.PATIENTID,
                               T.SUPPLYQTY AS UNITS,
                               VALUE(( SELECT AVG(L.UNITCOST)
                                         FROM STOCKLOT L
                                        WHERE L.DRUGNAME = T.DRUGNAME
                                          AND L.STRENGTH = T.STRENGTH
                                          AND L.UNITCOST > 0 ), 0)
                                 AS UNITCOST
                          FROM DISCHMED T
                          LEFT OUTER JOIN MEDICATION M
                            ON M.MEDICATIONID = T.MEDICATIONID
                         WHERE T.STATUS = 'I'
                           AND SUBSTR(T.ISSUEDDATETIME, 1, 7)
                               = :DB2-YEARMONTH ) AS X
                GROUP BY X.WARD, X.PRESCRIBERID, X.DRUGNAME,
                         X.STRENGTH, X.PATIENTID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCMXBJ01 - MEDCOST INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       BUILD-MONTH-COSTS-EXIT.
           EXIT.

       FETCH-NEXT-COST.
           EXEC SQL
               FETCH MXSCSR
                INTO :DB2-SECTION, :DB2-COST-KEY,
                     :DB2-UNITS, :DB2-COST, :DB2-UNCOSTED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMXBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-COST.
           IF DB2-SECTION NOT EQUAL WS-LAST-SECTION
              EVALUATE DB2-SECTION
                WHEN 'W'
                  MOVE 'BY WARD'          TO WS-SECTION-HEADER
                WHEN 'P'
                  MOVE 'BY PRESCRIBER'    TO WS-SECTION-HEADER
                WHEN OTHER
                  MOVE 'BY DRUG AND STRENGTH' TO WS-SECTION-HEADER
              END-EVALUATE
              MOVE SPACES TO COST-RPT-LINE
              WRITE COST-RPT-LINE
              MOVE WS-SECTION-HEADER TO COST-RPT-LINE
              WRITE COST-RPT-LINE
              MOVE '  Key                                     '
                &  '        Units          Cost   Uncosted'
                TO COST-RPT-LINE
              WRITE COST-RPT-LINE
              MOVE DB2-SECTION TO WS-LAST-SECTION
           END-IF

           MOVE DB2-COST-KEY       TO WS-CL-KEY
           MOVE DB2-UNITS          TO WS-CL-UNITS
           MOVE DB2-COST           TO WS-CL-COST
           MOVE DB2-UNCOSTED       TO WS-CL-UNCOSTED
           MOVE WS-COST-LINE       TO COST-RPT-LINE
           WRITE COST-RPT-LINE
           ADD 1 TO WS-COST-LINES

      *    the ward section alone gives the month's totals
           IF DB2-SECTION EQUAL 'W'
              ADD DB2-UNITS        TO WS-TOTAL-UNITS
              ADD DB2-COST         TO WS-TOTAL-COST
              ADD DB2-UNCOSTED     TO WS-TOTAL-UNCOSTED
           END-IF

           PERFORM FETCH-NEXT-COST.

      *----------------------------------------------------------------*
       START-TOP-PATIENTS.
           IF JC-RETURN-CODE EQUAL 8
              GO TO START-TOP-PATIENTS-EXIT
           END-IF

           EXEC SQL
               CLOSE MXSCSR
           END-EXEC

           MOVE SPACES TO COST-RPT-LINE
           WRITE COST-RPT-LINE
           MOVE 'TOTAL UNITS'                    TO WS-TOTAL-LABEL
           MOVE WS-TOTAL-UNITS                   TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO COST-RPT-LINE
           WRITE COST-RPT-LINE
           MOVE 'UNCOSTED UNITS (NO PRICED LOT)' TO WS-TOTAL-LABEL
           MOVE WS-TOTAL-UNCOSTED                TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO COST-RPT-LINE
           WRITE COST-RPT-LINE
           MOVE 'TOTAL COST'                     TO WS-TCL-LABEL
           MOVE WS-TOTAL-COST                    TO WS-TCL-VALUE
           MOVE WS-TOTAL-COST-LINE               TO COST-RPT-LINE
           WRITE COST-RPT-LINE

           MOVE SPACES TO COST-RPT-LINE
           WRITE COST-RPT-LINE
           MOVE 'TOP 20 PATIENTS BY COST' TO COST-RPT-LINE
           WRITE COST-RPT-LINE
           MOVE '  No  Patient Id  Name                      '
             &  '      Units          Cost' TO COST-RPT-LINE
           WRITE COST-RPT-LINE

           EXEC SQL
               DECLARE MXTCSR CURSOR FOR
               SELECT C.PATIENTID, P.FIRSTNAME, P.LASTNAME,
                      SUM(C.UNITS), SUM(C.COST)
                 FROM MEDCOST C, PATIENT P
                WHERE C.YEARMONTH = :DB2-YEARMONTH
                  AND P.PATIENTID = C.PATIENTID
                GROUP BY C.PATIENTID, P.FIRSTNAME, P.LASTNAME
                ORDER BY 5 DESC, 1
                FETCH FIRST 20 ROWS ONLY
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL
               OPEN MXTCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMXBJ01 - OPEN CURSOR 2 FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-PATIENT
           END-IF.

       START-TOP-PATIENTS-EXIT.
           EXIT.

       FETCH-NEXT-PATIENT.
           EXEC SQL
               FETCH MXTCSR
                INTO :DB2-PATIENT-ID, :DB2-FIRST-NAME, :DB2-LAST-NAME,
                     :DB2-UNITS, :DB2-COST
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMXBJ01 - FETCH 2 FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-PATIENT.
           ADD 1 TO WS-PATIENT-LINES
           MOVE WS-PATIENT-LINES   TO WS-PL-RANK
           MOVE DB2-PATIENT-ID     TO WS-PL-PATIENT-ID
           MOVE SPACES             TO WS-PL-NAME
           STRING DB2-LAST-NAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  DB2-FIRST-NAME DELIMITED BY '  '
             INTO WS-PL-NAME
           MOVE DB2-UNITS          TO WS-PL-UNITS
           MOVE DB2-COST           TO WS-PL-COST
           MOVE WS-PATIENT-LINE    TO COST-RPT-LINE
           WRITE COST-RPT-LINE

           PERFORM FETCH-NEXT-PATIENT.

       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE MXTCSR
              END-EXEC
           END-IF

           COMPUTE JC-RECORD-COUNT = WS-COST-LINES + WS-PATIENT-LINES
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE COST-RPT.

           DISPLAY 'HCMXBJ01 - MONTH:              ' DB2-YEARMONTH.
           DISPLAY 'HCMXBJ01 - UNITS COSTED:       ' WS-TOTAL-UNITS.
           DISPLAY 'HCMXBJ01 - UNCOSTED UNITS:     ' WS-TOTAL-UNCOSTED.
           DISPLAY 'HCMXBJ01 - MEDICATION COST ANALYSIS COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
