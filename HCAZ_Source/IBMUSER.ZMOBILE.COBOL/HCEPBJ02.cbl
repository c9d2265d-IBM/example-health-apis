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
      *            Monthly Case-Mix Summary by Ward                    *
      *                                                                *
      *   Summarises the stays discharged in the calendar month        *
      *  before the as-of date by ward and case-mix group - stays,     *
      *  bed days and average length of stay, with the group's         *
      *  description from the grouping table - with ward and grand    *
      *  totals.  Stays still awaiting coding show as *UNCODED and     *
      *  coded stays with no group as *NOGROUP, so the ward sees what  *
      *  is holding up inpatient billing.  Report on CASEMIX.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCEPBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASEMIX-RPT ASSIGN TO CASEMIX
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASEMIX-RPT
           RECORDING MODE IS F.
       01  CASEMIX-RPT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCEPBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-LAST-WARD                PIC X(4) VALUE LOW-VALUES.

       01  WS-COUNTERS.
           03 WS-GROUPS-LISTED         PIC 9(7) VALUE ZERO.
           03 WS-WARD-STAYS            PIC 9(7) VALUE ZERO.
           03 WS-WARD-BED-DAYS         PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-STAYS           PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-BED-DAYS        PIC 9(7) VALUE ZERO.
           03 WS-UNCODED-STAYS         PIC 9(7) VALUE ZERO.
           03 WS-UNGROUPED-STAYS       PIC 9(7) VALUE ZERO.

       01  WS-AVERAGE-LOS              PIC 9(5)V9 VALUE ZERO.

       01  WS-PERIOD-LINE.
           03 FILLER                   PIC X(23)
                                        VALUE 'Stays discharged from '.
           03 WS-PL-START              PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' to '.
           03 WS-PL-END                PIC X(10).

       01  WS-WARD-HEADER.
           03 FILLER                   PIC X(5) VALUE 'WARD '.
           03 WS-WH-WARD               PIC X(6).

       01  WS-REPORT-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-GROUP             PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DESC              PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-STAYS             PIC Z(6)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-BED-DAYS          PIC Z(6)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-AVERAGE-LOS       PIC ZZZZ9.9.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-MONTH.
           03 DB2-MONTH-START          PIC X(10).
           03 DB2-MONTH-END            PIC X(10).

       01  DB2-CASEMIX.
           03 DB2-WARD                 PIC X(4).
           03 DB2-GROUP                PIC X(8).
           03 DB2-GROUP-DESC           PIC X(30).
           03 DB2-STAYS                PIC S9(9) COMP.
           03 DB2-BED-DAYS             PIC S9(9) COMP.

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
           PERFORM LIST-ONE-GROUP UNTIL WS-EOF.
           PERFORM CLOSE-LAST-WARD.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCEPBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCEPBJ02 - MONTHLY CASE-MIX SUMMARY STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior month
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT CASEMIX-RPT.

           MOVE BD-ASOF-HEADER TO CASEMIX-RPT-LINE
           WRITE CASEMIX-RPT-LINE.

      *    the calendar month before the one the as-of date is in
           EXEC SQL
               SELECT CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - 1 MONTH, ISO),
                      CHAR(DATE(:BD-ASOF-DATE)
                             - DAY(DATE(:BD-ASOF-DATE)) DAYS, ISO)
                 INTO :DB2-MONTH-START, :DB2-MONTH-END
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCEPBJ02 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM OPEN-CASEMIX-CURSOR
           END-IF.

       OPEN-CASEMIX-CURSOR.
           MOVE DB2-MONTH-START TO WS-PL-START
           MOVE DB2-MONTH-END   TO WS-PL-END
           MOVE WS-PERIOD-LINE  TO CASEMIX-RPT-LINE
           WRITE CASEMIX-RPT-LINE.

           MOVE '  Group     Description                   '
             &  '    Stays Bed Days  Avg LOS' TO CASEMIX-RPT-LINE
           WRITE CASEMIX-RPT-LINE.

      *    Stays by ward and group; bed days count midnights, so a
      *    same-day stay is none
           EXEC SQL
               DECLARE EPMCSR CURSOR FOR
               SELECT E.WARD, E.GRP, COUNT(*), SUM(E.LOS)
                 FROM (
                   SELECT WARDCODE AS WARD,
                          CASE WHEN STATUS = 'P'
                                    THEN '*UNCODED'
                               WHEN CASEMIXGROUP = ' '
                                    THEN '*NOGROUP'
                               ELSE CASEMIXGROUP
                          END AS GRP,
                          DAYS(DATE(DISCHDATETIME))
                            - DAYS(DATE(ADMITDATETIME)) AS LOS
                     FROM CODEEPISODE
                    WHERE DATE(DISCHDATETIME)
                          BETWEEN DATE(:DB2-MONTH-START)
                              AND DATE(:DB2-MONTH-END)
                      ) AS E
                GROUP BY E.WARD, E.GRP
                ORDER BY E.WARD, E.GRP
           END-EXEC.

           EXEC SQL
               OPEN EPMCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCEPBJ02 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-GROUP
           END-IF.

       FETCH-NEXT-GROUP.
           EXEC SQL
               FETCH EPMCSR
                INTO :DB2-WARD, :DB2-GROUP, :DB2-STAYS, :DB2-BED-DAYS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCEPBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-GROUP.
           IF DB2-WARD NOT EQUAL WS-LAST-WARD
              PERFORM CLOSE-LAST-WARD
              IF DB2-WARD EQUAL SPACES
                 MOVE '(NONE)' TO WS-WH-WARD
              ELSE
                 MOVE DB2-WARD TO WS-WH-WARD
              END-IF
              MOVE WS-WARD-HEADER TO CASEMIX-RPT-LINE
              WRITE CASEMIX-RPT-LINE
              MOVE DB2-WARD TO WS-LAST-WARD
              MOVE ZERO TO WS-WARD-STAYS
              MOVE ZERO TO WS-WARD-BED-DAYS
           END-IF

           PERFORM GET-GROUP-DESCRIPTION

           MOVE DB2-GROUP          TO WS-RPT-GROUP
           MOVE DB2-GROUP-DESC     TO WS-RPT-DESC
           MOVE DB2-STAYS          TO WS-RPT-STAYS
           MOVE DB2-BED-DAYS       TO WS-RPT-BED-DAYS
           COMPUTE WS-AVERAGE-LOS ROUNDED = DB2-BED-DAYS / DB2-STAYS
           MOVE WS-AVERAGE-LOS     TO WS-RPT-AVERAGE-LOS
           MOVE WS-REPORT-LINE     TO CASEMIX-RPT-LINE
           WRITE CASEMIX-RPT-LINE

           ADD 1                   TO WS-GROUPS-LISTED
           ADD DB2-STAYS           TO WS-WARD-STAYS
           ADD DB2-STAYS           TO WS-TOTAL-STAYS
           ADD DB2-BED-DAYS        TO WS-WARD-BED-DAYS
           ADD DB2-BED-DAYS        TO WS-TOTAL-BED-DAYS
           IF DB2-GROUP EQUAL '*UNCODED'
              ADD DB2-STAYS        TO WS-UNCODED-STAYS
           END-IF
           IF DB2-GROUP EQUAL '*NOGROUP'
              ADD DB2-STAYS        TO WS-UNGROUPED-STAYS
           END-IF

           PERFORM FETCH-NEXT-GROUP.

       GET-GROUP-DESCRIPTION.
      *    the group's name as the latest grouping table has it
           MOVE SPACES TO DB2-GROUP-DESC
           IF DB2-GROUP(1:1) NOT EQUAL '*'
              EXEC SQL
                  SELECT DESCRIPTION
                    INTO :DB2-GROUP-DESC
                    FROM CASEMIXRULE
                   WHERE GROUPCODE = :DB2-GROUP
                   ORDER BY EFFDATE DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 MOVE SPACES TO DB2-GROUP-DESC
              END-IF
           END-IF.

       CLOSE-LAST-WARD.
           IF WS-LAST-WARD NOT EQUAL LOW-VALUES
              MOVE SPACES             TO WS-RPT-GROUP
              MOVE '  WARD TOTAL'     TO WS-RPT-DESC
              MOVE WS-WARD-STAYS      TO WS-RPT-STAYS
              MOVE WS-WARD-BED-DAYS   TO WS-RPT-BED-DAYS
              COMPUTE WS-AVERAGE-LOS ROUNDED =
                      WS-WARD-BED-DAYS / WS-WARD-STAYS
              MOVE WS-AVERAGE-LOS     TO WS-RPT-AVERAGE-LOS
              MOVE WS-REPORT-LINE     TO CASEMIX-RPT-LINE
              WRITE CASEMIX-RPT-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CASEMIX-RPT-LINE
           WRITE CASEMIX-RPT-LINE.

       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE EPMCSR
              END-EXEC
           END-IF

           MOVE SPACES TO CASEMIX-RPT-LINE
           WRITE CASEMIX-RPT-LINE
           MOVE 'STAYS DISCHARGED'               TO WS-TOTAL-LABEL
           MOVE WS-TOTAL-STAYS                   TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'BED DAYS'                       TO WS-TOTAL-LABEL
           MOVE WS-TOTAL-BED-DAYS                TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'STAYS AWAITING CODING'          TO WS-TOTAL-LABEL
           MOVE WS-UNCODED-STAYS                 TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'STAYS CODED WITH NO GROUP'      TO WS-TOTAL-LABEL
           MOVE WS-UNGROUPED-STAYS               TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE WS-GROUPS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE CASEMIX-RPT.

           DISPLAY 'HCEPBJ02 - MONTH:              ' DB2-MONTH-START.
           DISPLAY 'HCEPBJ02 - STAYS DISCHARGED:   ' WS-TOTAL-STAYS.
           DISPLAY 'HCEPBJ02 - MONTHLY CASE-MIX SUMMARY COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
