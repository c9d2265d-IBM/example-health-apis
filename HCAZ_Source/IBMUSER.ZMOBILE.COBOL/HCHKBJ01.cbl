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
      *            Daily Bed Turnaround Report                         *
      *                                                                *
      *   For every ward, from the BEDCLEAN turnaround rows HCWBDB01  *
      *  keeps: the beds cleaned on the business date with the        *
      *  average and worst minutes from the patient leaving to the    *
      *  bed being marked clean (deep cleans counted separately), the *
      *  admissions into a cleaned bed that day with the average      *
      *  minutes the clean bed stood empty, and the beds still        *
      *  awaiting a clean when the report ran.  Run daily.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCHKBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURN-RPT ASSIGN TO TURNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TURN-RPT
           RECORDING MODE IS F.
       01  TURN-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCHKBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-WARDS-LISTED          PIC 9(5) VALUE ZERO.
           03 WS-TOTAL-CLEANS          PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-ADMITS          PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-WAITING         PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-RPT-WARD              PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CLEANS            PIC ZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DEEP              PIC ZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-AVG-CLEAN         PIC ZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-MAX-CLEAN         PIC ZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-ADMITS            PIC ZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-AVG-IDLE          PIC ZZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-WAITING           PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           03 FILLER                   PIC X(6) VALUE 'ALL   '.
           03 WS-TL-CLEANS             PIC ZZZZ9.
           03 FILLER                   PIC X(25) VALUE SPACES.
           03 WS-TL-ADMITS             PIC ZZZZ9.
           03 FILLER                   PIC X(11) VALUE SPACES.
           03 WS-TL-WAITING            PIC ZZZZ9.

       01  WS-CURSOR-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-CLEAN-COUNT          PIC S9(9) COMP.
           03 DB2-DEEP-COUNT           PIC S9(9) COMP.
           03 DB2-AVG-CLEAN            PIC S9(9) COMP.
           03 DB2-MAX-CLEAN            PIC S9(9) COMP.
           03 DB2-ADMIT-COUNT          PIC S9(9) COMP.
           03 DB2-AVG-IDLE             PIC S9(9) COMP.
           03 DB2-WAITING              PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

       COPY HCRDWS.

       COPY HCBDWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM WRITE-WARD-LINE UNTIL WS-EOF.
           PERFORM WRITE-TOTAL-LINE.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCHKBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCHKBJ01 - BED TURNAROUND REPORT STARTING'.

      *    Turnarounds are reported for the business date; an as-of
      *    date on SYSIN reruns the report for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT TURN-RPT.

           MOVE BD-ASOF-HEADER TO TURN-RPT-LINE
           WRITE TURN-RPT-LINE.

           MOVE 'BED TURNAROUND - MINUTES DISCHARGE TO CLEAN AND '
             &  'CLEAN TO NEXT ADMISSION' TO TURN-RPT-LINE
           WRITE TURN-RPT-LINE.

           MOVE 'Ward  Clean   Deep  AvgMin  MaxMin  Admit  IdleMin'
             &  '  Dirty' TO TURN-RPT-LINE
           WRITE TURN-RPT-LINE.

      *    Cleans finished and admissions into a cleaned bed on the
      *    business date, and the beds still awaiting a clean, for
      *    every ward with beds on the reference
           EXEC SQL
               DECLARE TRNCSR CURSOR FOR
               SELECT W.WARDCODE,
                      ( SELECT COUNT(*)
                          FROM BEDCLEAN C
                         WHERE C.WARDCODE = W.WARDCODE
                           AND DATE(C.CLEANEDDATETIME) =
                               DATE(:BD-ASOF-DATE) ),
                      ( SELECT COUNT(*)
                          FROM BEDCLEAN C
                         WHERE C.WARDCODE = W.WARDCODE
                           AND C.CLEANTYPE = 'D'
                           AND DATE(C.CLEANEDDATETIME) =
                               DATE(:BD-ASOF-DATE) ),
                      VALUE(( SELECT AVG(TIMESTAMPDIFF(4,
                                  CHAR(TIMESTAMP(C.CLEANEDDATETIME) -
                                       TIMESTAMP(C.RELEASEDDATETIME))))
                                FROM BEDCLEAN C
                               WHERE C.WARDCODE = W.WARDCODE
                                 AND DATE(C.CLEANEDDATETIME) =
                                     DATE(:BD-ASOF-DATE) ), 0),
                      VALUE(( SELECT MAX(TIMESTAMPDIFF(4,
                                  CHAR(TIMESTAMP(C.CLEANEDDATETIME) -
                                       TIMESTAMP(C.RELEASEDDATETIME))))
                                FROM BEDCLEAN C
                               WHERE C.WARDCODE = W.WARDCODE
                                 AND DATE(C.CLEANEDDATETIME) =
                                     DATE(:BD-ASOF-DATE) ), 0),
                      ( SELECT COUNT(*)
                          FROM BEDCLEAN C
                         WHERE C.WARDCODE = W.WARDCODE
                           AND DATE(C.NEXTADMITDATETIME) =
                               DATE(:BD-ASOF-DATE) ),
                      VALUE(( SELECT AVG(TIMESTAMPDIFF(4,
                                  CHAR(TIMESTAMP(C.NEXTADMITDATETIME) -
                                       TIMESTAMP(C.CLEANEDDATETIME))))
                                FROM BEDCLEAN C
                               WHERE C.WARDCODE = W.WARDCODE
                                 AND DATE(C.NEXTADMITDATETIME) =
                                     DATE(:BD-ASOF-DATE) ), 0),
                      SUM(CASE WHEN VALUE(W.CLEANSTATUS, 'C') <> 'C'
                               THEN 1 ELSE 0 END)
                 FROM BED W
                GROUP BY W.WARDCODE
                ORDER BY W.WARDCODE
           END-EXEC.

           EXEC SQL
               OPEN TRNCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCHKBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-WARD
           END-IF.

       FETCH-NEXT-WARD.
           EXEC SQL
               FETCH TRNCSR
                INTO :DB2-WARD, :DB2-CLEAN-COUNT, :DB2-DEEP-COUNT,
                     :DB2-AVG-CLEAN, :DB2-MAX-CLEAN,
                     :DB2-ADMIT-COUNT, :DB2-AVG-IDLE, :DB2-WAITING
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCHKBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-WARD-LINE.
           MOVE SPACES          TO WS-REPORT-LINE
           MOVE DB2-WARD        TO WS-RPT-WARD
           MOVE DB2-CLEAN-COUNT TO WS-RPT-CLEANS
           MOVE DB2-DEEP-COUNT  TO WS-RPT-DEEP
           MOVE DB2-AVG-CLEAN   TO WS-RPT-AVG-CLEAN
           MOVE DB2-MAX-CLEAN   TO WS-RPT-MAX-CLEAN
           MOVE DB2-ADMIT-COUNT TO WS-RPT-ADMITS
           MOVE DB2-AVG-IDLE    TO WS-RPT-AVG-IDLE
           MOVE DB2-WAITING     TO WS-RPT-WAITING
           MOVE WS-REPORT-LINE  TO TURN-RPT-LINE
           WRITE TURN-RPT-LINE

           ADD 1               TO WS-WARDS-LISTED
           ADD DB2-CLEAN-COUNT TO WS-TOTAL-CLEANS
           ADD DB2-ADMIT-COUNT TO WS-TOTAL-ADMITS
           ADD DB2-WAITING     TO WS-TOTAL-WAITING
           PERFORM FETCH-NEXT-WARD.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-CLEANS  TO WS-TL-CLEANS
           MOVE WS-TOTAL-ADMITS  TO WS-TL-ADMITS
           MOVE WS-TOTAL-WAITING TO WS-TL-WAITING
           MOVE WS-TOTAL-LINE    TO TURN-RPT-LINE
           WRITE TURN-RPT-LINE.

       TERMINATE-JOB.
           MOVE WS-WARDS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE TRNCSR
           END-EXEC.

           CLOSE TURN-RPT.

           DISPLAY 'HCHKBJ01 - WARDS LISTED: ' WS-WARDS-LISTED.
           DISPLAY 'HCHKBJ01 - BEDS CLEANED: ' WS-TOTAL-CLEANS.
           DISPLAY 'HCHKBJ01 - BEDS AWAITING CLEAN: ' WS-TOTAL-WAITING.
           DISPLAY 'HCHKBJ01 - BED TURNAROUND REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
