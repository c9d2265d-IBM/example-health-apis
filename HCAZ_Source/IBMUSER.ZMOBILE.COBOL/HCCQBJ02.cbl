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
      *            Complaints and Compliments Themes Report            *
      *                                                                *
      *   For every case received in the report quarter, counts        *
      *  complaints and compliments side by side by category, by       *
      *  facility and ward, and by member of staff named where a       *
      *  name comes up more than once - the themes the patient         *
      *  experience group reviews.  Closing totals give the            *
      *  complaints acknowledged and responded to on time.             *
      *                                                                *
      *   The report quarter is the calendar quarter before the one    *
      *  the as-of date is in; an as-of date on SYSIN reruns an        *
      *  earlier quarter.  Report on CMPTHEME.  Run quarterly.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCQBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THEMES-RPT ASSIGN TO CMPTHEME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  THEMES-RPT
           RECORDING MODE IS F.
       01  THEMES-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCQBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-LAST-SECTION             PIC X(1) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-THEME-LINES           PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-COMPLAINTS      PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-COMPLIMENTS     PIC 9(7) VALUE ZERO.

       01  WS-RATE                     PIC 9(3)V9 VALUE ZERO.

       01  WS-PERIOD-LINE.
           03 FILLER                   PIC X(15)
                                        VALUE 'Cases received '.
           03 WS-PL-START              PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' to '.
           03 WS-PL-END                PIC X(10).

       01  WS-SECTION-HEADER           PIC X(60).

       01  WS-THEME-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-TL-KEY                PIC X(30).
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-TL-COMPLAINTS         PIC Z(6)9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-TL-COMPLIMENTS        PIC Z(6)9.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-RATE-LINE.
           03 WS-RL-LABEL              PIC X(40).
           03 WS-RL-MET                PIC Z(8)9.
           03 FILLER                   PIC X(4) VALUE ' of '.
           03 WS-RL-DUE                PIC Z(6)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-RATE               PIC ZZ9.9.
           03 FILLER                   PIC X(1) VALUE '%'.

       01  WS-QUARTER.
           03 DB2-QTR-START            PIC X(10).
           03 DB2-QTR-END              PIC X(10).

       01  DB2-THEME.
           03 DB2-SECTION              PIC X(1).
           03 DB2-THEME-KEY            PIC X(30).
           03 DB2-COMPLAINTS           PIC S9(9) COMP.
           03 DB2-COMPLIMENTS          PIC S9(9) COMP.

       01  DB2-TIMELINESS.
           03 DB2-ACK-DUE              PIC S9(9) COMP.
           03 DB2-ACK-MET              PIC S9(9) COMP.
           03 DB2-RESP-DUE             PIC S9(9) COMP.
           03 DB2-RESP-MET             PIC S9(9) COMP.

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
           PERFORM LIST-ONE-THEME UNTIL WS-EOF.
           PERFORM WRITE-TIMELINESS THRU WRITE-TIMELINESS-EXIT.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCCQBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCCQBJ02 - COMPLAINT THEMES REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for an earlier
      *    quarter
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT THEMES-RPT.

           MOVE BD-ASOF-HEADER TO THEMES-RPT-LINE
           WRITE THEMES-RPT-LINE.

      *    the calendar quarter before the one the as-of date is in
           EXEC SQL
               SELECT CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - MOD(MONTH(DATE(:BD-ASOF-DATE)) - 1, 3)
                               MONTHS
                             - 3 MONTHS, ISO),
                      CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - MOD(MONTH(DATE(:BD-ASOF-DATE)) - 1, 3)
                               MONTHS
                             - 1 DAY, ISO)
                 INTO :DB2-QTR-START, :DB2-QTR-END
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCQBJ02 - QUARTER DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM OPEN-THEME-CURSOR
           END-IF.

       OPEN-THEME-CURSOR.
           MOVE DB2-QTR-START   TO WS-PL-START
           MOVE DB2-QTR-END     TO WS-PL-END
           MOVE WS-PERIOD-LINE  TO THEMES-RPT-LINE
           WRITE THEMES-RPT-LINE.

      *    Complaints and compliments received in the quarter - by
      *    category (C), by facility and ward (L), and by staff name
      *    where the same name is given on more than one case (S)
           EXEC SQL
               DECLARE CQTCSR CURSOR FOR
               SELECT 'C', CATEGORY,
                      SUM(CASE WHEN CASETYPE = 'C'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CASETYPE = 'P'
                               THEN 1 ELSE 0 END)
                 FROM COMPLAINT
                WHERE RECEIVEDDATE BETWEEN DATE(:DB2-QTR-START)
                                       AND DATE(:DB2-QTR-END)
                GROUP BY CATEGORY
               UNION ALL
               SELECT 'L', VALUE(FACILITY, ' ') || ' '
                             || VALUE(WARDCODE, ' '),
                      SUM(CASE WHEN CASETYPE = 'C'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CASETYPE = 'P'
                               THEN 1 ELSE 0 END)
                 FROM COMPLAINT
                WHERE RECEIVEDDATE BETWEEN DATE(:DB2-QTR-START)
                                       AND DATE(:DB2-QTR-END)
                GROUP BY VALUE(FACILITY, ' ') || ' '
                             || VALUE(WARDCODE, ' ')
               UNION ALL
               SELECT 'S', UPPER(STAFFNAMED),
                      SUM(CASE WHEN CASETYPE = 'C'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CASETYPE = 'P'
                               THEN 1 ELSE 0 END)
                 FROM COMPLAINT
                WHERE RECEIVEDDATE BETWEEN DATE(:DB2-QTR-START)
                                       AND DATE(:DB2-QTR-END)
                  AND VALUE(STAFFNAMED, ' ') <> ' '
                GROUP BY UPPER(STAFFNAMED)
               HAVING COUNT(*) > 1
                ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
               OPEN CQTCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCQBJ02 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-THEME
           END-IF.

       FETCH-NEXT-THEME.
           EXEC SQL
               FETCH CQTCSR
                INTO :DB2-SECTION, :DB2-THEME-KEY,
                     :DB2-COMPLAINTS, :DB2-COMPLIMENTS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCCQBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-THEME.
           IF DB2-SECTION NOT EQUAL WS-LAST-SECTION
              EVALUATE DB2-SECTION
                WHEN 'C'
                  MOVE 'BY CATEGORY'          TO WS-SECTION-HEADER
                WHEN 'L'
                  MOVE 'BY FACILITY AND WARD' TO WS-SECTION-HEADER
                WHEN OTHER
                  MOVE 'STAFF NAMED ON MORE THAN ONE CASE'
                    TO WS-SECTION-HEADER
              END-EVALUATE
              MOVE SPACES TO THEMES-RPT-LINE
              WRITE THEMES-RPT-LINE
              MOVE WS-SECTION-HEADER TO THEMES-RPT-LINE
              WRITE THEMES-RPT-LINE
              MOVE '  Key                               Complaints  Com'
                &  'pliments' TO THEMES-RPT-LINE
              WRITE THEMES-RPT-LINE
              MOVE DB2-SECTION TO WS-LAST-SECTION
           END-IF

           IF DB2-THEME-KEY EQUAL SPACES
              MOVE '(NONE)'        TO WS-TL-KEY
           ELSE
              MOVE DB2-THEME-KEY   TO WS-TL-KEY
           END-IF
           MOVE DB2-COMPLAINTS     TO WS-TL-COMPLAINTS
           MOVE DB2-COMPLIMENTS    TO WS-TL-COMPLIMENTS
           MOVE WS-THEME-LINE      TO THEMES-RPT-LINE
           WRITE THEMES-RPT-LINE
           ADD 1 TO WS-THEME-LINES

      *    the category section alone gives the quarter's totals
           IF DB2-SECTION EQUAL 'C'
              ADD DB2-COMPLAINTS   TO WS-TOTAL-COMPLAINTS
              ADD DB2-COMPLIMENTS  TO WS-TOTAL-COMPLIMENTS
           END-IF

           PERFORM FETCH-NEXT-THEME.

      *----------------------------------------------------------------*
       WRITE-TIMELINESS.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE CQTCSR
              END-EXEC
           ELSE
              GO TO WRITE-TIMELINESS-EXIT
           END-IF

           MOVE SPACES TO THEMES-RPT-LINE
           WRITE THEMES-RPT-LINE
           MOVE 'COMPLAINTS RECEIVED'            TO WS-TOTAL-LABEL
           MOVE WS-TOTAL-COMPLAINTS              TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'COMPLIMENTS RECEIVED'           TO WS-TOTAL-LABEL
           MOVE WS-TOTAL-COMPLIMENTS             TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE

      *    Of the complaint steps falling due in the quarter, those
      *    taken by their due date
           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN ACKDUEDATE
                                     BETWEEN DATE(:DB2-QTR-START)
                                         AND DATE(:DB2-QTR-END)
                                THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN ACKDUEDATE
                                     BETWEEN DATE(:DB2-QTR-START)
                                         AND DATE(:DB2-QTR-END)
                                 AND ACKSENTDATE <= ACKDUEDATE
                                THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN RESPDUEDATE
                                     BETWEEN DATE(:DB2-QTR-START)
                                         AND DATE(:DB2-QTR-END)
                                THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN RESPDUEDATE
                                     BETWEEN DATE(:DB2-QTR-START)
                                         AND DATE(:DB2-QTR-END)
                                 AND RESPONDEDDATE <= RESPDUEDATE
                                THEN 1 ELSE 0 END), 0)
                 INTO :DB2-ACK-DUE, :DB2-ACK-MET,
                      :DB2-RESP-DUE, :DB2-RESP-MET
                 FROM COMPLAINT
                WHERE CASETYPE = 'C'
                  AND ( ACKDUEDATE BETWEEN DATE(:DB2-QTR-START)
                                       AND DATE(:DB2-QTR-END)
                     OR RESPDUEDATE BETWEEN DATE(:DB2-QTR-START)
                                        AND DATE(:DB2-QTR-END) )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCQBJ02 - TIMELINESS FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO WRITE-TIMELINESS-EXIT
           END-IF

           MOVE 'ACKNOWLEDGED ON TIME'  TO WS-RL-LABEL
           MOVE DB2-ACK-MET             TO WS-RL-MET
           MOVE DB2-ACK-DUE             TO WS-RL-DUE
           IF DB2-ACK-DUE > 0
              COMPUTE WS-RATE ROUNDED =
                      DB2-ACK-MET * 100 / DB2-ACK-DUE
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF
           MOVE WS-RATE                 TO WS-RL-RATE
           MOVE WS-RATE-LINE            TO THEMES-RPT-LINE
           WRITE THEMES-RPT-LINE

           MOVE 'RESPONDED TO ON TIME'  TO WS-RL-LABEL
           MOVE DB2-RESP-MET            TO WS-RL-MET
           MOVE DB2-RESP-DUE            TO WS-RL-DUE
           IF DB2-RESP-DUE > 0
              COMPUTE WS-RATE ROUNDED =
                      DB2-RESP-MET * 100 / DB2-RESP-DUE
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF
           MOVE WS-RATE                 TO WS-RL-RATE
           MOVE WS-RATE-LINE            TO THEMES-RPT-LINE
           WRITE THEMES-RPT-LINE.

       WRITE-TIMELINESS-EXIT.
           EXIT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO THEMES-RPT-LINE
           WRITE THEMES-RPT-LINE.

       TERMINATE-JOB.
           MOVE WS-THEME-LINES TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE THEMES-RPT.

           DISPLAY 'HCCQBJ02 - QUARTER:            ' DB2-QTR-START.
           DISPLAY 'HCCQBJ02 - COMPLAINTS:         '
                    WS-TOTAL-COMPLAINTS.
           DISPLAY 'HCCQBJ02 - COMPLIMENTS:        '
                    WS-TOTAL-COMPLIMENTS.
           DISPLAY 'HCCQBJ02 - COMPLAINT THEMES REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
