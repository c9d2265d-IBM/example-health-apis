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
      *            Monthly Slot Utilisation Report                     *
      *                                                                *
      *   Last calendar month's template sessions (PROVSCHED) set     *
      *  against what was booked into them (APPOINTMENT), provider    *
      *  by provider and clinic by clinic.  Each session on each day  *
      *  of the month its facility was open offers (end - start) /    *
      *  slot minutes slots; an arrived or seen appointment in the    *
      *  session used a slot, one still booked after the day is a    *
      *  DNA, one cancelled within 48 hours of its time is a late     *
      *  cancellation, and slots with no appointment that went ahead  *
      *  are unused.  Utilisation is slots used over slots offered.  *
      *  The five weekday / time bands (AM before 12:00, PM before    *
      *  17:00, EVE after) that wasted the most slots - unused plus   *
      *  DNA - are listed at the end.  Run on the first of the month. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSUBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTIL-RPT ASSIGN TO UTILRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UTIL-RPT
           RECORDING MODE IS F.
       01  UTIL-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCSUBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

      * A cancellation this close to the appointment is counted late
       01  WS-LATE-CANCEL-HOURS        PIC S9(4) COMP VALUE +48.

       01  WS-COUNTERS.
           03 WS-SESSIONS-READ         PIC 9(7) VALUE ZERO.
           03 WS-SESSION-DAYS          PIC 9(7) VALUE ZERO.
           03 WS-DAYS-CLOSED           PIC 9(7) VALUE ZERO.
           03 WS-LINES-LISTED          PIC 9(7) VALUE ZERO.

      * Month being reported
       01  WS-MONTH-FIELDS.
           03 WS-MONTH-START           PIC X(10).
           03 WS-MONTH-START-R REDEFINES WS-MONTH-START.
              05 WS-MONTH-YYYYMM       PIC X(7).
              05 FILLER                PIC X(3).
           03 WS-MONTH-DAYS            PIC S9(4) COMP.
           03 WS-FIRST-WEEKDAY         PIC S9(4) COMP.
           03 WS-DAY-NUMBER            PIC S9(4) COMP.
           03 WS-DAY-DATE              PIC X(10).
           03 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
              05 WS-DD-YYYYMM          PIC X(7).
              05 WS-DD-DASH            PIC X(1).
              05 WS-DD-DAY             PIC 9(2).

      * Session being spread over the month
       01  WS-SESSION-WORK.
           03 WS-TIME-CHAR             PIC X(8).
           03 WS-TIME-CHAR-R REDEFINES WS-TIME-CHAR.
              05 WS-TC-HH              PIC 9(2).
              05 FILLER                PIC X.
              05 WS-TC-MM              PIC 9(2).
              05 FILLER                PIC X(3).
           03 WS-TIME-MINS             PIC S9(4) COMP.
           03 WS-SESS-START-MINS       PIC S9(4) COMP.
           03 WS-SESS-SLOTS            PIC S9(4) COMP.
           03 WS-SESS-BAND             PIC S9(4) COMP.
           03 WS-DAY-OFFERED           PIC S9(4) COMP.
           03 WS-DAY-FILLED            PIC S9(4) COMP.
           03 WS-DAY-UNUSED            PIC S9(4) COMP.

      * Running totals for the provider / clinic being printed, and
      * for the whole report
       01  WS-GROUP-KEY.
           03 WS-GRP-PROVIDER          PIC S9(9) COMP VALUE -1.
           03 WS-GRP-CLINIC            PIC X(20)  VALUE SPACES.
           03 WS-GRP-NAME              PIC X(20)  VALUE SPACES.

       01  WS-GROUP-TOTALS.
           03 WS-GRP-OFFERED           PIC S9(9) COMP.
           03 WS-GRP-USED              PIC S9(9) COMP.
           03 WS-GRP-DNA               PIC S9(9) COMP.
           03 WS-GRP-LATE-CXL          PIC S9(9) COMP.
           03 WS-GRP-UNUSED            PIC S9(9) COMP.

       01  WS-REPORT-TOTALS.
           03 WS-TOT-OFFERED           PIC S9(9) COMP VALUE +0.
           03 WS-TOT-USED              PIC S9(9) COMP VALUE +0.
           03 WS-TOT-DNA               PIC S9(9) COMP VALUE +0.
           03 WS-TOT-LATE-CXL          PIC S9(9) COMP VALUE +0.
           03 WS-TOT-UNUSED            PIC S9(9) COMP VALUE +0.

       01  WS-UTIL-PCT                 PIC S9(3)V9 COMP-3.

      * Wasted slots by ISO weekday (1 Monday) and time band
       01  WS-BAND-TABLE.
           03 WS-BAND-DAY OCCURS 7 TIMES.
              05 WS-BAND OCCURS 3 TIMES.
                 07 WS-BAND-OFFERED    PIC S9(9) COMP.
                 07 WS-BAND-WASTED     PIC S9(9) COMP.
                 07 WS-BAND-LISTED     PIC X(1).

       01  WS-BAND-SEARCH.
           03 WS-BS-DAY                PIC S9(4) COMP.
           03 WS-BS-BAND               PIC S9(4) COMP.
           03 WS-BS-RANK               PIC S9(4) COMP.
           03 WS-BS-BEST-DAY           PIC S9(4) COMP.
           03 WS-BS-BEST-BAND          PIC S9(4) COMP.
           03 WS-BS-BEST-WASTED        PIC S9(9) COMP.

       01  WS-DAY-NAMES                PIC X(21)
                       VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           03 WS-DAY-NAME              PIC X(3) OCCURS 7 TIMES.

       01  WS-BAND-NAMES               PIC X(9) VALUE 'AM PM EVE'.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           03 WS-BAND-NAME             PIC X(3) OCCURS 3 TIMES.

       01  WS-REPORT-LINE.
           03 WS-RPT-PROVIDER          PIC Z(9)9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-NAME              PIC X(15).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-CLINIC            PIC X(12).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-OFFERED           PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-BOOKED            PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-LATE-CXL          PIC ZZ,ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-DNA               PIC ZZ,ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-UNUSED            PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-UTIL              PIC ZZ9.9.

       01  WS-BAND-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-RANK               PIC 9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-DAY                PIC X(3).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-BL-BAND               PIC X(3).
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-BL-OFFERED            PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-BL-WASTED             PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-BL-PCT                PIC ZZ9.9.
           03 FILLER                   PIC X(1) VALUE '%'.

       01  WS-CURSOR-ROW.
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.
           03 DB2-PROVIDER-NAME        PIC X(20).
           03 DB2-CLINIC               PIC X(20).
           03 DB2-FACILITY             PIC X(4).
           03 DB2-WEEKDAY              PIC S9(4) COMP.
           03 DB2-SESS-START           PIC X(8).
           03 DB2-SESS-END             PIC X(8).
           03 DB2-SLOT-MINS            PIC S9(4) COMP.

       01  WS-DAY-COUNTS.
           03 DB2-CLOSURES             PIC S9(9) COMP.
           03 DB2-USED                 PIC S9(9) COMP.
           03 DB2-DNA                  PIC S9(9) COMP.
           03 DB2-LATE-CXL             PIC S9(9) COMP.

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

           PERFORM INITIALIZE-JOB THRU INITIALIZE-JOB-EXIT.
           PERFORM PROCESS-SESSION UNTIL WS-EOF.
           PERFORM WRITE-GROUP-LINE THRU WRITE-GROUP-LINE-EXIT.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM LIST-WASTED-BANDS.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCSUBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCSUBJ01 - SLOT UTILISATION REPORT STARTING'.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT UTIL-RPT.

           MOVE BD-ASOF-HEADER TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE.

           INITIALIZE WS-BAND-TABLE
           INITIALIZE WS-GROUP-TOTALS

      *    the calendar month before the business date - its first
      *    day, the weekday that falls on and how many days it has
           EXEC SQL
               SELECT CHAR(DATE(:BD-ASOF-DATE)
                      - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS - 1 MONTH,
                           ISO)
                 INTO :WS-MONTH-START
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE EQUAL 0
              EXEC SQL
                  SELECT DAYOFWEEK_ISO(DATE(:WS-MONTH-START)),
                         DAY(LAST_DAY(DATE(:WS-MONTH-START)))
                    INTO :WS-FIRST-WEEKDAY, :WS-MONTH-DAYS
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSUBJ01 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-JOB-EXIT
           END-IF

           MOVE SPACES TO UTIL-RPT-LINE
           STRING 'APPOINTMENT SLOT UTILISATION FOR '
                                           DELIMITED BY SIZE
                  WS-MONTH-YYYYMM          DELIMITED BY SIZE
                  ' - SLOTS OFFERED IN TEMPLATE SESSIONS AGAINST '
                                           DELIMITED BY SIZE
                  'BOOKINGS'               DELIMITED BY SIZE
             INTO UTIL-RPT-LINE
           END-STRING
           WRITE UTIL-RPT-LINE.

           MOVE '  Provider Name            Clinic       Offered  '
             &  'Booked Late-Cx    DNA  Unused  Util%' TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE.

      *    every template session, grouped for the provider / clinic
      *    lines
           EXEC SQL
               DECLARE SUCSR CURSOR FOR
               SELECT S.PROVIDERID,
                      VALUE(( SELECT V.LASTNAME FROM PROVIDER V
                               WHERE V.PROVIDERID = S.PROVIDERID ),
                            ' '),
                      VALUE(S.CLINIC, ' '), VALUE(S.FACILITY, ' '),
                      S.WEEKDAY, S.STARTTIME, S.ENDTIME, S.SLOTMINS
                 FROM PROVSCHED S
                ORDER BY S.PROVIDERID, 3, S.WEEKDAY, S.STARTTIME
           END-EXEC.

           EXEC SQL
               OPEN SUCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSUBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-SESSION
           END-IF.

       INITIALIZE-JOB-EXIT.
           EXIT.

       FETCH-NEXT-SESSION.
           EXEC SQL
               FETCH SUCSR
                INTO :DB2-PROVIDER-ID, :DB2-PROVIDER-NAME,
                     :DB2-CLINIC, :DB2-FACILITY, :DB2-WEEKDAY,
                     :DB2-SESS-START, :DB2-SESS-END, :DB2-SLOT-MINS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SESSIONS-READ
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCSUBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       PROCESS-SESSION.
           IF DB2-PROVIDER-ID NOT EQUAL WS-GRP-PROVIDER OR
              DB2-CLINIC NOT EQUAL WS-GRP-CLINIC
              PERFORM WRITE-GROUP-LINE THRU WRITE-GROUP-LINE-EXIT
              MOVE DB2-PROVIDER-ID   TO WS-GRP-PROVIDER
              MOVE DB2-CLINIC        TO WS-GRP-CLINIC
              MOVE DB2-PROVIDER-NAME TO WS-GRP-NAME
           END-IF

      *    slots in the session and the band its start falls in
           MOVE DB2-SESS-START TO WS-TIME-CHAR
           PERFORM TIME-TO-MINUTES
           MOVE WS-TIME-MINS TO WS-SESS-START-MINS
           MOVE DB2-SESS-END TO WS-TIME-CHAR
           PERFORM TIME-TO-MINUTES
           IF DB2-SLOT-MINS > 0
              COMPUTE WS-SESS-SLOTS =
                  (WS-TIME-MINS - WS-SESS-START-MINS) / DB2-SLOT-MINS
           ELSE
              MOVE ZERO TO WS-SESS-SLOTS
           END-IF

           EVALUATE TRUE
             WHEN WS-SESS-START-MINS < 720
               MOVE 1 TO WS-SESS-BAND
             WHEN WS-SESS-START-MINS < 1020
               MOVE 2 TO WS-SESS-BAND
             WHEN OTHER
               MOVE 3 TO WS-SESS-BAND
           END-EVALUATE

      *    the first day of the month on the session's weekday, then
      *    every seventh day after it
           IF DB2-WEEKDAY >= 1 AND DB2-WEEKDAY <= 7
              COMPUTE WS-DAY-NUMBER =
                  DB2-WEEKDAY - WS-FIRST-WEEKDAY + 1
              IF WS-DAY-NUMBER < 1
                 ADD 7 TO WS-DAY-NUMBER
              END-IF
              PERFORM COUNT-SESSION-DAY THRU COUNT-SESSION-DAY-EXIT
                  UNTIL WS-DAY-NUMBER > WS-MONTH-DAYS
                     OR JC-RETURN-CODE EQUAL 8
           END-IF

           PERFORM FETCH-NEXT-SESSION.

       COUNT-SESSION-DAY.
           MOVE WS-MONTH-YYYYMM TO WS-DD-YYYYMM
           MOVE '-'             TO WS-DD-DASH
           MOVE WS-DAY-NUMBER   TO WS-DD-DAY
           ADD 7 TO WS-DAY-NUMBER

      *    nothing was offered while the facility was closed
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CLOSURES
                 FROM FACCLOSE
                WHERE FACILITY  = :DB2-FACILITY
                  AND CLOSEDATE = :WS-DAY-DATE
                  AND (STARTTIME = ' '
                       OR (STARTTIME <= :DB2-SESS-START
                           AND ENDTIME > :DB2-SESS-START))
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSUBJ01 - SELECT FACCLOSE FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO COUNT-SESSION-DAY-EXIT
           END-IF

           IF DB2-CLOSURES > 0
              ADD 1 TO WS-DAYS-CLOSED
              GO TO COUNT-SESSION-DAY-EXIT
           END-IF

           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN STATUS IN ('A', 'S')
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN STATUS = 'B'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE
                           WHEN STATUS <> 'C' THEN 0
                           WHEN VALUE(CANCELDATETIME, ' ') = ' ' THEN 0
                           WHEN TIMESTAMP(CANCELDATETIME) >
                                TIMESTAMP(
                                  DATE(SUBSTR(APPTDATETIME, 1, 10)),
                                  TIME(SUBSTR(APPTDATETIME, 12, 8)))
                                - :WS-LATE-CANCEL-HOURS HOURS
                           THEN 1 ELSE 0 END), 0)
                 INTO :DB2-USED, :DB2-DNA, :DB2-LATE-CXL
                 FROM APPOINTMENT
                WHERE PROVIDERID = :DB2-PROVIDER-ID
                  AND SUBSTR(APPTDATETIME, 1, 10) = :WS-DAY-DATE
                  AND SUBSTR(APPTDATETIME, 12, 8) >= :DB2-SESS-START
                  AND SUBSTR(APPTDATETIME, 12, 8) <  :DB2-SESS-END
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSUBJ01 - SELECT APPOINTMENT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO COUNT-SESSION-DAY-EXIT
           END-IF

           ADD 1 TO WS-SESSION-DAYS
           MOVE WS-SESS-SLOTS TO WS-DAY-OFFERED
           COMPUTE WS-DAY-FILLED = DB2-USED + DB2-DNA
           IF WS-DAY-FILLED < WS-DAY-OFFERED
              COMPUTE WS-DAY-UNUSED = WS-DAY-OFFERED - WS-DAY-FILLED
           ELSE
              MOVE ZERO TO WS-DAY-UNUSED
           END-IF

           ADD WS-DAY-OFFERED TO WS-GRP-OFFERED
           ADD DB2-USED       TO WS-GRP-USED
           ADD DB2-DNA        TO WS-GRP-DNA
           ADD DB2-LATE-CXL   TO WS-GRP-LATE-CXL
           ADD WS-DAY-UNUSED  TO WS-GRP-UNUSED

           ADD WS-DAY-OFFERED
               TO WS-BAND-OFFERED(DB2-WEEKDAY, WS-SESS-BAND)
           COMPUTE WS-BAND-WASTED(DB2-WEEKDAY, WS-SESS-BAND) =
                   WS-BAND-WASTED(DB2-WEEKDAY, WS-SESS-BAND)
                 + WS-DAY-UNUSED + DB2-DNA.

       COUNT-SESSION-DAY-EXIT.
           EXIT.

       WRITE-GROUP-LINE.
      *    nothing to print before the first session is read
           IF WS-GRP-PROVIDER < 0
              GO TO WRITE-GROUP-LINE-EXIT
           END-IF

           MOVE SPACES          TO WS-REPORT-LINE
           MOVE WS-GRP-PROVIDER TO WS-RPT-PROVIDER
           MOVE WS-GRP-NAME     TO WS-RPT-NAME
           MOVE WS-GRP-CLINIC   TO WS-RPT-CLINIC
           PERFORM FORMAT-COUNTS

           MOVE WS-REPORT-LINE TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE
           ADD 1 TO WS-LINES-LISTED

           ADD WS-GRP-OFFERED  TO WS-TOT-OFFERED
           ADD WS-GRP-USED     TO WS-TOT-USED
           ADD WS-GRP-DNA      TO WS-TOT-DNA
           ADD WS-GRP-LATE-CXL TO WS-TOT-LATE-CXL
           ADD WS-GRP-UNUSED   TO WS-TOT-UNUSED
           INITIALIZE WS-GROUP-TOTALS.

       WRITE-GROUP-LINE-EXIT.
           EXIT.

       FORMAT-COUNTS.
           MOVE WS-GRP-OFFERED  TO WS-RPT-OFFERED
           COMPUTE WS-RPT-BOOKED = WS-GRP-USED + WS-GRP-DNA
           MOVE WS-GRP-LATE-CXL TO WS-RPT-LATE-CXL
           MOVE WS-GRP-DNA      TO WS-RPT-DNA
           MOVE WS-GRP-UNUSED   TO WS-RPT-UNUSED
           IF WS-GRP-OFFERED > 0
              COMPUTE WS-UTIL-PCT ROUNDED =
                  WS-GRP-USED * 100 / WS-GRP-OFFERED
           ELSE
              MOVE ZERO TO WS-UTIL-PCT
           END-IF
           MOVE WS-UTIL-PCT     TO WS-RPT-UTIL.

       WRITE-REPORT-TOTALS.
           MOVE WS-TOT-OFFERED  TO WS-GRP-OFFERED
           MOVE WS-TOT-USED     TO WS-GRP-USED
           MOVE WS-TOT-DNA      TO WS-GRP-DNA
           MOVE WS-TOT-LATE-CXL TO WS-GRP-LATE-CXL
           MOVE WS-TOT-UNUSED   TO WS-GRP-UNUSED

           MOVE SPACES          TO WS-REPORT-LINE
           MOVE 'ALL'           TO WS-RPT-NAME
           PERFORM FORMAT-COUNTS
           MOVE SPACES TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE
           MOVE WS-REPORT-LINE TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE.

       LIST-WASTED-BANDS.
           MOVE SPACES TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE
           MOVE 'WEEKDAY / TIME BANDS WASTING MOST SLOTS (UNUSED PLUS '
             &  'DNA)' TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE
           MOVE '  Rank Band      Offered    Wasted   Waste'
             TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE

           PERFORM LIST-WORST-BAND THRU LIST-WORST-BAND-EXIT
               VARYING WS-BS-RANK FROM 1 BY 1
               UNTIL WS-BS-RANK > 5.

       LIST-WORST-BAND.
           MOVE ZERO TO WS-BS-BEST-DAY
           MOVE ZERO TO WS-BS-BEST-WASTED
           PERFORM SCAN-BAND-DAY
               VARYING WS-BS-DAY FROM 1 BY 1
               UNTIL WS-BS-DAY > 7

           IF WS-BS-BEST-DAY EQUAL ZERO
              GO TO LIST-WORST-BAND-EXIT
           END-IF

           MOVE 'Y' TO WS-BAND-LISTED(WS-BS-BEST-DAY, WS-BS-BEST-BAND)
           MOVE WS-BS-RANK TO WS-BL-RANK
           MOVE WS-DAY-NAME(WS-BS-BEST-DAY)   TO WS-BL-DAY
           MOVE WS-BAND-NAME(WS-BS-BEST-BAND) TO WS-BL-BAND
           MOVE WS-BAND-OFFERED(WS-BS-BEST-DAY, WS-BS-BEST-BAND)
             TO WS-BL-OFFERED
           MOVE WS-BS-BEST-WASTED TO WS-BL-WASTED
           IF WS-BAND-OFFERED(WS-BS-BEST-DAY, WS-BS-BEST-BAND) > 0
              COMPUTE WS-UTIL-PCT ROUNDED = WS-BS-BEST-WASTED * 100 /
                  WS-BAND-OFFERED(WS-BS-BEST-DAY, WS-BS-BEST-BAND)
           ELSE
              MOVE ZERO TO WS-UTIL-PCT
           END-IF
           MOVE WS-UTIL-PCT TO WS-BL-PCT
           MOVE WS-BAND-LINE TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE.

       LIST-WORST-BAND-EXIT.
           EXIT.

       SCAN-BAND-DAY.
           PERFORM SCAN-BAND
               VARYING WS-BS-BAND FROM 1 BY 1
               UNTIL WS-BS-BAND > 3.

       SCAN-BAND.
           IF WS-BAND-LISTED(WS-BS-DAY, WS-BS-BAND) NOT EQUAL 'Y'
              AND WS-BAND-WASTED(WS-BS-DAY, WS-BS-BAND) >
                  WS-BS-BEST-WASTED
              MOVE WS-BS-DAY  TO WS-BS-BEST-DAY
              MOVE WS-BS-BAND TO WS-BS-BEST-BAND
              MOVE WS-BAND-WASTED(WS-BS-DAY, WS-BS-BAND)
                TO WS-BS-BEST-WASTED
           END-IF.

       TIME-TO-MINUTES.
           COMPUTE WS-TIME-MINS = WS-TC-HH * 60 + WS-TC-MM.

       TERMINATE-JOB.
           MOVE WS-LINES-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE SUCSR
           END-EXEC.

           CLOSE UTIL-RPT.

           DISPLAY 'HCSUBJ01 - SESSIONS READ: ' WS-SESSIONS-READ.
           DISPLAY 'HCSUBJ01 - SESSION DAYS COUNTED: ' WS-SESSION-DAYS.
           DISPLAY 'HCSUBJ01 - SESSION DAYS CLOSED: ' WS-DAYS-CLOSED.
           DISPLAY 'HCSUBJ01 - PROVIDER/CLINIC LINES: ' WS-LINES-LISTED.
           DISPLAY 'HCSUBJ01 - SLOT UTILISATION REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
