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
      *                Theatre Session Utilisation                     *
      *                                                                *
      *   For the theatre manager: every session held in the 28 days   *
      *  to the business date with its length, the minutes booked by   *
      *  the cases still on the list, the cases booked and cancelled   *
      *  and the percentage of the session used, then the totals.      *
      *  A date on SYSIN reruns the report for a prior period.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTHBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTIL-RPT ASSIGN TO THUTIL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UTIL-RPT
           RECORDING MODE IS F.
       01  UTIL-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCTHBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-SESSIONS-LISTED       PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-MINUTES         PIC 9(9) VALUE ZERO.
           03 WS-TOTAL-BOOKED          PIC 9(9) VALUE ZERO.
           03 WS-TOTAL-CASES           PIC 9(7) VALUE ZERO.
           03 WS-TOTAL-CANCELLED       PIC 9(7) VALUE ZERO.

       01  WS-PERCENT                  PIC 9(3)V9 VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-RPT-SESSION-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-ROOM              PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-FACILITY          PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DATE              PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-START             PIC X(5).
           03 FILLER                   PIC X(1) VALUE '-'.
           03 WS-RPT-END               PIC X(5).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-MINUTES           PIC ZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-BOOKED            PIC ZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CASES             PIC ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CANCELLED         PIC ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PERCENT           PIC ZZ9.9.

       01  WS-TOTAL-LINE.
           03 WS-TOT-LABEL             PIC X(30).
           03 WS-TOT-VALUE             PIC ZZZZZZZZ9.
           03 WS-TOT-PERCENT REDEFINES WS-TOT-VALUE
                                       PIC ZZZZZZ9.9.

       01  WS-CURSOR-ROW.
           03 DB2-SESSION-ID           PIC S9(9) COMP.
           03 DB2-ROOM                 PIC X(8).
           03 DB2-FACILITY             PIC X(4).
           03 DB2-SESS-DATE            PIC X(10).
           03 DB2-START                PIC X(8).
           03 DB2-END                  PIC X(8).
           03 DB2-SESS-MINUTES         PIC S9(9) COMP.
           03 DB2-BOOKED-MINUTES       PIC S9(9) COMP.
           03 DB2-CASES                PIC S9(9) COMP.
           03 DB2-CANCELLED            PIC S9(9) COMP.

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
           PERFORM WRITE-SESSION-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCTHBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCTHBJ02 - THEATRE UTILISATION STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior period
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT UTIL-RPT.

           MOVE BD-ASOF-HEADER TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE.
           MOVE 'THEATRE SESSION UTILISATION - 28 DAYS TO AS-OF DATE'
             TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE.

           MOVE 'Session Id  Room      Fac   Date        Times        '
             &  'Mins  Booked  Cas  Cxl    Used%' TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE.

      *    Booked minutes count only cases still on the list; the
      *    cancelled count shows how much of the gap was late
      *    cancellation rather than an under-booked session
           EXEC SQL
               DECLARE THUCSR CURSOR FOR
               SELECT S.SESSIONID, S.ROOM, S.FACILITY,
                      CHAR(S.SESSDATE, ISO), S.STARTTIME, S.ENDTIME,
                      S.SESSMINUTES,
                      VALUE(( SELECT SUM(C.ESTMINUTES)
                                FROM THEATRECASE C
                               WHERE C.SESSIONID = S.SESSIONID
                                 AND C.STATUS    = 'B' ), 0),
                      ( SELECT COUNT(*) FROM THEATRECASE C
                         WHERE C.SESSIONID = S.SESSIONID
                           AND C.STATUS    = 'B' ),
                      ( SELECT COUNT(*) FROM THEATRECASE C
                         WHERE C.SESSIONID = S.SESSIONID
                           AND C.STATUS    = 'X' )
                 FROM THEATRESESS S
                WHERE S.SESSDATE <= DATE(:BD-ASOF-DATE)
                  AND S.SESSDATE >  DATE(:BD-ASOF-DATE) - 28 DAYS
                ORDER BY S.SESSDATE, S.ROOM, S.STARTTIME
           END-EXEC.

           EXEC SQL
               OPEN THUCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCTHBJ02 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-SESSION
           END-IF.

       FETCH-NEXT-SESSION.
           EXEC SQL
               FETCH THUCSR
                INTO :DB2-SESSION-ID, :DB2-ROOM, :DB2-FACILITY,
                     :DB2-SESS-DATE, :DB2-START, :DB2-END,
                     :DB2-SESS-MINUTES, :DB2-BOOKED-MINUTES,
                     :DB2-CASES, :DB2-CANCELLED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCTHBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-SESSION-LINE.
           MOVE SPACES             TO WS-REPORT-LINE
           MOVE DB2-SESSION-ID     TO WS-RPT-SESSION-ID
           MOVE DB2-ROOM           TO WS-RPT-ROOM
           MOVE DB2-FACILITY       TO WS-RPT-FACILITY
           MOVE DB2-SESS-DATE      TO WS-RPT-DATE
           MOVE DB2-START(1:5)     TO WS-RPT-START
           MOVE DB2-END(1:5)       TO WS-RPT-END
           MOVE DB2-SESS-MINUTES   TO WS-RPT-MINUTES
           MOVE DB2-BOOKED-MINUTES TO WS-RPT-BOOKED
           MOVE DB2-CASES          TO WS-RPT-CASES
           MOVE DB2-CANCELLED      TO WS-RPT-CANCELLED
           MOVE ZERO               TO WS-PERCENT
           IF DB2-SESS-MINUTES > ZERO
              COMPUTE WS-PERCENT ROUNDED =
                      DB2-BOOKED-MINUTES * 100 / DB2-SESS-MINUTES
           END-IF
           MOVE WS-PERCENT         TO WS-RPT-PERCENT
           MOVE WS-REPORT-LINE     TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE

           ADD 1                  TO WS-SESSIONS-LISTED
           ADD DB2-SESS-MINUTES   TO WS-TOTAL-MINUTES
           ADD DB2-BOOKED-MINUTES TO WS-TOTAL-BOOKED
           ADD DB2-CASES          TO WS-TOTAL-CASES
           ADD DB2-CANCELLED      TO WS-TOTAL-CANCELLED
           PERFORM FETCH-NEXT-SESSION.

       TERMINATE-JOB.
           MOVE SPACES TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE
           MOVE 'SESSIONS'             TO WS-TOT-LABEL
           MOVE WS-SESSIONS-LISTED     TO WS-TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'SESSION MINUTES'      TO WS-TOT-LABEL
           MOVE WS-TOTAL-MINUTES       TO WS-TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'MINUTES BOOKED'       TO WS-TOT-LABEL
           MOVE WS-TOTAL-BOOKED        TO WS-TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CASES ON LISTS'       TO WS-TOT-LABEL
           MOVE WS-TOTAL-CASES         TO WS-TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CASES CANCELLED'      TO WS-TOT-LABEL
           MOVE WS-TOTAL-CANCELLED     TO WS-TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE ZERO                   TO WS-PERCENT
           IF WS-TOTAL-MINUTES > ZERO
              COMPUTE WS-PERCENT ROUNDED =
                      WS-TOTAL-BOOKED * 100 / WS-TOTAL-MINUTES
           END-IF
           MOVE 'OVERALL UTILISATION %' TO WS-TOT-LABEL
           MOVE WS-PERCENT             TO WS-TOT-PERCENT
           PERFORM WRITE-TOTAL-LINE

           MOVE WS-SESSIONS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE THUCSR
           END-EXEC.

           CLOSE UTIL-RPT.

           DISPLAY 'HCTHBJ02 - SESSIONS REPORTED: ' WS-SESSIONS-LISTED.
           DISPLAY 'HCTHBJ02 - THEATRE UTILISATION COMPLETE'.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO UTIL-RPT-LINE
           WRITE UTIL-RPT-LINE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
