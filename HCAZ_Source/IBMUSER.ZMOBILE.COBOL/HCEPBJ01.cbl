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
      *            Clinical Coding Completeness Report                 *
      *                                                                *
      *   Lists by ward every discharged stay not coded within the    *
      *  coding window of its discharge (default 5 days, SYSIN         *
      *  override after the as-of date) - still awaiting coding (P)   *
      *  on CODEEPISODE, or coded with no case-mix group.  Either      *
      *  way the stay cannot be billed to a payer paying by case-mix  *
      *  group.  Oldest discharge first within the ward; any stay      *
      *  listed ends the job RC 4.  Report on CODEOVRD.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCEPBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODING-RPT ASSIGN TO CODEOVRD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CODING-RPT
           RECORDING MODE IS F.
       01  CODING-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCEPBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-WINDOW-IN                PIC X(2) VALUE SPACES.
       01  WS-WINDOW-JUST              PIC X(2) JUSTIFIED RIGHT.
       01  WS-WINDOW-NUM REDEFINES WS-WINDOW-JUST
                                       PIC 99.

       COPY HCRJWS.
       01  WS-WINDOW-DAYS              PIC S9(4) COMP VALUE +5.

       01  WS-LAST-WARD                PIC X(4) VALUE LOW-VALUES.

       01  WS-COUNTERS.
           03 WS-EPISODES-LISTED       PIC 9(7) VALUE ZERO.
           03 WS-UNCODED-LISTED        PIC 9(7) VALUE ZERO.
           03 WS-UNGROUPED-LISTED      PIC 9(7) VALUE ZERO.
           03 WS-WARD-LISTED           PIC 9(7) VALUE ZERO.

       01  WS-WARD-HEADER.
           03 FILLER                   PIC X(5) VALUE 'WARD '.
           03 WS-WH-WARD               PIC X(6).

       01  WS-WARD-TOTAL-LINE.
           03 FILLER                   PIC X(24)
                                        VALUE '  STAYS LISTED ON WARD'.
           03 WS-WT-COUNT              PIC Z(6)9.

       01  WS-REPORT-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-EPISODE-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DISCH-DATE        PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DAYS              PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-STATE             PIC X(9).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  DB2-EPISODE.
           03 DB2-WARD                 PIC X(4).
           03 DB2-EPISODE-ID           PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DISCH-DATE           PIC X(10).
           03 DB2-DAYS                 PIC S9(9) COMP.
           03 DB2-STATUS               PIC X(1).

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
           PERFORM LIST-ONE-EPISODE UNTIL WS-EOF.
           PERFORM CLOSE-LAST-WARD.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCEPBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCEPBJ01 - CODING COMPLETENESS REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

      *    The days allowed to code a stay may be overridden on SYSIN
           ACCEPT WS-WINDOW-IN
           IF WS-WINDOW-IN NOT EQUAL SPACES
              MOVE WS-WINDOW-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(9:2) TO WS-WINDOW-JUST
              IF WS-WINDOW-JUST NUMERIC
                 MOVE WS-WINDOW-NUM TO WS-WINDOW-DAYS
              ELSE
                 DISPLAY 'HCEPBJ01 - BAD WINDOW VALUE IGNORED: '
                          WS-WINDOW-IN
              END-IF
           END-IF
           DISPLAY 'HCEPBJ01 - CODING WINDOW DAYS: ' WS-WINDOW-DAYS.

           OPEN OUTPUT CODING-RPT.

           MOVE BD-ASOF-HEADER TO CODING-RPT-LINE
           WRITE CODING-RPT-LINE.

           MOVE '     Episode  Patient Id  Name                '
             &  'Discharged  Days  State' TO CODING-RPT-LINE
           WRITE CODING-RPT-LINE.

      *    Stays past the window still awaiting coding, or coded
      *    without a group - by ward, oldest discharge first
           EXEC SQL
               DECLARE EPOCSR CURSOR FOR
               SELECT E.WARDCODE, E.EPISODEID, E.PATIENTID,
                      P.LASTNAME,
                      CHAR(DATE(E.DISCHDATETIME), ISO),
                      DAYS(DATE(:BD-ASOF-DATE))
                        - DAYS(DATE(E.DISCHDATETIME)),
                      E.STATUS
                 FROM CODEEPISODE E, PATIENT P
                WHERE E.PATIENTID = P.PATIENTID
                  AND ( E.STATUS = 'P'
                        OR ( E.STATUS = 'C'
                             AND E.CASEMIXGROUP = ' ' ) )
                  AND DAYS(DATE(:BD-ASOF-DATE))
                        - DAYS(DATE(E.DISCHDATETIME))
                        > :WS-WINDOW-DAYS
                ORDER BY E.WARDCODE, E.DISCHDATETIME
           END-EXEC.

           EXEC SQL
               OPEN EPOCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCEPBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-EPISODE
           END-IF.

       FETCH-NEXT-EPISODE.
           EXEC SQL
               FETCH EPOCSR
                INTO :DB2-WARD, :DB2-EPISODE-ID, :DB2-PATIENT-ID,
                     :DB2-LAST-NAME, :DB2-DISCH-DATE, :DB2-DAYS,
                     :DB2-STATUS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCEPBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-EPISODE.
           IF DB2-WARD NOT EQUAL WS-LAST-WARD
              PERFORM CLOSE-LAST-WARD
              IF DB2-WARD EQUAL SPACES
                 MOVE '(NONE)' TO WS-WH-WARD
              ELSE
                 MOVE DB2-WARD TO WS-WH-WARD
              END-IF
              MOVE WS-WARD-HEADER TO CODING-RPT-LINE
              WRITE CODING-RPT-LINE
              MOVE DB2-WARD TO WS-LAST-WARD
              MOVE ZERO TO WS-WARD-LISTED
           END-IF

           MOVE DB2-EPISODE-ID     TO WS-RPT-EPISODE-ID
           MOVE DB2-PATIENT-ID     TO WS-RPT-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-RPT-LAST-NAME
           MOVE DB2-DISCH-DATE     TO WS-RPT-DISCH-DATE
           MOVE DB2-DAYS           TO WS-RPT-DAYS
           IF DB2-STATUS EQUAL 'P'
              MOVE 'UNCODED'       TO WS-RPT-STATE
              ADD 1 TO WS-UNCODED-LISTED
           ELSE
              MOVE 'UNGROUPED'     TO WS-RPT-STATE
              ADD 1 TO WS-UNGROUPED-LISTED
           END-IF
           MOVE WS-REPORT-LINE     TO CODING-RPT-LINE
           WRITE CODING-RPT-LINE

           ADD 1 TO WS-EPISODES-LISTED
           ADD 1 TO WS-WARD-LISTED

           PERFORM FETCH-NEXT-EPISODE.

       CLOSE-LAST-WARD.
           IF WS-LAST-WARD NOT EQUAL LOW-VALUES
              MOVE WS-WARD-LISTED TO WS-WT-COUNT
              MOVE WS-WARD-TOTAL-LINE TO CODING-RPT-LINE
              WRITE CODING-RPT-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CODING-RPT-LINE
           WRITE CODING-RPT-LINE.

       TERMINATE-JOB.
           EXEC SQL
               CLOSE EPOCSR
           END-EXEC.

           MOVE SPACES TO CODING-RPT-LINE
           WRITE CODING-RPT-LINE
           MOVE 'STAYS NOT CODED IN TIME'        TO WS-TOTAL-LABEL
           MOVE WS-EPISODES-LISTED               TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE '  AWAITING CODING'              TO WS-TOTAL-LABEL
           MOVE WS-UNCODED-LISTED                TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE '  CODED WITH NO CASE-MIX GROUP' TO WS-TOTAL-LABEL
           MOVE WS-UNGROUPED-LISTED              TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE

           IF WS-EPISODES-LISTED > 0
            AND JC-RETURN-CODE EQUAL 0
              MOVE 4 TO JC-RETURN-CODE
           END-IF

           MOVE WS-EPISODES-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE CODING-RPT.

           DISPLAY 'HCEPBJ01 - STAYS LISTED:       ' WS-EPISODES-LISTED.
           DISPLAY 'HCEPBJ01 - CODING COMPLETENESS REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.

      *----------------------------------------------------------------*
       COPY HCRJPD.
