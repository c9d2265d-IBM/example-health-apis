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
      *            Smoking Cessation and Quit Rate Report              *
      *                                                                *
      *   Lists every patient still a current smoker at the end of     *
      *  the report month - the latest SOCIALHIST assessment on or     *
      *  before month end says C - who has had no smoking cessation    *
      *  REFERRAL raised in the twelve months to month end.  A         *
      *  cessation referral is one whose reason mentions smoking or    *
      *  cessation, or one sent to a provider whose specialty does.    *
      *  Deceased, test and training patients are left out.            *
      *                                                                *
      *   Quit rates follow: of the patients whose latest assessment   *
      *  before the period began said C, how many had a later          *
      *  assessment in the period that says E - for the month and      *
      *  for the twelve months to month end.                           *
      *                                                                *
      *   The report month is the calendar month before the as-of      *
      *  month; an as-of date on SYSIN reruns an earlier month.        *
      *  Report on SMOKRPT.  Run monthly.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSHBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMOKE-RPT ASSIGN TO SMOKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SMOKE-RPT
           RECORDING MODE IS F.
       01  SMOKE-RPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCSHBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-SMOKERS-LISTED        PIC 9(7) VALUE ZERO.

       01  WS-RATE                     PIC 9(3)V9 VALUE ZERO.

       01  WS-PERIOD-LINE.
           03 FILLER                   PIC X(13)
                                        VALUE 'Report month '.
           03 WS-PL-START              PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' to '.
           03 WS-PL-END                PIC X(10).

       01  WS-SMOKER-LINE.
           03 WS-SL-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-SL-LAST-NAME          PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-SL-FIRST-NAME         PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-SL-FACILITY           PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-SL-ASSESSED           PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-SL-PACK-YEARS         PIC ZZ9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-SL-LAST-REFERRED      PIC X(10).

       01  WS-RATE-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-PERIOD             PIC X(14).
           03 WS-RL-SMOKERS            PIC Z(6)9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RL-QUITTERS           PIC Z(6)9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RL-RATE               PIC ZZ9.9.
           03 FILLER                   PIC X(1) VALUE '%'.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-MONTH.
           03 DB2-MONTH-START          PIC X(10).
           03 DB2-MONTH-END            PIC X(10).
           03 DB2-YEAR-START           PIC X(10).
           03 DB2-PERIOD-START         PIC X(10).

       01  DB2-SMOKER.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-FACILITY             PIC X(4).
           03 DB2-ASSESSED             PIC X(10).
           03 DB2-PACK-YEARS           PIC S9(4) COMP.
           03 DB2-LAST-REFERRED        PIC X(10).

       01  DB2-RATE.
           03 DB2-CURRENT-SMOKERS      PIC S9(9) COMP.
           03 DB2-SMOKERS              PIC S9(9) COMP.
           03 DB2-QUITTERS             PIC S9(9) COMP.

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
           PERFORM LIST-ONE-SMOKER UNTIL WS-EOF.
           PERFORM WRITE-QUIT-RATES THRU WRITE-QUIT-RATES-EXIT.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCSHBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCSHBJ01 - SMOKING CESSATION REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for an earlier
      *    month
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT SMOKE-RPT.

           MOVE BD-ASOF-HEADER TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE.

      *    the calendar month before the one the as-of date is in, and
      *    the twelve months that end with it
           EXEC SQL
               SELECT CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - 1 MONTH, ISO),
                      CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - 1 DAY, ISO),
                      CHAR(DATE(:BD-ASOF-DATE)
                             - (DAY(DATE(:BD-ASOF-DATE)) - 1) DAYS
                             - 12 MONTHS, ISO)
                 INTO :DB2-MONTH-START, :DB2-MONTH-END,
                      :DB2-YEAR-START
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSHBJ01 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM OPEN-SMOKER-CURSOR
           END-IF.

       OPEN-SMOKER-CURSOR.
           MOVE DB2-MONTH-START TO WS-PL-START
           MOVE DB2-MONTH-END   TO WS-PL-END
           MOVE WS-PERIOD-LINE  TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE.

           MOVE SPACES TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE.
           MOVE 'CURRENT SMOKERS - NO CESSATION REFERRAL IN 12 MONTHS'
             TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE.
           MOVE 'Patient Id  Last Name             First Name  Fac'
             &  '   Assessed    Pk-Yr  Last Referred'
             TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE.

      *    Patients whose latest assessment to month end says C, with
      *    no cessation referral in the twelve months to month end -
      *    the last one before that, if any, shows on the line
           EXEC SQL
               DECLARE SHSCSR CURSOR FOR
               SELECT P.PATIENTID, P.LASTNAME, P.FIRSTNAME,
                      VALUE(P.FACILITY, ' '),
                      CHAR(S.ASSESSEDDATE, ISO),
                      VALUE(S.PACKYEARS, 0),
                      VALUE(( SELECT CHAR(MAX(DATE(R.REFDATE)), ISO)
                                FROM REFERRAL R, PROVIDER V
                               WHERE R.PATIENTID = S.PATIENTID
                                 AND V.PROVIDERID = R.RCVPROVIDERID
                                 AND ( UPPER(VALUE(R.REASON, ' '))
                                         LIKE '%SMOK%'
                                    OR UPPER(VALUE(R.REASON, ' '))
                                         LIKE '%CESSATION%'
                                    OR UPPER(VALUE(V.SPECIALTY, ' '))
                                         LIKE '%SMOK%'
                                    OR UPPER(VALUE(V.SPECIALTY, ' '))
                                         LIKE '%CESSATION%' ) ),
                            'NEVER')
                 FROM SOCIALHIST S, PATIENT P
                WHERE P.PATIENTID = S.PATIENTID
                  AND S.SMOKING   = 'C'
                  AND S.ASSESSEDDATE <= DATE(:DB2-MONTH-END)
                  AND NOT EXISTS
                      ( SELECT 1 FROM SOCIALHIST L
                         WHERE L.PATIENTID = S.PATIENTID
                           AND L.ASSESSEDDATE <= DATE(:DB2-MONTH-END)
                           AND ( L.ASSESSEDDATE > S.ASSESSEDDATE
                              OR ( L.ASSESSEDDATE = S.ASSESSEDDATE
                               AND L.RECORDED > S.RECORDED ) ) )
                  AND VALUE(P.DODDATE, ' ') = ' '
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
                  AND NOT EXISTS
                      ( SELECT 1 FROM REFERRAL R, PROVIDER V
                         WHERE R.PATIENTID = S.PATIENTID
                           AND V.PROVIDERID = R.RCVPROVIDERID
                           AND DATE(R.REFDATE)
                               >  DATE(:DB2-MONTH-END) - 12 MONTHS
                           AND DATE(R.REFDATE)
                               <= DATE(:DB2-MONTH-END)
                           AND ( UPPER(VALUE(R.REASON, ' '))
                                   LIKE '%SMOK%'
                              OR UPPER(VALUE(R.REASON, ' '))
                                   LIKE '%CESSATION%'
                              OR UPPER(VALUE(V.SPECIALTY, ' '))
                                   LIKE '%SMOK%'
                              OR UPPER(VALUE(V.SPECIALTY, ' '))
                                   LIKE '%CESSATION%' ) )
                ORDER BY P.LASTNAME, P.FIRSTNAME, P.PATIENTID
           END-EXEC.

           EXEC SQL
               OPEN SHSCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSHBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-SMOKER
           END-IF.

       FETCH-NEXT-SMOKER.
           EXEC SQL
               FETCH SHSCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME,
                     :DB2-FIRST-NAME, :DB2-FACILITY,
                     :DB2-ASSESSED, :DB2-PACK-YEARS,
                     :DB2-LAST-REFERRED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCSHBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-SMOKER.
           MOVE DB2-PATIENT-ID     TO WS-SL-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-SL-LAST-NAME
           MOVE DB2-FIRST-NAME     TO WS-SL-FIRST-NAME
           MOVE DB2-FACILITY       TO WS-SL-FACILITY
           MOVE DB2-ASSESSED       TO WS-SL-ASSESSED
           MOVE DB2-PACK-YEARS     TO WS-SL-PACK-YEARS
           MOVE DB2-LAST-REFERRED  TO WS-SL-LAST-REFERRED
           MOVE WS-SMOKER-LINE     TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE
           ADD 1 TO WS-SMOKERS-LISTED

           PERFORM FETCH-NEXT-SMOKER.

      *----------------------------------------------------------------*
       WRITE-QUIT-RATES.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE SHSCSR
              END-EXEC
           ELSE
              GO TO WRITE-QUIT-RATES-EXIT
           END-IF

           MOVE SPACES TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE
           MOVE 'SMOKERS NOT REFERRED'           TO WS-TOTAL-LABEL
           MOVE WS-SMOKERS-LISTED                TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE

      *    every current smoker at month end, referred or not
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CURRENT-SMOKERS
                 FROM SOCIALHIST S, PATIENT P
                WHERE P.PATIENTID = S.PATIENTID
                  AND S.SMOKING   = 'C'
                  AND S.ASSESSEDDATE <= DATE(:DB2-MONTH-END)
                  AND NOT EXISTS
                      ( SELECT 1 FROM SOCIALHIST L
                         WHERE L.PATIENTID = S.PATIENTID
                           AND L.ASSESSEDDATE <= DATE(:DB2-MONTH-END)
                           AND ( L.ASSESSEDDATE > S.ASSESSEDDATE
                              OR ( L.ASSESSEDDATE = S.ASSESSEDDATE
                               AND L.RECORDED > S.RECORDED ) ) )
                  AND VALUE(P.DODDATE, ' ') = ' '
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSHBJ01 - SMOKER COUNT FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO WRITE-QUIT-RATES-EXIT
           END-IF
           MOVE 'CURRENT SMOKERS AT MONTH END'   TO WS-TOTAL-LABEL
           MOVE DB2-CURRENT-SMOKERS              TO WS-TOTAL-VALUE
           MOVE WS-TOTAL-LINE                    TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE

           MOVE SPACES TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE
           MOVE 'QUIT RATES' TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE
           MOVE '  Period          Smokers       Quit     Rate'
             TO SMOKE-RPT-LINE
           WRITE SMOKE-RPT-LINE

           MOVE DB2-MONTH-START TO DB2-PERIOD-START
           MOVE 'MONTH'         TO WS-RL-PERIOD
           PERFORM COUNT-QUIT-RATE
           IF JC-RETURN-CODE EQUAL 8
              GO TO WRITE-QUIT-RATES-EXIT
           END-IF

           MOVE DB2-YEAR-START  TO DB2-PERIOD-START
           MOVE '12 MONTHS'     TO WS-RL-PERIOD
           PERFORM COUNT-QUIT-RATE.

       WRITE-QUIT-RATES-EXIT.
           EXIT.

       COUNT-QUIT-RATE.
      *    Smokers going into the period - latest assessment before it
      *    says C - and those whose latest assessment by month end
      *    now says E
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN N.SMOKING = 'E'
                                     THEN 1 ELSE 0 END), 0)
                 INTO :DB2-SMOKERS, :DB2-QUITTERS
                 FROM SOCIALHIST S, SOCIALHIST N, PATIENT P
                WHERE P.PATIENTID = S.PATIENTID
                  AND S.SMOKING   = 'C'
                  AND S.ASSESSEDDATE < DATE(:DB2-PERIOD-START)
                  AND NOT EXISTS
                      ( SELECT 1 FROM SOCIALHIST L
                         WHERE L.PATIENTID = S.PATIENTID
                           AND L.ASSESSEDDATE
                               < DATE(:DB2-PERIOD-START)
                           AND ( L.ASSESSEDDATE > S.ASSESSEDDATE
                              OR ( L.ASSESSEDDATE = S.ASSESSEDDATE
                               AND L.RECORDED > S.RECORDED ) ) )
                  AND N.PATIENTID = S.PATIENTID
                  AND N.ASSESSEDDATE <= DATE(:DB2-MONTH-END)
                  AND NOT EXISTS
                      ( SELECT 1 FROM SOCIALHIST L
                         WHERE L.PATIENTID = N.PATIENTID
                           AND L.ASSESSEDDATE <= DATE(:DB2-MONTH-END)
                           AND ( L.ASSESSEDDATE > N.ASSESSEDDATE
                              OR ( L.ASSESSEDDATE = N.ASSESSEDDATE
                               AND L.RECORDED > N.RECORDED ) ) )
                  AND VALUE(P.DODDATE, ' ') = ' '
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCSHBJ01 - QUIT RATE FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              IF DB2-SMOKERS > 0
                 COMPUTE WS-RATE ROUNDED =
                         DB2-QUITTERS * 100 / DB2-SMOKERS
              ELSE
                 MOVE ZERO TO WS-RATE
              END-IF
              MOVE DB2-SMOKERS     TO WS-RL-SMOKERS
              MOVE DB2-QUITTERS    TO WS-RL-QUITTERS
              MOVE WS-RATE         TO WS-RL-RATE
              MOVE WS-RATE-LINE    TO SMOKE-RPT-LINE
              WRITE SMOKE-RPT-LINE
           END-IF.

       TERMINATE-JOB.
           MOVE WS-SMOKERS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE SMOKE-RPT.

           DISPLAY 'HCSHBJ01 - MONTH:              ' DB2-MONTH-START.
           DISPLAY 'HCSHBJ01 - SMOKERS NOT REFERRED:'
                    WS-SMOKERS-LISTED.
           DISPLAY 'HCSHBJ01 - SMOKING CESSATION REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
