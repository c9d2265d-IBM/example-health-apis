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
      *         Monthly Suspected ADR Regulator File                   *
      *                                                                *
      *   Writes every confirmed serious adverse drug reaction -      *
      *  severe, life-threatening or fatal - not yet sent, into the   *
      *  regulator's fixed-format suspected-ADR file (ADROUT): a      *
      *  header naming the report month, one detail per reaction     *
      *  with the patient's initials, age at onset and sex, the drug, *
      *  reaction, onset, severity, outcome and reporter, and a       *
      *  trailer count.  Each reaction sent leaves an ADRSUBMIT row   *
      *  behind, so a rerun never sends it twice; one confirmed late  *
      *  goes in the next month's file.  Run on the first of the      *
      *  month.                                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDRBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADR-OUT ASSIGN TO ADROUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADR-OUT
           RECORDING MODE IS F.
       01  ADR-DETAIL-RECORD.
           03 ADR-REC-TYPE             PIC X(1).
           03 ADR-REPORT-REF           PIC 9(10).
           03 ADR-PATIENT-REF          PIC 9(10).
           03 ADR-INITIALS             PIC X(2).
           03 ADR-AGE                  PIC 9(3).
           03 ADR-SEX                  PIC X(1).
           03 ADR-DRUG-NAME            PIC X(50).
           03 ADR-REACTION             PIC X(40).
           03 ADR-ONSET-DATE           PIC X(10).
           03 ADR-SEVERITY             PIC X(1).
           03 ADR-OUTCOME              PIC X(1).
           03 ADR-REPORTER             PIC X(10).
           03 ADR-CONFIRMED-DATE       PIC X(10).
       01  ADR-HEADER-RECORD.
           03 ADR-HDR-TYPE             PIC X(1).
           03 ADR-HDR-FILE-ID          PIC X(8).
           03 ADR-HDR-MONTH            PIC X(7).
           03 ADR-HDR-CREATED          PIC X(10).
           03 FILLER                   PIC X(123).
       01  ADR-TRAILER-RECORD.
           03 ADR-TRL-TYPE             PIC X(1).
           03 ADR-TRL-COUNT            PIC 9(7).
           03 FILLER                   PIC X(141).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCDRBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-REACTIONS-SENT        PIC 9(7) VALUE ZERO.

       01  WS-MONTH-FIELDS.
           03 DB2-YEARMONTH            PIC X(7).

       01  WS-CURSOR-ROW.
           03 DB2-REACTION-ID          PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-INITIALS             PIC X(2).
           03 DB2-AGE                  PIC S9(4) COMP.
           03 DB2-SEX                  PIC X(1).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-REACTION             PIC X(40).
           03 DB2-ONSET-DATE           PIC X(10).
           03 DB2-SEVERITY             PIC X(1).
           03 DB2-OUTCOME              PIC X(1).
           03 DB2-REPORTED-BY          PIC X(10).
           03 DB2-CONFIRMED-DATE       PIC X(10).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

       COPY HCBDWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM WRITE-ONE-REACTION UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCDRBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCDRBJ01 - SUSPECTED ADR FILE STARTING'.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT ADR-OUT.

      *    the calendar month before the business date, as YYYY-MM
           EXEC SQL
               SELECT SUBSTR(CHAR(DATE(:BD-ASOF-DATE) - 1 MONTH, ISO),
                             1, 7)
                 INTO :DB2-YEARMONTH
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDRBJ01 - MONTH DERIVATION FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           MOVE SPACES        TO ADR-HEADER-RECORD
           MOVE 'H'           TO ADR-HDR-TYPE
           MOVE 'SUSPADR'     TO ADR-HDR-FILE-ID
           MOVE DB2-YEARMONTH TO ADR-HDR-MONTH
           MOVE BD-ASOF-DATE  TO ADR-HDR-CREATED
           WRITE ADR-HEADER-RECORD.

      *    Confirmed serious reactions up to the business date with
      *    no ADRSUBMIT row - a reaction is only ever sent once
           EXEC SQL
               DECLARE ADRCSR CURSOR FOR
               SELECT R.REACTIONID, R.PATIENTID,
                      SUBSTR(VALUE(P.FIRSTNAME, ' '), 1, 1) ||
                      SUBSTR(VALUE(P.LASTNAME, ' '), 1, 1),
                      VALUE(INTEGER((DATE(R.ONSETDATE) - P.DOB)
                                     / 10000), 0),
                      VALUE(P.ADMINSEX, ' '),
                      R.DRUGNAME, R.REACTION, R.ONSETDATE,
                      R.SEVERITY, R.OUTCOME, R.REPORTEDBY,
                      CHAR(DATE(R.CONFIRMEDON), ISO)
                 FROM ADVREACTION R, PATIENT P
                WHERE P.PATIENTID = R.PATIENTID
                  AND R.CONFIRMED = 'Y'
                  AND R.SEVERITY IN ('S', 'L', 'F')
                  AND DATE(R.CONFIRMEDON) <= DATE(:BD-ASOF-DATE)
                  AND NOT EXISTS
                      ( SELECT 1 FROM ADRSUBMIT S
                         WHERE S.REACTIONID = R.REACTIONID )
                ORDER BY R.REACTIONID
           END-EXEC.

           IF NOT WS-EOF
              EXEC SQL
                  OPEN ADRCSR
              END-EXEC

              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCDRBJ01 - OPEN CURSOR FAILED SQLCODE='
                          SQLCODE
                 MOVE 'Y' TO WS-EOF-SWITCH
              ELSE
                 PERFORM FETCH-NEXT-REACTION
              END-IF
           END-IF.

       FETCH-NEXT-REACTION.
           EXEC SQL
               FETCH ADRCSR
                INTO :DB2-REACTION-ID, :DB2-PATIENT-ID,
                     :DB2-INITIALS, :DB2-AGE, :DB2-SEX,
                     :DB2-DRUG-NAME, :DB2-REACTION, :DB2-ONSET-DATE,
                     :DB2-SEVERITY, :DB2-OUTCOME, :DB2-REPORTED-BY,
                     :DB2-CONFIRMED-DATE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCDRBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-ONE-REACTION.
      *    logged first and written only once logged, as the claims
      *    extract does - a failed log row holds it for next month
           PERFORM RECORD-SUBMISSION

           IF SQLCODE EQUAL 0
              MOVE SPACES              TO ADR-DETAIL-RECORD
              MOVE 'D'                 TO ADR-REC-TYPE
              MOVE DB2-REACTION-ID     TO ADR-REPORT-REF
              MOVE DB2-PATIENT-ID      TO ADR-PATIENT-REF
              MOVE DB2-INITIALS        TO ADR-INITIALS
              IF DB2-AGE < 0
                 MOVE ZERO             TO DB2-AGE
              END-IF
              MOVE DB2-AGE             TO ADR-AGE
              MOVE DB2-SEX             TO ADR-SEX
              MOVE DB2-DRUG-NAME       TO ADR-DRUG-NAME
              MOVE DB2-REACTION        TO ADR-REACTION
              MOVE DB2-ONSET-DATE      TO ADR-ONSET-DATE
              MOVE DB2-SEVERITY        TO ADR-SEVERITY
              MOVE DB2-OUTCOME         TO ADR-OUTCOME
              MOVE DB2-REPORTED-BY     TO ADR-REPORTER
              MOVE DB2-CONFIRMED-DATE  TO ADR-CONFIRMED-DATE
              WRITE ADR-DETAIL-RECORD
              ADD 1 TO WS-REACTIONS-SENT
           END-IF

           PERFORM FETCH-NEXT-REACTION.

       RECORD-SUBMISSION.
           EXEC SQL
               INSERT INTO ADRSUBMIT
                         ( REACTIONID,
                           REPORTMONTH,
                           SUBMITTED )
                  VALUES ( :DB2-REACTION-ID,
                           :DB2-YEARMONTH,
                           CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDRBJ01 - ADRSUBMIT INSERT FAILED SQLCODE='
                       SQLCODE
           END-IF.

       TERMINATE-JOB.
           MOVE SPACES            TO ADR-TRAILER-RECORD
           MOVE 'T'               TO ADR-TRL-TYPE
           MOVE WS-REACTIONS-SENT TO ADR-TRL-COUNT
           WRITE ADR-TRAILER-RECORD

           MOVE WS-REACTIONS-SENT TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE ADRCSR
           END-EXEC.

           CLOSE ADR-OUT.

           DISPLAY 'HCDRBJ01 - REACTIONS SENT: '
                    WS-REACTIONS-SENT.
           DISPLAY 'HCDRBJ01 - SUSPECTED ADR FILE COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.
