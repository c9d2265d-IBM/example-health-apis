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
      *            Case-Mix Grouping Table Load                        *
      *                                                                *
      *   Loads a release of the case-mix grouping table (CMXIN:       *
      *  group code, description, primary diagnosis prefix, procedure *
      *  code or blank for any, minimum secondary diagnoses and the   *
      *  release's effective date) as new effective-dated CASEMIXRULE *
      *  rows.  HCEPDB01 groups an episode against the release in     *
      *  force on its discharge date, so a new release never regroups *
      *  stays already billed.  A missing group, prefix or date, a    *
      *  bad count or an invalid date is listed on the reject report  *
      *  and skipped; existing rules are never touched.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCEPBJ03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUPER-IN ASSIGN TO CMXIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-RPT ASSIGN TO CMXREJ
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GROUPER-IN
           RECORDING MODE IS F.
       01  GROUPER-IN-RECORD.
           03 CMX-IN-GROUP             PIC X(6).
           03 CMX-IN-DESC              PIC X(30).
           03 CMX-IN-DIAG-PREFIX       PIC X(10).
           03 CMX-IN-PROC-CODE         PIC X(10).
           03 CMX-IN-MIN-SECONDARY     PIC X(2).
           03 CMX-IN-EFF-DATE          PIC X(10).

       FD  REJECT-RPT
           RECORDING MODE IS F.
       01  REJECT-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCEPBJ03------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-RULES-LOADED          PIC 9(7) VALUE ZERO.
           03 WS-RECORDS-REJECTED      PIC 9(7) VALUE ZERO.

       01  WS-REJECT-LINE.
           03 WS-REJ-RECORD            PIC X(68).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-REASON            PIC X(30).

       COPY HCRJWS.
       01  WS-COUNT-JUST               PIC X(2) JUSTIFIED RIGHT.
       01  WS-COUNT-NUM REDEFINES WS-COUNT-JUST
                                       PIC 9(2).

       01  DB2-MIN-SECONDARY           PIC S9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM PROCESS-GROUPER-RECORD UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCEPBJ03' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCEPBJ03 - CASE-MIX GROUPING TABLE LOAD STARTING'.
           OPEN INPUT GROUPER-IN.
           OPEN OUTPUT REJECT-RPT.

           MOVE 'Rejected record' TO REJECT-RPT-LINE
           MOVE 'Reason' TO REJECT-RPT-LINE(71:6)
           WRITE REJECT-RPT-LINE.

           PERFORM READ-NEXT-RECORD.

       READ-NEXT-RECORD.
           READ GROUPER-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       PROCESS-GROUPER-RECORD.
      *    a blank count means the rule needs no secondary diagnoses
           MOVE CMX-IN-MIN-SECONDARY TO RJ-VALUE-IN
           PERFORM RIGHT-JUSTIFY-VALUE
           MOVE RJ-VALUE-OUT TO WS-COUNT-JUST
           IF CMX-IN-MIN-SECONDARY EQUAL SPACES
              MOVE ZERO TO WS-COUNT-NUM
           END-IF

           EVALUATE TRUE
             WHEN CMX-IN-GROUP EQUAL SPACES
               MOVE 'GROUP CODE MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN CMX-IN-DIAG-PREFIX EQUAL SPACES
               MOVE 'DIAGNOSIS PREFIX MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN WS-COUNT-JUST NOT NUMERIC
               MOVE 'SECONDARY COUNT NOT NUMERIC' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN CMX-IN-EFF-DATE EQUAL SPACES
               MOVE 'EFFECTIVE DATE MISSING' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN OTHER
               PERFORM INSERT-GROUPER-ROW
           END-EVALUATE

           PERFORM READ-NEXT-RECORD.

       INSERT-GROUPER-ROW.
           MOVE WS-COUNT-NUM TO DB2-MIN-SECONDARY

      *    a date DB2 will not take fails the insert and is rejected
           EXEC SQL
               INSERT INTO CASEMIXRULE
                         ( GROUPCODE,
                           DESCRIPTION,
                           DIAGPREFIX,
                           PROCCODE,
                           MINSECONDARY,
                           EFFDATE )
                  VALUES ( :CMX-IN-GROUP,
                           :CMX-IN-DESC,
                           :CMX-IN-DIAG-PREFIX,
                           :CMX-IN-PROC-CODE,
                           :DB2-MIN-SECONDARY,
                           DATE(:CMX-IN-EFF-DATE) )
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-RULES-LOADED
             WHEN -803
               MOVE 'ALREADY LOADED FOR THAT DATE' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN -180
             WHEN -181
               MOVE 'EFFECTIVE DATE NOT VALID' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
             WHEN OTHER
               MOVE 'SQL ERROR ON INSERT' TO WS-REJ-REASON
               PERFORM WRITE-REJECT
           END-EVALUATE.

       WRITE-REJECT.
           MOVE GROUPER-IN-RECORD TO WS-REJ-RECORD
           MOVE WS-REJECT-LINE TO REJECT-RPT-LINE
           WRITE REJECT-RPT-LINE
           ADD 1 TO WS-RECORDS-REJECTED.

       TERMINATE-JOB.
           MOVE WS-RULES-LOADED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE GROUPER-IN.
           CLOSE REJECT-RPT.

           DISPLAY 'HCEPBJ03 - RECORDS READ:   ' WS-RECORDS-READ.
           DISPLAY 'HCEPBJ03 - RULES LOADED:   ' WS-RULES-LOADED.
           DISPLAY 'HCEPBJ03 - REJECTED:       ' WS-RECORDS-REJECTED.
           DISPLAY 'HCEPBJ03 - CASE-MIX GROUPING TABLE LOAD COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
      *----------------------------------------------------------------*
       COPY HCRJPD.
