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
      *         Clinic Letters Not Sent Report                         *
      *                                                                *
      *   Lists every clinic letter to a referrer (CLINLETTER) not     *
      *  yet sent more than the limit (days on SYSIN, default 7)       *
      *  after the patient was seen, oldest first - where it is        *
      *  stuck (P waiting to be drafted, D draft awaiting the          *
      *  consultant's approval, A approved but not sent), the days     *
      *  since the visit, the consultant and the referrer - so the     *
      *  clinic secretaries can chase it.  Distributed through         *
      *  RPTDIST.                                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLTBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNSENT-RPT ASSIGN TO LTRUNSNT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNSENT-RPT
           RECORDING MODE IS F.
       01  UNSENT-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCLTBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-LIMIT-DAYS-IN            PIC X(3) VALUE SPACES.
       01  WS-LIMIT-DAYS-JUST          PIC X(3) JUSTIFIED RIGHT.
       01  WS-LIMIT-DAYS-NUM REDEFINES WS-LIMIT-DAYS-JUST
                                       PIC 9(3).

       COPY HCRJWS.
       01  WS-LIMIT-DAYS               PIC S9(4) COMP VALUE +7.

       01  WS-COUNTERS.
           03 WS-LETTERS-LISTED        PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-RPT-LETTER-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-SEEN              PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-STATUS            PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DAYS              PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CONSULTANT        PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-REFERRER          PIC X(20).

       01  WS-CURSOR-ROW.
           03 DB2-LETTER-ID            PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-SEEN-DATE            PIC X(10).
           03 DB2-STATUS               PIC X(1).
           03 DB2-DAYS                 PIC S9(9) COMP.
           03 DB2-CONSULTANT           PIC X(20).
           03 DB2-REFERRER             PIC X(20).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.
       COPY HCRDWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM WRITE-UNSENT-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCLTBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCLTBJ02 - CLINIC LETTERS NOT SENT REPORT STARTING'.
           OPEN OUTPUT UNSENT-RPT.

      *    Limit in days may be overridden on SYSIN
           ACCEPT WS-LIMIT-DAYS-IN
           IF WS-LIMIT-DAYS-IN NOT EQUAL SPACES
              MOVE WS-LIMIT-DAYS-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(8:3) TO WS-LIMIT-DAYS-JUST
              IF WS-LIMIT-DAYS-JUST NUMERIC
                 MOVE WS-LIMIT-DAYS-NUM TO WS-LIMIT-DAYS
              ELSE
                 DISPLAY 'HCLTBJ02 - BAD DAYS VALUE IGNORED: '
                          WS-LIMIT-DAYS-IN
              END-IF
           END-IF
           DISPLAY 'HCLTBJ02 - NOT SENT LIMIT DAYS: ' WS-LIMIT-DAYS.

           MOVE 'Letter Id   Patient Id  Seen        S  Days  '
             &  'Consultant            Referrer' TO UNSENT-RPT-LINE
           WRITE UNSENT-RPT-LINE.

           EXEC SQL
               DECLARE LTUCSR CURSOR FOR
               SELECT L.LETTERID, L.PATIENTID,
                      SUBSTR(L.SEENDATETIME, 1, 10),
                      L.STATUS,
                      DAYS(CURRENT DATE) -
                      DAYS(DATE(SUBSTR(L.SEENDATETIME, 1, 10))),
                      VALUE(( SELECT C.LASTNAME FROM PROVIDER C
                               WHERE C.PROVIDERID = L.PROVIDERID ),
                            ' '),
                      VALUE(( SELECT F.LASTNAME FROM PROVIDER F
                               WHERE F.PROVIDERID = L.REFPROVIDERID ),
                            ' ')
                 FROM CLINLETTER L
                WHERE L.STATUS <> 'S'
                  AND SUBSTR(L.SEENDATETIME, 1, 10) <
                      CHAR(CURRENT DATE
                           - :WS-LIMIT-DAYS DAYS, ISO)
                ORDER BY 3, L.LETTERID
           END-EXEC.

           EXEC SQL
               OPEN LTUCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ02 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-LETTER
           END-IF.

       FETCH-NEXT-LETTER.
           EXEC SQL
               FETCH LTUCSR
                INTO :DB2-LETTER-ID, :DB2-PATIENT-ID, :DB2-SEEN-DATE,
                     :DB2-STATUS, :DB2-DAYS, :DB2-CONSULTANT,
                     :DB2-REFERRER
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCLTBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-UNSENT-LINE.
           MOVE SPACES          TO WS-REPORT-LINE
           MOVE DB2-LETTER-ID   TO WS-RPT-LETTER-ID
           MOVE DB2-PATIENT-ID  TO WS-RPT-PATIENT-ID
           MOVE DB2-SEEN-DATE   TO WS-RPT-SEEN
           MOVE DB2-STATUS      TO WS-RPT-STATUS
           MOVE DB2-DAYS        TO WS-RPT-DAYS
           MOVE DB2-CONSULTANT  TO WS-RPT-CONSULTANT
           MOVE DB2-REFERRER    TO WS-RPT-REFERRER
           MOVE WS-REPORT-LINE  TO UNSENT-RPT-LINE
           WRITE UNSENT-RPT-LINE

           ADD 1 TO WS-LETTERS-LISTED
           PERFORM FETCH-NEXT-LETTER.

       TERMINATE-JOB.
           MOVE WS-LETTERS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE LTUCSR
           END-EXEC.

           CLOSE UNSENT-RPT.

           DISPLAY 'HCLTBJ02 - LETTERS NOT SENT: '
                    WS-LETTERS-LISTED.
           DISPLAY 'HCLTBJ02 - CLINIC LETTERS NOT SENT REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCRJPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.
      *----------------------------------------------------------------*
       COPY HCRDPD.
