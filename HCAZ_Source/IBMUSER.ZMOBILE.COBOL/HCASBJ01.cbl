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
      *        Antimicrobial 72-Hour Review Worklist                   *
      *                                                                *
      *   For the stewardship round: every antimicrobial order       *
      *  (STEWARDSHIP A or R on FORMULARY) whose first dose was 72   *
      *  hours or more before the end of the business day and which  *
      *  still has doses due after it - the courses due a review to  *
      *  stop, switch to oral or narrow.  Listed by ward and bed,     *
      *  longest running first, restricted drugs marked; patients    *
      *  not in a bed are listed under OUTP.  Run daily.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCASBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABX-RPT ASSIGN TO ABXREVW
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ABX-RPT
           RECORDING MODE IS F.
       01  ABX-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCASBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-ORDERS-LISTED         PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-RPT-WARD              PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-BED               PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-NAME         PIC X(15).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DRUG-NAME         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-RESTRICTED        PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-STARTED           PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-HOURS             PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PRESCRIBER        PIC Z(9)9.

      * End of the business day the run is for - a course counts as
      * 72 hours old measured back from this point
       01  DB2-ASOF-TS                 PIC X(26).

       01  WS-CURSOR-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-BED                  PIC X(4).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-STEWARDSHIP          PIC X(1).
           03 DB2-STARTED              PIC X(10).
           03 DB2-HOURS                PIC S9(9) COMP.
           03 DB2-PRESCRIBER-ID        PIC S9(9) COMP.

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
           PERFORM WRITE-REVIEW-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCASBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCASBJ01 - ANTIMICROBIAL REVIEW LIST STARTING'.

           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE
           MOVE SPACES TO DB2-ASOF-TS
           MOVE BD-ASOF-DATE TO DB2-ASOF-TS(1:10)
           MOVE '-23.59.59.000000' TO DB2-ASOF-TS(11:16)

           OPEN OUTPUT ABX-RPT.

           MOVE BD-ASOF-HEADER TO ABX-RPT-LINE
           WRITE ABX-RPT-LINE.

           MOVE 'ANTIMICROBIALS RUNNING 72 HOURS OR MORE - '
             &  'DUE STEWARDSHIP REVIEW' TO ABX-RPT-LINE
           WRITE ABX-RPT-LINE.

           MOVE 'Ward  Bed   Patient Id  Last Name        '
             &  'Drug                  R  Started     Hours '
             &  'Prescriber' TO ABX-RPT-LINE
           WRITE ABX-RPT-LINE.

      *    One line per antimicrobial order: first dose at least 72
      *    hours back, a dose still due after the as-of point.  The
      *    ward is the patient's current bed, if any.
           EXEC SQL
               DECLARE ABXCSR CURSOR FOR
               SELECT VALUE(O.WARDCODE, 'OUTP'), VALUE(O.BEDNUM, ' '),
                      M.PATIENTID, P.LASTNAME, M.DRUGNAME,
                      VALUE(( SELECT MAX(F.STEWARDSHIP)
                                FROM FORMULARY F
                               WHERE F.DRUGNAME = M.DRUGNAME
                                 AND F.STRENGTH = M.STRENGTH
                                 AND F.ROUTE    = M.ROUTE ), 'N'),
                      CHAR(DATE(MIN(R.PDATETIME)), ISO),
                      TIMESTAMPDIFF(8, CHAR(TIMESTAMP(:DB2-ASOF-TS)
                                            - MIN(R.PDATETIME))),
                      M.PRESCRIBERID
                 FROM MEDICATION M
                      INNER JOIN PATIENT P
                         ON P.PATIENTID = M.PATIENTID
                      INNER JOIN PRESCRIPTION R
                         ON R.PRESCRIPTIONID = M.MEDICATIONID
                      LEFT OUTER JOIN OCCUPANCY O
                         ON O.PATIENTID = M.PATIENTID
                WHERE VALUE(P.DODDATE, ' ') = ' '
                  AND EXISTS
                      ( SELECT 1 FROM FORMULARY F
                         WHERE F.DRUGNAME = M.DRUGNAME
                           AND F.STRENGTH = M.STRENGTH
                           AND F.ROUTE    = M.ROUTE
                           AND VALUE(F.STEWARDSHIP, 'N')
                               IN ('A', 'R') )
                GROUP BY O.WARDCODE, O.BEDNUM, M.MEDICATIONID,
                         M.PATIENTID, P.LASTNAME, M.DRUGNAME,
                         M.STRENGTH, M.ROUTE, M.PRESCRIBERID
               HAVING MIN(R.PDATETIME) <=
                      TIMESTAMP(:DB2-ASOF-TS) - 72 HOURS
                  AND SUM(CASE WHEN R.TAKEN = 'N' AND R.PDATETIME >
                                         TIMESTAMP(:DB2-ASOF-TS)
                               THEN 1 ELSE 0 END) > 0
                ORDER BY 1, 2, 8 DESC
           END-EXEC.

           EXEC SQL
               OPEN ABXCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCASBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-ORDER
           END-IF.

       FETCH-NEXT-ORDER.
           EXEC SQL
               FETCH ABXCSR
                INTO :DB2-WARD, :DB2-BED, :DB2-PATIENT-ID,
                     :DB2-LAST-NAME, :DB2-DRUG-NAME, :DB2-STEWARDSHIP,
                     :DB2-STARTED, :DB2-HOURS, :DB2-PRESCRIBER-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCASBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-REVIEW-LINE.
           MOVE SPACES             TO WS-REPORT-LINE
           MOVE DB2-WARD           TO WS-RPT-WARD
           MOVE DB2-BED            TO WS-RPT-BED
           MOVE DB2-PATIENT-ID     TO WS-RPT-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-RPT-LAST-NAME
           MOVE DB2-DRUG-NAME      TO WS-RPT-DRUG-NAME
           IF DB2-STEWARDSHIP EQUAL 'R'
              MOVE 'R'             TO WS-RPT-RESTRICTED
           END-IF
           MOVE DB2-STARTED        TO WS-RPT-STARTED
           MOVE DB2-HOURS          TO WS-RPT-HOURS
           MOVE DB2-PRESCRIBER-ID  TO WS-RPT-PRESCRIBER
           MOVE WS-REPORT-LINE     TO ABX-RPT-LINE
           WRITE ABX-RPT-LINE

           ADD 1 TO WS-ORDERS-LISTED
           PERFORM FETCH-NEXT-ORDER.

       TERMINATE-JOB.
           MOVE WS-ORDERS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE ABXCSR
           END-EXEC.

           CLOSE ABX-RPT.

           DISPLAY 'HCASBJ01 - ORDERS DUE REVIEW: ' WS-ORDERS-LISTED.
           DISPLAY 'HCASBJ01 - ANTIMICROBIAL REVIEW LIST COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
