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
      *          Patient Transport Outcome Posting                     *
      *                                                                *
      *   Posts the transport contractor's outcome file (TRANOUT)     *
      *  back against the journeys HCPTBJ01 sent them.  Each D record *
      *  closes a sent journey on TRANSPORT as done (D) or as the     *
      *  patient not ready or not there (N), with the time and the    *
      *  crew's note.                                                  *
      *                                                                *
      *    H  file date - a file date already on TRANFILE is refused   *
      *    D  transport id, patient id, outcome D/N, outcome date and  *
      *       time, note                                               *
      *    T  record count                                             *
      *                                                                *
      *  Records that cannot be posted are listed on TRANRPT (RC 4).  *
      *  A file whose trailer count does not agree with its D records *
      *  ends RC 8 and must be taken up with the contractor.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPTBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTCOME-IN ASSIGN TO TRANOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTCOME-RPT ASSIGN TO TRANRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTCOME-IN
           RECORDING MODE IS F.
       01  OUTCOME-IN-RECORD.
      *    H header, D outcome, T trailer
           03 TOI-RECORD-TYPE          PIC X(1).
           03 TOI-DETAIL               PIC X(79).
           03 TOI-HEADER REDEFINES TOI-DETAIL.
              05 TOI-FILE-DATE         PIC X(10).
              05 FILLER                PIC X(69).
           03 TOI-OUTCOME REDEFINES TOI-DETAIL.
              05 TOI-TRANSPORT-ID      PIC X(10).
              05 TOI-PATIENT-ID        PIC X(10).
      *       D done, N patient not ready / not there
              05 TOI-OUTCOME-CODE      PIC X(1).
              05 TOI-OUTCOME-DATE      PIC X(10).
              05 TOI-OUTCOME-TIME      PIC X(8).
              05 TOI-NOTE              PIC X(30).
              05 FILLER                PIC X(10).
           03 TOI-TRAILER REDEFINES TOI-DETAIL.
              05 TOI-RECORD-COUNT      PIC 9(7).
              05 FILLER                PIC X(72).

       FD  OUTCOME-RPT
           RECORDING MODE IS F.
       01  OUTCOME-RPT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPTBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-TRAILER-SWITCH           PIC X VALUE 'N'.
           88 WS-TRAILER-READ          VALUE 'Y'.

       01  WS-FILE-SWITCH              PIC X VALUE 'N'.
           88 WS-FILE-ACCEPTED         VALUE 'Y'.

       01  WS-FILE-DATE                PIC X(10) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-DETAILS-READ          PIC 9(7) VALUE ZERO.
           03 WS-DETAILS-POSTED        PIC 9(7) VALUE ZERO.
           03 WS-DETAILS-REJECTED      PIC 9(7) VALUE ZERO.
           03 WS-JOURNEYS-DONE         PIC 9(7) VALUE ZERO.
           03 WS-JOURNEYS-NOSHOW       PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-RPT-TRANSPORT-ID      PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENT-ID        PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-OUTCOME           PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-DATE              PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-RPT-TIME              PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NOTE              PIC X(30).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  DB2-OUTCOME.
           03 DB2-TRANSPORT-ID         PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-BOOKED-PATIENT-ID    PIC S9(9) COMP.
           03 DB2-STATUS               PIC X(1).
           03 DB2-OUTCOME-CODE         PIC X(1).
           03 DB2-OUTCOME-DATE         PIC X(10).
           03 DB2-OUTCOME-TIME         PIC X(8).
           03 DB2-NOTE                 PIC X(30).
           03 DB2-FILE-COUNT           PIC S9(9) COMP.
           03 DB2-RECORD-COUNT         PIC S9(9) COMP.

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

           PERFORM INITIALIZE-JOB THRU INITIALIZE-EXIT.
           PERFORM POST-ONE-RECORD UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCPTBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCPTBJ02 - TRANSPORT OUTCOME POSTING STARTING'.

           PERFORM GET-BUSINESS-DATE

           OPEN INPUT OUTCOME-IN.
           OPEN OUTPUT OUTCOME-RPT.

           MOVE BD-ASOF-HEADER TO OUTCOME-RPT-LINE
           WRITE OUTCOME-RPT-LINE.

           PERFORM READ-NEXT-OUTCOME
           IF WS-EOF OR TOI-RECORD-TYPE NOT EQUAL 'H'
              DISPLAY 'HCPTBJ02 - NO HEADER RECORD - STOPPING'
              MOVE 'FILE HAS NO HEADER RECORD - NOTHING POSTED'
                TO OUTCOME-RPT-LINE
              WRITE OUTCOME-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE TOI-FILE-DATE TO WS-FILE-DATE

      *    Once per contractor file - a second run would find every
      *    journey already closed and reject the lot
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-FILE-COUNT
                 FROM TRANFILE
                WHERE FILEDATE = DATE(:WS-FILE-DATE)
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPTBJ02 - TRANFILE READ FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           IF DB2-FILE-COUNT > 0
              DISPLAY 'HCPTBJ02 - FILE DATED ' WS-FILE-DATE
                      ' ALREADY POSTED - STOPPING'
              MOVE 'CONTRACTOR FILE ALREADY POSTED FOR THIS FILE DATE'
                TO OUTCOME-RPT-LINE
              WRITE OUTCOME-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE 'Y' TO WS-FILE-SWITCH

           MOVE SPACES TO OUTCOME-RPT-LINE
           STRING 'Transport contractor file dated ' WS-FILE-DATE
                  DELIMITED BY SIZE INTO OUTCOME-RPT-LINE
           WRITE OUTCOME-RPT-LINE.

           MOVE 'Transport   Patient     O  Date       Time      Note'
             TO OUTCOME-RPT-LINE
           WRITE OUTCOME-RPT-LINE.

           PERFORM READ-NEXT-OUTCOME.

       INITIALIZE-EXIT.
           EXIT.

       READ-NEXT-OUTCOME.
           READ OUTCOME-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       POST-ONE-RECORD.
           EVALUATE TOI-RECORD-TYPE
             WHEN 'D'
               ADD 1 TO WS-DETAILS-READ
               PERFORM POST-OUTCOME THRU POST-OUTCOME-EXIT
             WHEN 'T'
               MOVE 'Y' TO WS-TRAILER-SWITCH
               MOVE TOI-RECORD-COUNT TO DB2-RECORD-COUNT
             WHEN OTHER
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'UNKNOWN RECORD TYPE' TO WS-RPT-NOTE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-DETAILS-REJECTED
           END-EVALUATE

           PERFORM READ-NEXT-OUTCOME.

       POST-OUTCOME.
           MOVE SPACES            TO WS-REPORT-LINE
           MOVE TOI-TRANSPORT-ID  TO WS-RPT-TRANSPORT-ID
           MOVE TOI-PATIENT-ID    TO WS-RPT-PATIENT-ID
           MOVE TOI-OUTCOME-CODE  TO WS-RPT-OUTCOME
           MOVE TOI-OUTCOME-DATE  TO WS-RPT-DATE
           MOVE TOI-OUTCOME-TIME  TO WS-RPT-TIME

           IF TOI-TRANSPORT-ID NOT NUMERIC
            OR TOI-PATIENT-ID NOT NUMERIC
            OR TOI-OUTCOME-DATE(1:4) NOT NUMERIC
            OR TOI-OUTCOME-DATE(6:2) NOT NUMERIC
            OR TOI-OUTCOME-DATE(9:2) NOT NUMERIC
            OR TOI-OUTCOME-TIME(1:2) NOT NUMERIC
            OR TOI-OUTCOME-TIME(4:2) NOT NUMERIC
              MOVE 'INVALID RECORD LAYOUT' TO WS-REJECT-REASON
              GO TO REJECT-OUTCOME
           END-IF

           IF TOI-OUTCOME-CODE NOT EQUAL 'D'
            AND TOI-OUTCOME-CODE NOT EQUAL 'N'
              MOVE 'OUTCOME MUST BE D OR N' TO WS-REJECT-REASON
              GO TO REJECT-OUTCOME
           END-IF

           MOVE TOI-TRANSPORT-ID  TO DB2-TRANSPORT-ID
           MOVE TOI-PATIENT-ID    TO DB2-PATIENT-ID
           MOVE TOI-OUTCOME-CODE  TO DB2-OUTCOME-CODE
           MOVE TOI-OUTCOME-DATE  TO DB2-OUTCOME-DATE
           MOVE TOI-OUTCOME-TIME  TO DB2-OUTCOME-TIME
           MOVE TOI-NOTE          TO DB2-NOTE

           EXEC SQL
               SELECT PATIENTID, STATUS
                 INTO :DB2-BOOKED-PATIENT-ID, :DB2-STATUS
                 FROM TRANSPORT
                WHERE TRANSPORTID = :DB2-TRANSPORT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'JOURNEY NOT FOUND' TO WS-REJECT-REASON
               GO TO REJECT-OUTCOME
             WHEN OTHER
               DISPLAY 'HCPTBJ02 - JOURNEY READ FAILED SQLCODE='
                        SQLCODE
               MOVE 'JOURNEY READ FAILED' TO WS-REJECT-REASON
               GO TO REJECT-OUTCOME
           END-EVALUATE

           IF DB2-BOOKED-PATIENT-ID NOT EQUAL DB2-PATIENT-ID
              MOVE 'PATIENT DOES NOT MATCH JOURNEY'
                TO WS-REJECT-REASON
              GO TO REJECT-OUTCOME
           END-IF

      *    only a journey the contractor was sent can have an outcome
           EVALUATE DB2-STATUS
             WHEN 'S'
               CONTINUE
             WHEN 'D'
             WHEN 'N'
               MOVE 'OUTCOME ALREADY POSTED' TO WS-REJECT-REASON
               GO TO REJECT-OUTCOME
             WHEN 'X'
             WHEN 'C'
               MOVE 'JOURNEY WAS CANCELLED' TO WS-REJECT-REASON
               GO TO REJECT-OUTCOME
             WHEN OTHER
               MOVE 'JOURNEY NOT ON A MANIFEST' TO WS-REJECT-REASON
               GO TO REJECT-OUTCOME
           END-EVALUATE

           EXEC SQL
               UPDATE TRANSPORT
                  SET STATUS          = :DB2-OUTCOME-CODE,
                      OUTCOMEDATETIME =
                          TIMESTAMP(DATE(:DB2-OUTCOME-DATE),
                                    TIME(:DB2-OUTCOME-TIME)),
                      OUTCOMENOTE     = :DB2-NOTE
                WHERE TRANSPORTID = :DB2-TRANSPORT-ID
                  AND STATUS      = 'S'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPTBJ02 - JOURNEY UPDATE FAILED SQLCODE='
                       SQLCODE ' TRANSPORT ' DB2-TRANSPORT-ID
              MOVE 'JOURNEY UPDATE FAILED' TO WS-REJECT-REASON
              GO TO REJECT-OUTCOME
           END-IF

           ADD 1 TO WS-DETAILS-POSTED
           IF DB2-OUTCOME-CODE EQUAL 'D'
              ADD 1 TO WS-JOURNEYS-DONE
           ELSE
              ADD 1 TO WS-JOURNEYS-NOSHOW
              MOVE DB2-NOTE TO WS-RPT-NOTE
              PERFORM WRITE-REPORT-LINE
           END-IF
           GO TO POST-OUTCOME-EXIT.

       REJECT-OUTCOME.
           MOVE WS-REJECT-REASON TO WS-RPT-NOTE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-DETAILS-REJECTED.

       POST-OUTCOME-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO OUTCOME-RPT-LINE
           WRITE OUTCOME-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO OUTCOME-RPT-LINE
           WRITE OUTCOME-RPT-LINE.

       RECORD-OUTCOME-FILE.
      *    The TRANFILE row is what stops the same file posting twice
           MOVE WS-DETAILS-POSTED TO DB2-FILE-COUNT

           EXEC SQL
               INSERT INTO TRANFILE
                         ( FILEDATE,
                           POSTEDDATETIME,
                           RECORDCOUNT )
                  VALUES ( DATE(:WS-FILE-DATE),
                           CURRENT TIMESTAMP,
                           :DB2-FILE-COUNT )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPTBJ02 - TRANFILE INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       TERMINATE-JOB.
           IF WS-FILE-ACCEPTED
              PERFORM RECORD-OUTCOME-FILE

              MOVE SPACES TO OUTCOME-RPT-LINE
              WRITE OUTCOME-RPT-LINE
              MOVE 'OUTCOME RECORDS READ'          TO WS-TOTAL-LABEL
              MOVE WS-DETAILS-READ                 TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'JOURNEYS DONE'                 TO WS-TOTAL-LABEL
              MOVE WS-JOURNEYS-DONE                TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'PATIENT NOT READY / NOT THERE' TO WS-TOTAL-LABEL
              MOVE WS-JOURNEYS-NOSHOW              TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'RECORDS REJECTED'              TO WS-TOTAL-LABEL
              MOVE WS-DETAILS-REJECTED             TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE

              IF WS-DETAILS-REJECTED > 0
                 IF JC-RETURN-CODE EQUAL 0
                    MOVE 4 TO JC-RETURN-CODE
                 END-IF
              END-IF

      *       the contractor's own trailer must agree with its records
              IF NOT WS-TRAILER-READ
               OR DB2-RECORD-COUNT NOT EQUAL WS-DETAILS-READ
                 MOVE 'CONTRACTOR COUNT DOES NOT RECONCILE - QUERY'
                   TO OUTCOME-RPT-LINE
                 WRITE OUTCOME-RPT-LINE
                 MOVE 'CONTRACTOR TRAILER COUNT'   TO WS-TOTAL-LABEL
                 MOVE DB2-RECORD-COUNT             TO WS-TOTAL-VALUE
                 PERFORM WRITE-TOTAL-LINE
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-DETAILS-POSTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE OUTCOME-IN.
           CLOSE OUTCOME-RPT.

           DISPLAY 'HCPTBJ02 - FILE DATE:          ' WS-FILE-DATE.
           DISPLAY 'HCPTBJ02 - RECORDS READ:       ' WS-RECORDS-READ.
           DISPLAY 'HCPTBJ02 - OUTCOMES POSTED:    ' WS-DETAILS-POSTED.
           DISPLAY 'HCPTBJ02 - RECORDS REJECTED:   '
                    WS-DETAILS-REJECTED.
           DISPLAY 'HCPTBJ02 - TRANSPORT OUTCOME POSTING COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
