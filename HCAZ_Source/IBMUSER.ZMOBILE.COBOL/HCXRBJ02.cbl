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
      *                 Imaging Report File Load                       *
      *                                                                *
      *   Loads the radiology system's report file onto IMAGEREPORT    *
      *  and marks each answered IMAGEORDER reported, so the report    *
      *  shows on the imaging screen (HCXRPL01) and the patient        *
      *  inquiry.  Each input record carries the order id, patient     *
      *  id, reported timestamp, reporting radiologist and the         *
      *  report text.  A later report for the same order (an           *
      *  addendum) is loaded alongside the first and shown in its      *
      *  place.  Records that fail the edits are listed on the         *
      *  reject report with a reason and are not loaded.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCXRBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN ASSIGN TO IMGRPTIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-RPT ASSIGN TO IMGREJCT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN
           RECORDING MODE IS F.
       01  REPORT-IN-RECORD.
           03 RPT-IN-KEY.
              05 RPT-IN-ORDER-ID       PIC X(10).
              05 RPT-IN-PATIENT-ID     PIC X(10).
              05 RPT-IN-REPORTED       PIC X(19).
              05 RPT-IN-RADIOLOGIST    PIC X(20).
           03 RPT-IN-TEXT              PIC X(240).

       FD  REJECT-RPT
           RECORDING MODE IS F.
       01  REJECT-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCXRBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-RECORDS-LOADED        PIC 9(7) VALUE ZERO.
           03 WS-RECORDS-REJECTED      PIC 9(7) VALUE ZERO.

      * the reject line carries the record's key fields - the
      * report text itself is too long to list
       01  WS-REJECT-LINE.
           03 WS-REJ-RECORD            PIC X(59).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-REASON            PIC X(30).

       01  DB2-IMAGEREPORT.
           03 DB2-ORDER-ID             PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-ORDER-PATIENT-ID     PIC S9(9) COMP.
           03 DB2-STATUS               PIC X(1).
           03 DB2-REPORTED             PIC X(19).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

      * Commit-point restart controls - position recovered through
      * GET-RESTART-POSITION, checkpointed every interval through
      * WRITE-JOB-CHECKPOINT, both on JOBCONTROL
       01  WS-CHECKPOINT-CONTROLS.
           03 WS-CHECKPOINT-INTERVAL   PIC 9(4) COMP VALUE 500.
           03 WS-CHECKPOINT-COUNTER    PIC 9(4) COMP VALUE 0.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM PROCESS-REPORT-RECORD THRU PROCESS-REPORT-EXIT
               UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCXRBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           PERFORM GET-RESTART-POSITION
           IF JC-RESTART-POS > 0
              DISPLAY 'HCXRBJ02 - RESUMING AFTER RECORD '
                       JC-RESTART-POS
           END-IF
           DISPLAY 'HCXRBJ02 - IMAGING REPORT LOAD STARTING'.
           OPEN INPUT REPORT-IN.
      *    a rerun after a failure extends the same reject report,
      *    so lines written before the abend are not lost
           IF JC-RESTART-POS > 0
              OPEN EXTEND REJECT-RPT
           ELSE
              OPEN OUTPUT REJECT-RPT

              MOVE 'Order Id  Patient Id Reported           '
                &  'Radiologist           Reason'
                TO REJECT-RPT-LINE
              WRITE REJECT-RPT-LINE
           END-IF.

           PERFORM READ-NEXT-RECORD.

       READ-NEXT-RECORD.
           READ REPORT-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       PROCESS-REPORT-RECORD.
      *    records up to the recovered restart position were
      *    committed by the abended run - skip, never re-insert
           IF WS-RECORDS-READ NOT > JC-RESTART-POS
              PERFORM READ-NEXT-RECORD
              GO TO PROCESS-REPORT-EXIT
           END-IF

      *    The report must answer an order we placed for the same
      *    patient - a report for another patient's order is the
      *    one mistake this load must never make
           IF RPT-IN-ORDER-ID NOT NUMERIC
              MOVE 'ORDER ID NOT NUMERIC' TO WS-REJ-REASON
              PERFORM WRITE-REJECT
           ELSE
           IF RPT-IN-PATIENT-ID NOT NUMERIC
              MOVE 'PATIENT ID NOT NUMERIC' TO WS-REJ-REASON
              PERFORM WRITE-REJECT
           ELSE
           IF RPT-IN-TEXT EQUAL SPACES
              MOVE 'REPORT TEXT MISSING' TO WS-REJ-REASON
              PERFORM WRITE-REJECT
           ELSE
              MOVE RPT-IN-ORDER-ID   TO DB2-ORDER-ID
              MOVE RPT-IN-PATIENT-ID TO DB2-PATIENT-ID
              PERFORM READ-IMAGE-ORDER
              EVALUATE TRUE
                WHEN SQLCODE NOT EQUAL 0
                  MOVE 'ORDER NOT ON FILE' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT
                WHEN DB2-ORDER-PATIENT-ID NOT EQUAL DB2-PATIENT-ID
                  MOVE 'ORDER IS FOR ANOTHER PATIENT' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT
                WHEN DB2-STATUS EQUAL 'X'
                  MOVE 'ORDER WAS CANCELLED' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT
                WHEN OTHER
                  PERFORM INSERT-IMAGEREPORT
              END-EVALUATE
           END-IF
           END-IF
           END-IF

           MOVE WS-RECORDS-READ TO JC-RESTART-POS
           ADD 1 TO WS-CHECKPOINT-COUNTER
           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
              PERFORM WRITE-JOB-CHECKPOINT
              MOVE 0 TO WS-CHECKPOINT-COUNTER
           END-IF

           PERFORM READ-NEXT-RECORD.

       PROCESS-REPORT-EXIT.
           EXIT.

       READ-IMAGE-ORDER.
           EXEC SQL
               SELECT PATIENTID, STATUS
                 INTO :DB2-ORDER-PATIENT-ID, :DB2-STATUS
                 FROM IMAGEORDER
                WHERE ORDERID = :DB2-ORDER-ID
           END-EXEC.

       INSERT-IMAGEREPORT.
           MOVE RPT-IN-REPORTED TO DB2-REPORTED

           EXEC SQL
               INSERT INTO IMAGEREPORT
                         ( ORDERID,
                           PATIENTID,
                           REPORTED,
                           RADIOLOGIST,
                           REPORTTEXT )
                  VALUES ( :DB2-ORDER-ID,
                           :DB2-PATIENT-ID,
                           :DB2-REPORTED,
                           :RPT-IN-RADIOLOGIST,
                           :RPT-IN-TEXT )
           END-EXEC

           IF SQLCODE EQUAL 0
              ADD 1 TO WS-RECORDS-LOADED
              PERFORM MARK-ORDER-REPORTED
           ELSE
              MOVE 'SQL ERROR ON INSERT' TO WS-REJ-REASON
              PERFORM WRITE-REJECT
           END-IF.

       MARK-ORDER-REPORTED.
      *    a reported order drops off the HCXRBJ03 ageing list
           EXEC SQL
               UPDATE IMAGEORDER
                  SET STATUS = 'R'
                WHERE ORDERID = :DB2-ORDER-ID
                  AND STATUS IN ('O', 'S')
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCXRBJ02 - ORDER UPDATE FAILED SQLCODE='
                       SQLCODE
           END-IF.

       WRITE-REJECT.
           MOVE RPT-IN-KEY TO WS-REJ-RECORD
           MOVE WS-REJECT-LINE TO REJECT-RPT-LINE
           WRITE REJECT-RPT-LINE
           ADD 1 TO WS-RECORDS-REJECTED.

       TERMINATE-JOB.
           CLOSE REPORT-IN.
           CLOSE REJECT-RPT.

           DISPLAY 'HCXRBJ02 - RECORDS READ:     ' WS-RECORDS-READ.
           DISPLAY 'HCXRBJ02 - RECORDS LOADED:   ' WS-RECORDS-LOADED.
           DISPLAY 'HCXRBJ02 - RECORDS REJECTED: ' WS-RECORDS-REJECTED.
           MOVE WS-RECORDS-LOADED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           DISPLAY 'HCXRBJ02 - IMAGING REPORT LOAD COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
