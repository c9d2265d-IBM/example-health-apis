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
      *       Immunization Registry Acknowledgment Load                *
      *                                                                *
      *   Posts the regional immunization registry's acknowledgment    *
      *  file back onto the doses HCIZBJ02 sent.  Each record carries  *
      *  the submission key (patient id, vaccine code, dose number),   *
      *  A accepted or R rejected, and for a rejection the registry's  *
      *  error code and text.  An accepted dose is done; a rejected    *
      *  one lands on the correction worklist (HCIZPL01 action W)      *
      *  until it is corrected and resubmitted.  Registry rejections   *
      *  are also listed on the report, as are records that cannot be  *
      *  posted - bad key, unknown status, or no sent dose to match.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIZBJ03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-IN ASSIGN TO IMMREGACK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-RPT ASSIGN TO IMMACKRJ
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-IN
           RECORDING MODE IS F.
       01  ACK-IN-RECORD.
           03 ACK-IN-KEY.
              05 ACK-IN-PATIENT-ID     PIC X(10).
              05 ACK-IN-VACCINE-CODE   PIC X(10).
              05 ACK-IN-DOSE-NUMBER    PIC X(2).
           03 ACK-IN-STATUS            PIC X(1).
           03 ACK-IN-ERR-CODE          PIC X(8).
           03 ACK-IN-ERR-TEXT          PIC X(60).

       FD  REJECT-RPT
           RECORDING MODE IS F.
       01  REJECT-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCIZBJ03------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-DOSES-ACCEPTED        PIC 9(7) VALUE ZERO.
           03 WS-DOSES-REJECTED        PIC 9(7) VALUE ZERO.
           03 WS-RECORDS-UNPOSTED      PIC 9(7) VALUE ZERO.

       01  WS-REJECT-LINE.
           03 WS-REJ-PATIENT-ID        PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-REJ-VACCINE-CODE      PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-REJ-DOSE-NUMBER       PIC X(2).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-REASON            PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-REJ-ERR-TEXT          PIC X(60).

       01  DB2-IMMUNIZATION.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-DOSE-NUMBER          PIC S9(4) COMP.
           03 DB2-DOSE-NUMBER-IN       PIC 9(2).

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
           PERFORM PROCESS-ACK-RECORD THRU PROCESS-ACK-EXIT
               UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCIZBJ03' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           PERFORM GET-RESTART-POSITION
           IF JC-RESTART-POS > 0
              DISPLAY 'HCIZBJ03 - RESUMING AFTER RECORD '
                       JC-RESTART-POS
           END-IF
           DISPLAY 'HCIZBJ03 - REGISTRY ACKNOWLEDGMENT LOAD STARTING'.
           OPEN INPUT ACK-IN.
      *    a rerun after a failure extends the same reject report,
      *    so lines written before the abend are not lost
           IF JC-RESTART-POS > 0
              OPEN EXTEND REJECT-RPT
           ELSE
              OPEN OUTPUT REJECT-RPT

              MOVE 'Patient Id Vaccine    Ds  Reason          '
                &  '                Registry Error'
                TO REJECT-RPT-LINE
              WRITE REJECT-RPT-LINE
           END-IF.

           PERFORM READ-NEXT-RECORD.

       READ-NEXT-RECORD.
           READ ACK-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       PROCESS-ACK-RECORD.
      *    records up to the recovered restart position were
      *    committed by the abended run - skip, never re-post
           IF WS-RECORDS-READ NOT > JC-RESTART-POS
              PERFORM READ-NEXT-RECORD
              GO TO PROCESS-ACK-EXIT
           END-IF

           IF ACK-IN-PATIENT-ID NOT NUMERIC
            OR ACK-IN-DOSE-NUMBER NOT NUMERIC
              MOVE 'KEY NOT NUMERIC' TO WS-REJ-REASON
              PERFORM WRITE-UNPOSTED
           ELSE
           IF ACK-IN-STATUS NOT EQUAL 'A' AND
              ACK-IN-STATUS NOT EQUAL 'R'
              MOVE 'STATUS NOT A OR R' TO WS-REJ-REASON
              PERFORM WRITE-UNPOSTED
           ELSE
              MOVE ACK-IN-PATIENT-ID  TO DB2-PATIENT-ID
              MOVE ACK-IN-DOSE-NUMBER TO DB2-DOSE-NUMBER-IN
              MOVE DB2-DOSE-NUMBER-IN TO DB2-DOSE-NUMBER
              PERFORM POST-ACKNOWLEDGMENT
           END-IF
           END-IF

           MOVE WS-RECORDS-READ TO JC-RESTART-POS
           ADD 1 TO WS-CHECKPOINT-COUNTER
           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
              PERFORM WRITE-JOB-CHECKPOINT
              MOVE 0 TO WS-CHECKPOINT-COUNTER
           END-IF

           PERFORM READ-NEXT-RECORD.

       PROCESS-ACK-EXIT.
           EXIT.

       POST-ACKNOWLEDGMENT.
      *    only a dose still waiting on the registry (S) takes the
      *    acknowledgment - one corrected since has been resubmitted
      *    and waits for the answer to the correction instead
           IF ACK-IN-STATUS EQUAL 'A'
              MOVE SPACES TO ACK-IN-ERR-CODE
              MOVE SPACES TO ACK-IN-ERR-TEXT
           END-IF

           EXEC SQL
               UPDATE IMMUNIZATION
                  SET REGSTATUS      = :ACK-IN-STATUS,
                      REGERRCODE     = :ACK-IN-ERR-CODE,
                      REGERRTEXT     = :ACK-IN-ERR-TEXT,
                      REGACKDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND VACCINECODE = :ACK-IN-VACCINE-CODE
                  AND DOSENUMBER  = :DB2-DOSE-NUMBER
                  AND REGSTATUS   = 'S'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF ACK-IN-STATUS EQUAL 'A'
                  ADD 1 TO WS-DOSES-ACCEPTED
               ELSE
                  ADD 1 TO WS-DOSES-REJECTED
                  STRING 'REGISTRY REJECT ' ACK-IN-ERR-CODE
                         DELIMITED BY SIZE INTO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
               END-IF
             WHEN 100
               MOVE 'NO SENT DOSE FOR THIS KEY' TO WS-REJ-REASON
               PERFORM WRITE-UNPOSTED
             WHEN OTHER
               MOVE 'SQL ERROR ON UPDATE' TO WS-REJ-REASON
               PERFORM WRITE-UNPOSTED
           END-EVALUATE.

       WRITE-UNPOSTED.
           ADD 1 TO WS-RECORDS-UNPOSTED
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           MOVE ACK-IN-PATIENT-ID   TO WS-REJ-PATIENT-ID
           MOVE ACK-IN-VACCINE-CODE TO WS-REJ-VACCINE-CODE
           MOVE ACK-IN-DOSE-NUMBER  TO WS-REJ-DOSE-NUMBER
           MOVE ACK-IN-ERR-TEXT TO WS-REJ-ERR-TEXT
           MOVE WS-REJECT-LINE  TO REJECT-RPT-LINE
           WRITE REJECT-RPT-LINE
           MOVE SPACES TO WS-REJ-REASON.

       TERMINATE-JOB.
           CLOSE ACK-IN.
           CLOSE REJECT-RPT.

           DISPLAY 'HCIZBJ03 - RECORDS READ:      ' WS-RECORDS-READ.
           DISPLAY 'HCIZBJ03 - DOSES ACCEPTED:    ' WS-DOSES-ACCEPTED.
           DISPLAY 'HCIZBJ03 - DOSES REJECTED:    ' WS-DOSES-REJECTED.
           DISPLAY 'HCIZBJ03 - RECORDS UNPOSTED:  '
                    WS-RECORDS-UNPOSTED.
           COMPUTE JC-RECORD-COUNT = WS-DOSES-ACCEPTED
                                   + WS-DOSES-REJECTED
           PERFORM WRITE-JOB-END
           DISPLAY 'HCIZBJ03 - REGISTRY ACKNOWLEDGMENT LOAD COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
