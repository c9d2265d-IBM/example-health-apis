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
      *          Outbound Imaging Order Extract                        *
      *                                                                *
      *   Writes every placed-but-not-yet-sent IMAGEORDER row to the   *
      *  fixed-format order file (IMGORD) for the radiology system     *
      *  and marks it sent.  The radiology system already holds the    *
      *  patient from the HCFEDMSG demographic feed, so the order      *
      *  carries the patient id only.  A rerun never re-sends - only   *
      *  status O rows are picked up.  Test and training patients      *
      *  are marked sent without being written.  Run nightly.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCXRBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-OUT ASSIGN TO IMGORD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-OUT
           RECORDING MODE IS F.
       01  ORDER-OUT-RECORD.
           03 ORD-ORDER-ID             PIC 9(10).
           03 ORD-PATIENT-ID           PIC 9(10).
           03 ORD-MODALITY             PIC X(2).
           03 ORD-BODY-PART            PIC X(20).
           03 ORD-URGENCY              PIC X(1).
           03 ORD-PROVIDER-ID          PIC 9(10).
           03 ORD-ORDERED              PIC X(19).
           03 ORD-QUESTION             PIC X(60).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCXRBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-ORDERS-SENT           PIC 9(7) VALUE ZERO.
           03 WS-ORDERS-WITHHELD       PIC 9(7) VALUE ZERO.

       01  WS-CURSOR-ROW.
           03 DB2-ORDER-ID             PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-MODALITY             PIC X(2).
           03 DB2-BODY-PART            PIC X(20).
           03 DB2-URGENCY              PIC X(1).
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.
           03 DB2-ORDERED              PIC X(19).
           03 DB2-QUESTION             PIC X(60).
           03 DB2-PATIENT-TYPE         PIC X(1).

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
           PERFORM SEND-ONE-ORDER UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCXRBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCXRBJ01 - IMAGING ORDER EXTRACT STARTING'.
           OPEN OUTPUT ORDER-OUT.

      *    urgent orders first so radiology vets them first
           EXEC SQL
               DECLARE ORDCSR CURSOR FOR
               SELECT O.ORDERID, O.PATIENTID, O.MODALITY, O.BODYPART,
                      O.URGENCY, O.ORDPROVIDERID, O.ORDERDATETIME,
                      O.QUESTION, VALUE(P.PATIENTTYPE, ' ')
                 FROM IMAGEORDER O, PATIENT P
                WHERE O.STATUS    = 'O'
                  AND P.PATIENTID = O.PATIENTID
                ORDER BY O.URGENCY DESC, O.ORDERID
           END-EXEC.

           EXEC SQL
               OPEN ORDCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCXRBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-ORDER
           END-IF.

       FETCH-NEXT-ORDER.
           EXEC SQL
               FETCH ORDCSR
                INTO :DB2-ORDER-ID, :DB2-PATIENT-ID,
                     :DB2-MODALITY, :DB2-BODY-PART,
                     :DB2-URGENCY, :DB2-PROVIDER-ID,
                     :DB2-ORDERED, :DB2-QUESTION,
                     :DB2-PATIENT-TYPE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCXRBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       SEND-ONE-ORDER.
      *    a test or training patient never reaches the interface
      *    file - the order is still marked sent so it does not sit
      *    on the ageing list
           IF DB2-PATIENT-TYPE EQUAL 'T' OR 'G'
              ADD 1 TO WS-ORDERS-WITHHELD
           ELSE
              MOVE DB2-ORDER-ID    TO ORD-ORDER-ID
              MOVE DB2-PATIENT-ID  TO ORD-PATIENT-ID
              MOVE DB2-MODALITY    TO ORD-MODALITY
              MOVE DB2-BODY-PART   TO ORD-BODY-PART
              MOVE DB2-URGENCY     TO ORD-URGENCY
              MOVE DB2-PROVIDER-ID TO ORD-PROVIDER-ID
              MOVE DB2-ORDERED     TO ORD-ORDERED
              MOVE DB2-QUESTION    TO ORD-QUESTION
              WRITE ORDER-OUT-RECORD
           END-IF

           EXEC SQL
               UPDATE IMAGEORDER
                  SET STATUS = 'S'
                WHERE ORDERID = :DB2-ORDER-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCXRBJ01 - SENT UPDATE FAILED SQLCODE='
                       SQLCODE
           ELSE
              IF DB2-PATIENT-TYPE NOT EQUAL 'T' AND
                 DB2-PATIENT-TYPE NOT EQUAL 'G'
                 ADD 1 TO WS-ORDERS-SENT
              END-IF
           END-IF

           PERFORM FETCH-NEXT-ORDER.

       TERMINATE-JOB.
           MOVE WS-ORDERS-SENT TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE ORDCSR
           END-EXEC.

           CLOSE ORDER-OUT.

           DISPLAY 'HCXRBJ01 - ORDERS SENT:     ' WS-ORDERS-SENT.
           DISPLAY 'HCXRBJ01 - ORDERS WITHHELD: ' WS-ORDERS-WITHHELD.
           DISPLAY 'HCXRBJ01 - IMAGING ORDER EXTRACT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
