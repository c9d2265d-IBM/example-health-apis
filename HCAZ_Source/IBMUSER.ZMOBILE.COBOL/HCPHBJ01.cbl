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
      *         Phlebotomy Round List and Specimen Labels              *
      *                                                                *
      *   Run ahead of each phlebotomy round.  Every lab order placed  *
      *  (HCLOPL01) for a patient now in a bed and not yet drawn is    *
      *  listed ward by ward and bed by bed (PHLEBRND) - urgent tests  *
      *  first at each bed - with the patient, test, priority and an   *
      *  ISO warning where the patient is nursed in isolation.  Each   *
      *  order also gets a specimen label on the label printer file    *
      *  (SPECLBL): patient, date of birth, bed, test and the order    *
      *  barcode - LO, the order id and the same mod 97 check pair     *
      *  as the wristband (HCBCDPD), so a tube can never scan as a     *
      *  patient or as another order.  Once drawn the phlebotomist     *
      *  marks the order collected (HCLOPL01 action C) and it drops    *
      *  off the next round.                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPHBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUND-RPT ASSIGN TO PHLEBRND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABEL-OUT ASSIGN TO SPECLBL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUND-RPT
           RECORDING MODE IS F.
       01  ROUND-RPT-LINE              PIC X(100).

      * One specimen label - the text the label shows and the symbol
      * text the label printer encodes as its barcode
       FD  LABEL-OUT
           RECORDING MODE IS F.
       01  LABEL-OUT-RECORD.
           03 LBL-LAST-NAME            PIC X(20).
           03 FILLER                   PIC X(1).
           03 LBL-FIRST-NAME           PIC X(10).
           03 FILLER                   PIC X(1).
           03 LBL-DOB                  PIC X(10).
           03 FILLER                   PIC X(1).
           03 LBL-PATIENT-ID           PIC 9(10).
           03 FILLER                   PIC X(1).
           03 LBL-WARD                 PIC X(4).
           03 LBL-SLASH                PIC X(1).
           03 LBL-BED                  PIC X(4).
           03 FILLER                   PIC X(1).
           03 LBL-TEST-CODE            PIC X(10).
           03 FILLER                   PIC X(1).
           03 LBL-PRIORITY             PIC X(1).
           03 FILLER                   PIC X(1).
           03 LBL-ISOLATION            PIC X(3).
           03 FILLER                   PIC X(1).
           03 LBL-ORDER-ID             PIC 9(10).
           03 FILLER                   PIC X(1).
           03 LBL-BARCODE              PIC X(14).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPHBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-ORDERS-LISTED         PIC 9(7) VALUE ZERO.
           03 WS-URGENT-LISTED         PIC 9(7) VALUE ZERO.
           03 WS-BEDS-VISITED          PIC 9(7) VALUE ZERO.
           03 WS-LABELS-PRINTED        PIC 9(7) VALUE ZERO.

       01  WS-LAST-WARD                PIC X(4) VALUE LOW-VALUES.
       01  WS-LAST-PATIENT-ID          PIC S9(9) COMP VALUE -1.

       01  WS-ROUND-HEADING.
           03 FILLER                   PIC X(28)
                VALUE 'PHLEBOTOMY ROUND  PRINTED '.
           03 WS-RH-PRINTED            PIC X(16).

       01  WS-WARD-HEADING.
           03 FILLER                   PIC X(5) VALUE 'WARD '.
           03 WS-WH-WARD               PIC X(4).

       01  WS-COLUMN-HEADING.
           03 FILLER                   PIC X(45)
                VALUE 'Bed   Patient Id  Name                  Iso'.
           03 FILLER                   PIC X(55)
                VALUE 'Order Id    Test        P  Ordered'.

       01  WS-ROUND-LINE.
           03 WS-RL-BED                PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-PATIENT-ID         PIC Z(9)9.
           03 WS-RL-PATIENT-ID-X REDEFINES WS-RL-PATIENT-ID
                                       PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-NAME               PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-ISOLATION          PIC X(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-ORDER-ID           PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-TEST               PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-PRIORITY           PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RL-ORDERED            PIC X(16).

       01  DB2-PRINTED                 PIC X(26).

       01  WS-ROUND-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-BED                  PIC X(4).
           03 DB2-ISOLATION            PIC X(1).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-DOB                  PIC X(10).
           03 DB2-ORDER-ID             PIC S9(9) COMP.
           03 DB2-TEST-CODE            PIC X(10).
           03 DB2-PRIORITY             PIC X(1).
           03 DB2-ORDERED              PIC X(19).

       COPY HCBCDWS.

       COPY HCJCWS.

       COPY HCRDWS.

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
           PERFORM LIST-ONE-ORDER UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCPHBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCPHBJ01 - PHLEBOTOMY ROUND LIST STARTING'.
           OPEN OUTPUT ROUND-RPT.
           OPEN OUTPUT LABEL-OUT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :DB2-PRINTED
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE DB2-PRINTED(1:16) TO WS-RH-PRINTED
           MOVE WS-ROUND-HEADING  TO ROUND-RPT-LINE
           WRITE ROUND-RPT-LINE.

      *    placed and not yet drawn, for patients in a bed now;
      *    U sorts ahead of R so urgent tests come first at the bed
           EXEC SQL
               DECLARE PHLCSR CURSOR FOR
               SELECT O.WARDCODE, O.BEDNUM, VALUE(O.ISOLATION, ' '),
                      L.PATIENTID, VALUE(P.LASTNAME, ' '),
                      VALUE(P.FIRSTNAME, ' '),
                      VALUE(CHAR(P.DOB, ISO), ' '),
                      L.ORDERID, L.TESTCODE, L.PRIORITY,
                      L.ORDERDATETIME
                 FROM LABORDER L, OCCUPANCY O, PATIENT P
                WHERE L.STATUS IN ('O', 'S')
                  AND L.COLLECTEDDATETIME IS NULL
                  AND O.PATIENTID = L.PATIENTID
                  AND P.PATIENTID = L.PATIENTID
                ORDER BY O.WARDCODE, O.BEDNUM, L.PATIENTID,
                         L.PRIORITY DESC, L.ORDERDATETIME
           END-EXEC.

           EXEC SQL
               OPEN PHLCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPHBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           PERFORM FETCH-NEXT-ORDER.

       INITIALIZE-EXIT.
           EXIT.

       FETCH-NEXT-ORDER.
           EXEC SQL
               FETCH PHLCSR
                INTO :DB2-WARD, :DB2-BED, :DB2-ISOLATION,
                     :DB2-PATIENT-ID, :DB2-LAST-NAME, :DB2-FIRST-NAME,
                     :DB2-DOB, :DB2-ORDER-ID, :DB2-TEST-CODE,
                     :DB2-PRIORITY, :DB2-ORDERED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCPHBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

      *----------------------------------------------------------------*
       LIST-ONE-ORDER.
           IF DB2-WARD NOT EQUAL WS-LAST-WARD
              MOVE SPACES TO ROUND-RPT-LINE
              WRITE ROUND-RPT-LINE
              MOVE DB2-WARD          TO WS-WH-WARD
              MOVE WS-WARD-HEADING   TO ROUND-RPT-LINE
              WRITE ROUND-RPT-LINE
              MOVE WS-COLUMN-HEADING TO ROUND-RPT-LINE
              WRITE ROUND-RPT-LINE
              MOVE DB2-WARD          TO WS-LAST-WARD
              MOVE -1                TO WS-LAST-PATIENT-ID
           END-IF

      *    the bed and patient show once, the tests beneath them
           MOVE SPACES TO WS-RL-BED
           MOVE SPACES TO WS-RL-NAME
           MOVE SPACES TO WS-RL-ISOLATION
           MOVE SPACES TO WS-RL-PATIENT-ID-X
           IF DB2-PATIENT-ID NOT EQUAL WS-LAST-PATIENT-ID
              MOVE DB2-BED           TO WS-RL-BED
              MOVE DB2-PATIENT-ID    TO WS-RL-PATIENT-ID
              MOVE DB2-LAST-NAME     TO WS-RL-NAME
              IF DB2-ISOLATION EQUAL 'Y'
                 MOVE 'ISO'          TO WS-RL-ISOLATION
              END-IF
              MOVE DB2-PATIENT-ID    TO WS-LAST-PATIENT-ID
              ADD 1 TO WS-BEDS-VISITED
           END-IF

           MOVE DB2-ORDER-ID         TO WS-RL-ORDER-ID
           MOVE DB2-TEST-CODE        TO WS-RL-TEST
           MOVE DB2-PRIORITY         TO WS-RL-PRIORITY
           MOVE DB2-ORDERED(1:16)    TO WS-RL-ORDERED
           MOVE WS-ROUND-LINE        TO ROUND-RPT-LINE
           WRITE ROUND-RPT-LINE

           ADD 1 TO WS-ORDERS-LISTED
           IF DB2-PRIORITY EQUAL 'U'
              ADD 1 TO WS-URGENT-LISTED
           END-IF

           PERFORM PRINT-SPECIMEN-LABEL
           PERFORM FETCH-NEXT-ORDER.

       PRINT-SPECIMEN-LABEL.
      *    the order barcode is built the way the wristband's is, then
      *    prefixed LO so the scanner tells a tube from a patient
           MOVE DB2-ORDER-ID    TO WS-BCD-PATIENT-ID
           PERFORM BUILD-WRISTBAND-BARCODE
           MOVE 'LO'            TO WS-BCD-PREFIX

           MOVE SPACES          TO LABEL-OUT-RECORD
           MOVE DB2-LAST-NAME   TO LBL-LAST-NAME
           MOVE DB2-FIRST-NAME  TO LBL-FIRST-NAME
           MOVE DB2-DOB         TO LBL-DOB
           MOVE DB2-PATIENT-ID  TO LBL-PATIENT-ID
           MOVE DB2-WARD        TO LBL-WARD
           MOVE '/'             TO LBL-SLASH
           MOVE DB2-BED         TO LBL-BED
           MOVE DB2-TEST-CODE   TO LBL-TEST-CODE
           MOVE DB2-PRIORITY    TO LBL-PRIORITY
           IF DB2-ISOLATION EQUAL 'Y'
              MOVE 'ISO'        TO LBL-ISOLATION
           END-IF
           MOVE DB2-ORDER-ID    TO LBL-ORDER-ID
           MOVE WS-BCD-BARCODE  TO LBL-BARCODE
           WRITE LABEL-OUT-RECORD

           ADD 1 TO WS-LABELS-PRINTED.

      *----------------------------------------------------------------*
       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE PHLCSR
              END-EXEC
           END-IF

           IF WS-ORDERS-LISTED EQUAL ZERO
              MOVE 'NO SPECIMENS WAITING TO BE DRAWN'
                TO ROUND-RPT-LINE
              WRITE ROUND-RPT-LINE
           END-IF

           MOVE WS-ORDERS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE ROUND-RPT.
           CLOSE LABEL-OUT.

           DISPLAY 'HCPHBJ01 - PATIENTS TO BLEED:  ' WS-BEDS-VISITED.
           DISPLAY 'HCPHBJ01 - ORDERS LISTED:      ' WS-ORDERS-LISTED.
           DISPLAY 'HCPHBJ01 - OF WHICH URGENT:    ' WS-URGENT-LISTED.
           DISPLAY 'HCPHBJ01 - LABELS PRINTED:     ' WS-LABELS-PRINTED.
           DISPLAY 'HCPHBJ01 - PHLEBOTOMY ROUND LIST COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBCDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
