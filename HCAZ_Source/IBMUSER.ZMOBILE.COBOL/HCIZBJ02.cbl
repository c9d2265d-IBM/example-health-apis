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
      *          Immunization Registry Submission Extract              *
      *                                                                *
      *   Writes every new (N) and corrected (C) IMMUNIZATION dose to  *
      *  the regional immunization registry's submission file          *
      *  (IMMREGOUT) - header, one detail per dose with the patient,   *
      *  vaccine, dose number, date given, lot and administering       *
      *  provider, then a trailer count - and marks each dose sent     *
      *  with the run timestamp.  Patient id, vaccine code and dose    *
      *  number are the key the registry returns on its                *
      *  acknowledgment file, posted back by HCIZBJ03.  Test and       *
      *  training patients are withheld (status X).  A rerun never     *
      *  re-sends - only N and C doses are picked up.  Run nightly.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIZBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-OUT ASSIGN TO IMMREGOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-OUT
           RECORDING MODE IS F.
       01  REG-OUT-RECORD.
           03 REG-RECORD-TYPE          PIC X(1).
      *    N new dose, C correction to a dose already submitted
           03 REG-ACTION               PIC X(1).
           03 REG-PATIENT-ID           PIC 9(10).
           03 REG-LAST-NAME            PIC X(20).
           03 REG-FIRST-NAME           PIC X(10).
           03 REG-DOB                  PIC X(10).
           03 REG-SEX                  PIC X(1).
           03 REG-POSTCODE             PIC X(10).
           03 REG-VACCINE-CODE         PIC X(10).
           03 REG-DOSE-NUMBER          PIC 9(2).
           03 REG-GIVEN-DATE           PIC X(10).
           03 REG-LOT-NUMBER           PIC X(15).
           03 REG-PROVIDER-ID          PIC 9(10).
           03 REG-PROVIDER-LAST        PIC X(20).
           03 REG-PROVIDER-FIRST       PIC X(10).
      *    header (H) and trailer (T) views of the same record
       01  REG-OUT-HEADER REDEFINES REG-OUT-RECORD.
           03 REGH-RECORD-TYPE         PIC X(1).
           03 REGH-SENDER              PIC X(8).
           03 REGH-CREATED             PIC X(19).
           03 FILLER                   PIC X(112).
       01  REG-OUT-TRAILER REDEFINES REG-OUT-RECORD.
           03 REGT-RECORD-TYPE         PIC X(1).
           03 REGT-RECORD-COUNT        PIC 9(7).
           03 FILLER                   PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCIZBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

      * Submitting organisation as the registry knows us
       01  WS-SENDER-ID                PIC X(8) VALUE 'HCAZ'.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-DOSES-NEW             PIC 9(7) VALUE ZERO.
           03 WS-DOSES-CORRECTED       PIC 9(7) VALUE ZERO.
           03 WS-DOSES-SENT            PIC 9(7) VALUE ZERO.
           03 WS-DOSES-WITHHELD        PIC 9(7) VALUE ZERO.

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-VACCINE-CODE         PIC X(10).
           03 DB2-DOSE-NUMBER          PIC S9(4) COMP.
           03 DB2-GIVEN-DATE           PIC X(10).
           03 DB2-LOT                  PIC X(15).
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.
           03 DB2-REG-STATUS           PIC X(1).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-SEX                  PIC X(1).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-PATIENT-TYPE         PIC X(1).
           03 DB2-PROV-FIRST           PIC X(10).
           03 DB2-PROV-LAST            PIC X(20).

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
           PERFORM SEND-ONE-DOSE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCIZBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCIZBJ02 - REGISTRY SUBMISSION STARTING'.

      *    one timestamp for the whole run - the header and every
      *    dose sent agree, and the unacknowledged report ages from it
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           OPEN OUTPUT REG-OUT.

           MOVE SPACES             TO REG-OUT-RECORD
           MOVE 'H'                TO REGH-RECORD-TYPE
           MOVE WS-SENDER-ID       TO REGH-SENDER
           MOVE WS-RUN-TIMESTAMP   TO REGH-CREATED
           WRITE REG-OUT-RECORD.

           EXEC SQL
               DECLARE REGCSR CURSOR FOR
               SELECT I.PATIENTID, I.VACCINECODE, I.DOSENUMBER,
                      I.GIVENDATE, I.LOTNUMBER, I.PROVIDERID,
                      I.REGSTATUS,
                      P.FIRSTNAME, P.LASTNAME, P.DOB,
                      VALUE(P.ADMINSEX, ' '), VALUE(P.POSTCODE, ' '),
                      VALUE(P.PATIENTTYPE, ' '),
                      VALUE(V.FIRSTNAME, ' '), VALUE(V.LASTNAME, ' ')
                 FROM IMMUNIZATION I
                 INNER JOIN PATIENT P
                   ON P.PATIENTID = I.PATIENTID
                 LEFT OUTER JOIN PROVIDER V
                   ON V.PROVIDERID = I.PROVIDERID
                WHERE I.REGSTATUS IN ('N', 'C')
                ORDER BY I.PATIENTID, I.VACCINECODE, I.DOSENUMBER
           END-EXEC.

           EXEC SQL
               OPEN REGCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCIZBJ02 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-DOSE
           END-IF.

       FETCH-NEXT-DOSE.
           EXEC SQL
               FETCH REGCSR
                INTO :DB2-PATIENT-ID, :DB2-VACCINE-CODE,
                     :DB2-DOSE-NUMBER, :DB2-GIVEN-DATE, :DB2-LOT,
                     :DB2-PROVIDER-ID, :DB2-REG-STATUS,
                     :DB2-FIRST-NAME, :DB2-LAST-NAME, :DB2-DOB,
                     :DB2-SEX, :DB2-POSTCODE, :DB2-PATIENT-TYPE,
                     :DB2-PROV-FIRST, :DB2-PROV-LAST
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCIZBJ02 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       SEND-ONE-DOSE.
      *    a test or training patient never reaches the registry -
      *    the dose is withheld (X) so it drops off the queue
           IF DB2-PATIENT-TYPE EQUAL 'T' OR 'G'
              MOVE 'X' TO DB2-REG-STATUS
              ADD 1 TO WS-DOSES-WITHHELD
           ELSE
              PERFORM WRITE-DOSE
              MOVE 'S' TO DB2-REG-STATUS
           END-IF

           EXEC SQL
               UPDATE IMMUNIZATION
                  SET REGSTATUS       = :DB2-REG-STATUS,
                      REGSENTDATETIME = :WS-RUN-TIMESTAMP
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND VACCINECODE = :DB2-VACCINE-CODE
                  AND DOSENUMBER  = :DB2-DOSE-NUMBER
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCIZBJ02 - SENT UPDATE FAILED SQLCODE='
                       SQLCODE
           END-IF

           PERFORM FETCH-NEXT-DOSE.

       WRITE-DOSE.
           MOVE SPACES             TO REG-OUT-RECORD
           MOVE 'D'                TO REG-RECORD-TYPE
           MOVE DB2-REG-STATUS     TO REG-ACTION
           MOVE DB2-PATIENT-ID     TO REG-PATIENT-ID
           MOVE DB2-LAST-NAME      TO REG-LAST-NAME
           MOVE DB2-FIRST-NAME     TO REG-FIRST-NAME
           MOVE DB2-DOB            TO REG-DOB
           MOVE DB2-SEX            TO REG-SEX
           MOVE DB2-POSTCODE       TO REG-POSTCODE
           MOVE DB2-VACCINE-CODE   TO REG-VACCINE-CODE
           MOVE DB2-DOSE-NUMBER    TO REG-DOSE-NUMBER
           MOVE DB2-GIVEN-DATE     TO REG-GIVEN-DATE
           MOVE DB2-LOT            TO REG-LOT-NUMBER
           MOVE DB2-PROVIDER-ID    TO REG-PROVIDER-ID
           MOVE DB2-PROV-LAST      TO REG-PROVIDER-LAST
           MOVE DB2-PROV-FIRST     TO REG-PROVIDER-FIRST
           WRITE REG-OUT-RECORD

           ADD 1 TO WS-DOSES-SENT
           IF DB2-REG-STATUS EQUAL 'C'
              ADD 1 TO WS-DOSES-CORRECTED
           ELSE
              ADD 1 TO WS-DOSES-NEW
           END-IF.

       TERMINATE-JOB.
           MOVE SPACES             TO REG-OUT-RECORD
           MOVE 'T'                TO REGT-RECORD-TYPE
           MOVE WS-DOSES-SENT      TO REGT-RECORD-COUNT
           WRITE REG-OUT-RECORD.

           MOVE WS-DOSES-SENT TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE REGCSR
           END-EXEC.

           CLOSE REG-OUT.

           DISPLAY 'HCIZBJ02 - NEW DOSES SENT:       ' WS-DOSES-NEW.
           DISPLAY 'HCIZBJ02 - CORRECTIONS SENT:     '
                    WS-DOSES-CORRECTED.
           DISPLAY 'HCIZBJ02 - DOSES WITHHELD:       '
                    WS-DOSES-WITHHELD.
           DISPLAY 'HCIZBJ02 - REGISTRY SUBMISSION COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
