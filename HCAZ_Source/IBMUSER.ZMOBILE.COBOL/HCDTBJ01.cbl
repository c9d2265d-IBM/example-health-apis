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
      *              Ward Downtime Print Pack                          *
      *                                                                *
      *   Run every four hours so that, if the system goes down, each  *
      *  ward already holds on paper what it needs to keep working:    *
      *  the bed list, and for each occupied bed the patient's         *
      *  allergies, active problems and every dose due in the next     *
      *  12 hours laid out as on the ward MAR (HCMWPL01), with space   *
      *  to sign each dose off by hand.                                *
      *   Each ward's pack is stored in the report repository under    *
      *  report id DTPK + ward code and routed through RPTDIST rows    *
      *  for that id, the repository id riding on the DISTQUEUE entry  *
      *  so the spool driver (HCRDBJ01) prints the whole pack behind   *
      *  its banner.  Only the latest pack is kept: the ward's         *
      *  previous pack is removed from the repository, and any copy    *
      *  of it still waiting on DISTQUEUE is marked superseded (S)     *
      *  so a stale pack is never printed.  DOWNTIME holds the full    *
      *  run for all wards.                                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDTBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACK-RPT ASSIGN TO DOWNTIME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PACK-RPT
           RECORDING MODE IS F.
       01  PACK-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCDTBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.
       01  WS-BED-EOF-SWITCH           PIC X VALUE 'N'.
           88 WS-BED-EOF               VALUE 'Y'.
       01  WS-ITEM-EOF-SWITCH          PIC X VALUE 'N'.
           88 WS-ITEM-EOF              VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-WARDS-PRINTED         PIC 9(5) VALUE ZERO.
           03 WS-BEDS-PRINTED          PIC 9(7) VALUE ZERO.
           03 WS-DOSES-PRINTED         PIC 9(7) VALUE ZERO.
           03 WS-COPIES-QUEUED         PIC 9(7) VALUE ZERO.
           03 WS-ITEMS-LISTED          PIC 9(5) VALUE ZERO.

       01  WS-WARD-HEADING.
           03 FILLER                   PIC X(20)
                                        VALUE 'DOWNTIME PACK  WARD '.
           03 WS-WH-WARD               PIC X(4).
           03 FILLER                   PIC X(10) VALUE '  PRINTED '.
           03 WS-WH-PRINTED            PIC X(16).
           03 FILLER                   PIC X(14)
                                        VALUE '  DOSES UNTIL '.
           03 WS-WH-UNTIL              PIC X(16).

       01  WS-PATIENT-LINE.
           03 FILLER                   PIC X(4) VALUE 'BED '.
           03 WS-PL-BED                PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-LAST-NAME          PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PL-FIRST-NAME         PIC X(10).
           03 FILLER                   PIC X(6) VALUE '  DOB '.
           03 WS-PL-DOB                PIC X(10).

       01  WS-ALLERGY-LINE.
           03 FILLER                   PIC X(14)
                                        VALUE '    ALLERGY   '.
           03 WS-AL-ALLERGEN           PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-REACTION           PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AL-SEVERITY           PIC X(10).

       01  WS-PROBLEM-LINE.
           03 FILLER                   PIC X(14)
                                        VALUE '    PROBLEM   '.
           03 WS-PR-CODE               PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-PR-DESC               PIC X(50).

      * Dose lines as on the ward MAR, with room to sign by hand
       01  WS-MAR-HEADING.
           03 FILLER                   PIC X(50)
                VALUE 'Bed   Patient Id  Med Id      Drug'.
           03 FILLER                   PIC X(50)
                VALUE '            Due               Given     Init'.

       01  WS-MAR-LINE.
           03 WS-ML-BED                PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-ML-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-ML-MED-ID             PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-ML-DRUG               PIC X(30).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-ML-TIME               PIC X(16).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 FILLER                   PIC X(20)
                                        VALUE '________  ________'.

       01  WS-WINDOW-FIELDS.
           03 DB2-WINDOW-FROM          PIC X(26).
           03 DB2-WINDOW-TO            PIC X(26).

       01  WS-WARD-ROW.
           03 DB2-WARD                 PIC X(4).
           03 DB2-REPORT-ID            PIC X(8).

       01  WS-BED-ROW.
           03 DB2-BED                  PIC X(4).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-DOB                  PIC X(10).

       01  WS-ITEM-ROW.
           03 DB2-ALLERGEN             PIC X(30).
           03 DB2-REACTION             PIC X(30).
           03 DB2-SEVERITY             PIC X(10).
           03 DB2-PROB-CODE            PIC X(10).
           03 DB2-PROB-DESC            PIC X(50).
           03 DB2-MED-ID               PIC S9(9) COMP.
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-PDATETIME            PIC X(19).

       01  WS-REPO-FIELDS.
           03 DB2-REPO-ID              PIC S9(9) COMP.
           03 DB2-LINE-SEQ             PIC S9(9) COMP VALUE +0.
           03 DB2-LINE-TEXT            PIC X(120).

       01  WS-DIST-ROW.
           03 DB2-DEST-TYPE            PIC X(1).
           03 DB2-DEST-NAME            PIC X(8).
           03 DB2-RECIPIENT            PIC X(20).

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

           PERFORM INITIALIZE-JOB THRU INITIALIZE-EXIT.
           PERFORM PRINT-WARD-PACK UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCDTBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCDTBJ01 - DOWNTIME PRINT PACK STARTING'.
           OPEN OUTPUT PACK-RPT.

      *    the pack covers the doses due from now for the next 12 hours
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP),
                      CHAR(CURRENT TIMESTAMP + 12 HOURS)
                 INTO :DB2-WINDOW-FROM, :DB2-WINDOW-TO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDTBJ01 - TIME WINDOW FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE DB2-WINDOW-FROM(1:16) TO WS-WH-PRINTED
           MOVE DB2-WINDOW-TO(1:16)   TO WS-WH-UNTIL
           DISPLAY 'HCDTBJ01 - DOSES DUE ' WS-WH-PRINTED
                   ' TO ' WS-WH-UNTIL.

           EXEC SQL
               DECLARE WRDCSR CURSOR WITH HOLD FOR
               SELECT DISTINCT WARDCODE
                 FROM OCCUPANCY
                ORDER BY WARDCODE
           END-EXEC.

           EXEC SQL
               OPEN WRDCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDTBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-WARD
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

       FETCH-NEXT-WARD.
           EXEC SQL
               FETCH WRDCSR
                INTO :DB2-WARD
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCDTBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

      *----------------------------------------------------------------*
       PRINT-WARD-PACK.
           MOVE SPACES TO DB2-REPORT-ID
           STRING 'DTPK' DB2-WARD DELIMITED BY SIZE
             INTO DB2-REPORT-ID

           PERFORM REPLACE-PREVIOUS-PACK THRU REPLACE-PREVIOUS-EXIT

           MOVE DB2-WARD TO WS-WH-WARD
           MOVE WS-WARD-HEADING TO DB2-LINE-TEXT
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO DB2-LINE-TEXT
           PERFORM WRITE-PACK-LINE

           EXEC SQL
               DECLARE BEDCSR CURSOR FOR
               SELECT O.BEDNUM, O.PATIENTID,
                      VALUE(P.LASTNAME, ' '), VALUE(P.FIRSTNAME, ' '),
                      VALUE(CHAR(P.DOB, ISO), ' ')
                 FROM OCCUPANCY O, PATIENT P
                WHERE O.WARDCODE = :DB2-WARD
                  AND P.PATIENTID = O.PATIENTID
                ORDER BY O.BEDNUM
           END-EXEC

           MOVE 'N' TO WS-BED-EOF-SWITCH
           EXEC SQL
               OPEN BEDCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDTBJ01 - BED CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-BED
              PERFORM PRINT-BED UNTIL WS-BED-EOF
              EXEC SQL
                  CLOSE BEDCSR
              END-EXEC
           END-IF

      *    page break between wards
           MOVE ALL '=' TO DB2-LINE-TEXT
           PERFORM WRITE-PACK-LINE

           PERFORM QUEUE-WARD-COPIES

           EXEC SQL
               COMMIT
           END-EXEC

           ADD 1 TO WS-WARDS-PRINTED
           PERFORM FETCH-NEXT-WARD.

      *----------------------------------------------------------------*
       REPLACE-PREVIOUS-PACK.
      *    copies of the last pack still waiting to print are stale
           EXEC SQL
               UPDATE DISTQUEUE
                  SET STATUS = 'S'
                WHERE REPORTID = :DB2-REPORT-ID
                  AND STATUS = 'Q'
           END-EXEC

           EXEC SQL
               DELETE FROM RPTREPOLN
                WHERE REPOID IN
                      ( SELECT REPOID FROM RPTREPO
                         WHERE REPORTID = :DB2-REPORT-ID )
           END-EXEC

           EXEC SQL
               DELETE FROM RPTREPO
                WHERE REPORTID = :DB2-REPORT-ID
           END-EXEC

           MOVE ZERO TO DB2-REPO-ID
           MOVE ZERO TO DB2-LINE-SEQ

           EXEC SQL
               INSERT INTO RPTREPO
                         ( REPOID,
                           REPORTID,
                           BUSDATE,
                           RUNDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-REPORT-ID,
                           CHAR(CURRENT DATE, ISO),
                           :DB2-WINDOW-FROM )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDTBJ01 - REPO INSERT FAILED SQLCODE='
                       SQLCODE ' WARD ' DB2-WARD
              MOVE 8 TO JC-RETURN-CODE
              GO TO REPLACE-PREVIOUS-EXIT
           END-IF

           EXEC SQL
                SET :DB2-REPO-ID = IDENTITY_VAL_LOCAL()
           END-EXEC.

       REPLACE-PREVIOUS-EXIT.
           EXIT.

       WRITE-PACK-LINE.
           MOVE DB2-LINE-TEXT TO PACK-RPT-LINE
           WRITE PACK-RPT-LINE

           IF DB2-REPO-ID NOT EQUAL ZERO
              ADD 1 TO DB2-LINE-SEQ
              EXEC SQL
                  INSERT INTO RPTREPOLN
                            ( REPOID,
                              LINESEQ,
                              LINETEXT )
                     VALUES ( :DB2-REPO-ID,
                              :DB2-LINE-SEQ,
                              :DB2-LINE-TEXT )
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCDTBJ01 - LINE INSERT FAILED SQLCODE='
                          SQLCODE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       FETCH-NEXT-BED.
           EXEC SQL
               FETCH BEDCSR
                INTO :DB2-BED, :DB2-PATIENT-ID, :DB2-LAST-NAME,
                     :DB2-FIRST-NAME, :DB2-DOB
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-BED-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCDTBJ01 - BED FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-BED-EOF-SWITCH
           END-EVALUATE.

       PRINT-BED.
           MOVE DB2-BED             TO WS-PL-BED
           MOVE DB2-PATIENT-ID      TO WS-PL-PATIENT-ID
           MOVE DB2-LAST-NAME       TO WS-PL-LAST-NAME
           MOVE DB2-FIRST-NAME      TO WS-PL-FIRST-NAME
           MOVE DB2-DOB             TO WS-PL-DOB
           MOVE WS-PATIENT-LINE     TO DB2-LINE-TEXT
           PERFORM WRITE-PACK-LINE

           PERFORM PRINT-ALLERGIES
           PERFORM PRINT-PROBLEMS
           PERFORM PRINT-DUE-DOSES

           MOVE SPACES TO DB2-LINE-TEXT
           PERFORM WRITE-PACK-LINE

           ADD 1 TO WS-BEDS-PRINTED
           PERFORM FETCH-NEXT-BED.

      *----------------------------------------------------------------*
       PRINT-ALLERGIES.
           EXEC SQL
               DECLARE ALGCSR CURSOR FOR
               SELECT ALLERGEN, VALUE(REACTION, ' '),
                      VALUE(SEVERITY, ' ')
                 FROM ALLERGY
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY ALLERGEN
           END-EXEC

           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE 'N'  TO WS-ITEM-EOF-SWITCH
           EXEC SQL
               OPEN ALGCSR
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM FETCH-NEXT-ALLERGY
              PERFORM PRINT-ONE-ALLERGY UNTIL WS-ITEM-EOF
              EXEC SQL
                  CLOSE ALGCSR
              END-EXEC
           END-IF

      *    absence of a record is not the same as no known allergies
           IF WS-ITEMS-LISTED EQUAL ZERO
              MOVE SPACES                  TO WS-AL-REACTION
              MOVE SPACES                  TO WS-AL-SEVERITY
              MOVE 'NONE RECORDED - ASK PATIENT'
                                           TO WS-AL-ALLERGEN
              MOVE WS-ALLERGY-LINE         TO DB2-LINE-TEXT
              PERFORM WRITE-PACK-LINE
           END-IF.

       FETCH-NEXT-ALLERGY.
           EXEC SQL
               FETCH ALGCSR
                INTO :DB2-ALLERGEN, :DB2-REACTION, :DB2-SEVERITY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-ITEM-EOF-SWITCH
           END-IF.

       PRINT-ONE-ALLERGY.
           MOVE DB2-ALLERGEN     TO WS-AL-ALLERGEN
           MOVE DB2-REACTION     TO WS-AL-REACTION
           MOVE DB2-SEVERITY     TO WS-AL-SEVERITY
           MOVE WS-ALLERGY-LINE  TO DB2-LINE-TEXT
           PERFORM WRITE-PACK-LINE
           ADD 1 TO WS-ITEMS-LISTED
           PERFORM FETCH-NEXT-ALLERGY.

      *----------------------------------------------------------------*
       PRINT-PROBLEMS.
           EXEC SQL
               DECLARE PRBCSR CURSOR FOR
               SELECT PROBLEMCODE, VALUE(DESCRIPTION, ' ')
                 FROM PROBLEM
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ACTIVE = 'Y'
                ORDER BY PROBLEMCODE
           END-EXEC

           MOVE 'N' TO WS-ITEM-EOF-SWITCH
           EXEC SQL
               OPEN PRBCSR
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM FETCH-NEXT-PROBLEM
              PERFORM PRINT-ONE-PROBLEM UNTIL WS-ITEM-EOF
              EXEC SQL
                  CLOSE PRBCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-PROBLEM.
           EXEC SQL
               FETCH PRBCSR
                INTO :DB2-PROB-CODE, :DB2-PROB-DESC
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-ITEM-EOF-SWITCH
           END-IF.

       PRINT-ONE-PROBLEM.
           MOVE DB2-PROB-CODE    TO WS-PR-CODE
           MOVE DB2-PROB-DESC    TO WS-PR-DESC
           MOVE WS-PROBLEM-LINE  TO DB2-LINE-TEXT
           PERFORM WRITE-PACK-LINE
           PERFORM FETCH-NEXT-PROBLEM.

      *----------------------------------------------------------------*
       PRINT-DUE-DOSES.
           EXEC SQL
               DECLARE DOSCSR CURSOR FOR
               SELECT P.PRESCRIPTIONID, M.DRUGNAME, P.PDATETIME
                 FROM PRESCRIPTION P, MEDICATION M
                WHERE P.PATIENTID = :DB2-PATIENT-ID
                  AND M.MEDICATIONID = P.PRESCRIPTIONID
                  AND P.TAKEN = 'N'
                  AND P.PDATETIME >= :DB2-WINDOW-FROM
                  AND P.PDATETIME <  :DB2-WINDOW-TO
      *           a drug still pending, held or stopped on the
      *           admission reconciliation never reaches the MAR
                  AND NOT EXISTS
                      ( SELECT 1 FROM MEDRECON R
                         WHERE R.PATIENTID = P.PATIENTID
                           AND R.MEDICATIONID = P.PRESCRIPTIONID
                           AND R.DECISION IN ('P', 'H', 'S') )
                ORDER BY P.PDATETIME
           END-EXEC

           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE 'N'  TO WS-ITEM-EOF-SWITCH
           EXEC SQL
               OPEN DOSCSR
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM FETCH-NEXT-DOSE
              PERFORM PRINT-ONE-DOSE UNTIL WS-ITEM-EOF
              EXEC SQL
                  CLOSE DOSCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-DOSE.
           EXEC SQL
               FETCH DOSCSR
                INTO :DB2-MED-ID, :DB2-DRUG-NAME, :DB2-PDATETIME
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-ITEM-EOF-SWITCH
           END-IF.

       PRINT-ONE-DOSE.
      *    column headings ahead of the bed's first dose
           IF WS-ITEMS-LISTED EQUAL ZERO
              MOVE WS-MAR-HEADING TO DB2-LINE-TEXT
              PERFORM WRITE-PACK-LINE
           END-IF

           MOVE DB2-BED               TO WS-ML-BED
           MOVE DB2-PATIENT-ID        TO WS-ML-PATIENT-ID
           MOVE DB2-MED-ID            TO WS-ML-MED-ID
           MOVE DB2-DRUG-NAME         TO WS-ML-DRUG
           MOVE DB2-PDATETIME(1:16)   TO WS-ML-TIME
           MOVE WS-MAR-LINE           TO DB2-LINE-TEXT
           PERFORM WRITE-PACK-LINE

           ADD 1 TO WS-ITEMS-LISTED
           ADD 1 TO WS-DOSES-PRINTED
           PERFORM FETCH-NEXT-DOSE.

      *----------------------------------------------------------------*
       QUEUE-WARD-COPIES.
      *    the ward's own RPTDIST rows say where its pack goes
           IF DB2-REPO-ID EQUAL ZERO
              GO TO QUEUE-WARD-EXIT
           END-IF

           EXEC SQL
               DECLARE DTDCSR CURSOR FOR
               SELECT DESTTYPE, DESTNAME, RECIPIENT
                 FROM RPTDIST
                WHERE REPORTID = :DB2-REPORT-ID
                ORDER BY SEQNUM
           END-EXEC

           EXEC SQL OPEN DTDCSR END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM QUEUE-ONE-WARD-COPY
                  UNTIL SQLCODE NOT EQUAL 0

              EXEC SQL CLOSE DTDCSR END-EXEC
           END-IF.

       QUEUE-WARD-EXIT.
           EXIT.

       QUEUE-ONE-WARD-COPY.
           EXEC SQL
               FETCH DTDCSR
                INTO :DB2-DEST-TYPE, :DB2-DEST-NAME, :DB2-RECIPIENT
           END-EXEC

           IF SQLCODE EQUAL 0
      *       the repo id rides along so the spool driver prints the
      *       stored pack behind the banner
              EXEC SQL
                  INSERT INTO DISTQUEUE
                            ( REPORTID,
                              RUNDATETIME,
                              DESTTYPE,
                              DESTNAME,
                              RECIPIENT,
                              STATUS,
                              REPOID )
                     VALUES ( :DB2-REPORT-ID,
                              CURRENT TIMESTAMP,
                              :DB2-DEST-TYPE,
                              :DB2-DEST-NAME,
                              :DB2-RECIPIENT,
                              'Q',
                              :DB2-REPO-ID )
              END-EXEC
              IF SQLCODE EQUAL 0
                 ADD 1 TO WS-COPIES-QUEUED
              ELSE
                 DISPLAY 'HCDTBJ01 - DISTQUEUE INSERT FAILED SQLCODE='
                         SQLCODE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE WRDCSR
              END-EXEC
           END-IF

           MOVE WS-BEDS-PRINTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE PACK-RPT.

           DISPLAY 'HCDTBJ01 - WARDS PRINTED:  ' WS-WARDS-PRINTED.
           DISPLAY 'HCDTBJ01 - BEDS PRINTED:   ' WS-BEDS-PRINTED.
           DISPLAY 'HCDTBJ01 - DOSES PRINTED:  ' WS-DOSES-PRINTED.
           DISPLAY 'HCDTBJ01 - COPIES QUEUED:  ' WS-COPIES-QUEUED.
           DISPLAY 'HCDTBJ01 - DOWNTIME PRINT PACK COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCJCPD.
