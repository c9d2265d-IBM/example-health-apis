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
      *              Weekly Orphan Row Integrity Sweep                 *
      *                                                                *
      *   Looks for child rows whose parent has gone - MEDICATION,     *
      *  PRESCRIPTION, APPOINTMENT, CHARGE, ALERTQ and NOTIFICATION    *
      *  rows for a PATIENTID no longer on PATIENT, and OCCUPANCY      *
      *  rows for a ward and bed no longer on BED - and lists each     *
      *  one on the orphan report (ORPHRPT) under its table.  A        *
      *  staff message (NOTIFICATION with PATIENTID zero) belongs to   *
      *  no patient and is not an orphan.                              *
      *   Each table's count goes on JOBCONTROL as its own row         *
      *  (ORPHMEDI, ORPHPRES, ORPHAPPT, ORPHCHRG, ORPHALRT, ORPHNOTF,  *
      *  ORPHOCCB), so the HCJC screen shows the trend week on week;   *
      *  the job's own row carries the total.                          *
      *   With QUARANTINE on SYSIN the orphans are also moved out -    *
      *  copied to ORPHANQ with their key and main columns, then       *
      *  deleted - one table at a time, each its own unit of work.     *
      *  Without it the sweep only reports.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCORBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORPH-RPT ASSIGN TO ORPHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORPH-RPT
           RECORDING MODE IS F.
       01  ORPH-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCORBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

      * Quarantine only when SYSIN asks for it
       01  WS-SYSIN-OPTION             PIC X(10) VALUE SPACES.
           88 WS-QUARANTINE            VALUE 'QUARANTINE'.

       01  WS-COUNTERS.
           03 WS-ORPHANS-FOUND         PIC 9(7) VALUE ZERO.
           03 WS-ORPHANS-QUARANTINED   PIC 9(7) VALUE ZERO.

      * The checks - child table and its JOBCONTROL row name
       01  WS-CHECK-NAMES.
           03 FILLER                   PIC X(20)
                                        VALUE 'MEDICATION  ORPHMEDI'.
           03 FILLER                   PIC X(20)
                                        VALUE 'PRESCRIPTIONORPHPRES'.
           03 FILLER                   PIC X(20)
                                        VALUE 'APPOINTMENT ORPHAPPT'.
           03 FILLER                   PIC X(20)
                                        VALUE 'CHARGE      ORPHCHRG'.
           03 FILLER                   PIC X(20)
                                        VALUE 'ALERTQ      ORPHALRT'.
           03 FILLER                   PIC X(20)
                                        VALUE 'NOTIFICATIONORPHNOTF'.
           03 FILLER                   PIC X(20)
                                        VALUE 'OCCUPANCY   ORPHOCCB'.
       01  WS-CHECK-TABLE REDEFINES WS-CHECK-NAMES.
           03 WS-CHECK-ENTRY OCCURS 7 TIMES.
              05 WS-CHK-TABLE          PIC X(12).
              05 WS-CHK-JOBNAME        PIC X(8).
       01  WS-CHECK-COUNTS.
           03 WS-CHK-COUNT             PIC 9(7) OCCURS 7 TIMES.
       01  WS-CHECK-INDEX              PIC 9(2) VALUE ZERO.
       01  WS-CHECK-MAX                PIC 9(2) VALUE 7.

      * The sweep's own JOBCONTROL row, held while each check's row
      * is written
       01  WS-SWEEP-JOBNAME            PIC X(8).
       01  WS-SWEEP-START              PIC X(26).
       01  WS-CHECK-RC                 PIC S9(4) COMP.

       01  WS-LAST-TABLE               PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-DL-TABLE              PIC X(12).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-DL-PARENT             PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-DL-CHILD              PIC X(40).

       01  WS-TOTAL-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-TL-TABLE              PIC X(12).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-TL-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-TL-ACTION             PIC X(20).

       01  WS-ORPHAN-ROW.
           03 DB2-CHILD-TABLE          PIC X(12).
           03 DB2-PARENT-KEY           PIC X(20).
           03 DB2-CHILD-KEY            PIC X(40).

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
           PERFORM LIST-ORPHAN UNTIL WS-EOF.
           PERFORM CLOSE-ORPHAN-CURSOR.
           IF WS-QUARANTINE
              PERFORM QUARANTINE-ORPHANS
           END-IF
           PERFORM WRITE-CHECK-TOTALS.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCORBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           MOVE JC-JOBNAME         TO WS-SWEEP-JOBNAME
           MOVE JC-START-TIMESTAMP TO WS-SWEEP-START
           DISPLAY 'HCORBJ01 - ORPHAN INTEGRITY SWEEP STARTING'.

           ACCEPT WS-SYSIN-OPTION
           IF WS-QUARANTINE
              DISPLAY 'HCORBJ01 - ORPHANS WILL BE QUARANTINED'
           END-IF

           INITIALIZE WS-CHECK-COUNTS
           OPEN OUTPUT ORPH-RPT.

           MOVE 'ORPHAN ROWS - CHILD ROWS WITH NO PARENT'
             TO ORPH-RPT-LINE
           WRITE ORPH-RPT-LINE
           MOVE '  Table         Parent key            Child key'
             TO ORPH-RPT-LINE
           WRITE ORPH-RPT-LINE

      *    one pass over every check, in table order - each branch
      *    gives the table, the missing parent's key and the child
      *    row's own key
           EXEC SQL
               DECLARE ORPCSR CURSOR FOR
               SELECT 'MEDICATION', CHAR(M.PATIENTID),
                      CHAR(M.MEDICATIONID)
                 FROM MEDICATION M
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = M.PATIENTID)
               UNION ALL
               SELECT 'PRESCRIPTION', CHAR(R.PATIENTID),
                      CHAR(R.PRESCRIPTIONID)
                 FROM PRESCRIPTION R
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = R.PATIENTID)
               UNION ALL
               SELECT 'APPOINTMENT', CHAR(A.PATIENTID),
                      CHAR(A.APPTID)
                 FROM APPOINTMENT A
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = A.PATIENTID)
               UNION ALL
               SELECT 'CHARGE', CHAR(C.PATIENTID),
                      CHAR(C.CHARGEDATETIME) || ' ' || C.CHARGECODE
                 FROM CHARGE C
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = C.PATIENTID)
               UNION ALL
               SELECT 'ALERTQ', CHAR(Q.PATIENTID),
                      CHAR(Q.ALERTDATETIME)
                 FROM ALERTQ Q
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = Q.PATIENTID)
               UNION ALL
               SELECT 'NOTIFICATION', CHAR(N.PATIENTID),
                      CHAR(N.NOTIFID)
                 FROM NOTIFICATION N
                WHERE N.PATIENTID <> 0
                  AND NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = N.PATIENTID)
               UNION ALL
               SELECT 'OCCUPANCY', O.WARDCODE || ' ' || O.BEDNUM,
                      CHAR(O.PATIENTID) || ' ' ||
                      CHAR(O.ADMITDATETIME)
                 FROM OCCUPANCY O
                WHERE NOT EXISTS (SELECT 1 FROM BED B
                                   WHERE B.WARDCODE = O.WARDCODE
                                     AND B.BEDNUM   = O.BEDNUM)
                ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL
               OPEN ORPCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCORBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-ORPHAN
           END-IF.

       FETCH-NEXT-ORPHAN.
           EXEC SQL
               FETCH ORPCSR
                INTO :DB2-CHILD-TABLE, :DB2-PARENT-KEY,
                     :DB2-CHILD-KEY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCORBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
       LIST-ORPHAN.
           IF DB2-CHILD-TABLE NOT EQUAL WS-LAST-TABLE
              MOVE SPACES TO ORPH-RPT-LINE
              WRITE ORPH-RPT-LINE
              MOVE DB2-CHILD-TABLE TO WS-LAST-TABLE
           END-IF

           MOVE DB2-CHILD-TABLE TO WS-DL-TABLE
           MOVE DB2-PARENT-KEY  TO WS-DL-PARENT
           MOVE DB2-CHILD-KEY   TO WS-DL-CHILD
           MOVE WS-DETAIL-LINE  TO ORPH-RPT-LINE
           WRITE ORPH-RPT-LINE

           PERFORM COUNT-FOR-CHECK
               VARYING WS-CHECK-INDEX FROM 1 BY 1
               UNTIL WS-CHECK-INDEX > WS-CHECK-MAX
           ADD 1 TO WS-ORPHANS-FOUND

           PERFORM FETCH-NEXT-ORPHAN.

       COUNT-FOR-CHECK.
           IF WS-CHK-TABLE (WS-CHECK-INDEX) EQUAL DB2-CHILD-TABLE
              ADD 1 TO WS-CHK-COUNT (WS-CHECK-INDEX)
           END-IF.

       CLOSE-ORPHAN-CURSOR.
           EXEC SQL
               CLOSE ORPCSR
           END-EXEC.

      *----------------------------------------------------------------*
      * Move each table's orphans to ORPHANQ and delete them - a      *
      * table whose copy or delete fails is rolled back on its own    *
      *----------------------------------------------------------------*
       QUARANTINE-ORPHANS.
           IF WS-CHK-COUNT (1) > ZERO
              PERFORM QUARANTINE-MEDICATION
           END-IF
           IF WS-CHK-COUNT (2) > ZERO
              PERFORM QUARANTINE-PRESCRIPTION
           END-IF
           IF WS-CHK-COUNT (3) > ZERO
              PERFORM QUARANTINE-APPOINTMENT
           END-IF
           IF WS-CHK-COUNT (4) > ZERO
              PERFORM QUARANTINE-CHARGE
           END-IF
           IF WS-CHK-COUNT (5) > ZERO
              PERFORM QUARANTINE-ALERTQ
           END-IF
           IF WS-CHK-COUNT (6) > ZERO
              PERFORM QUARANTINE-NOTIFICATION
           END-IF
           IF WS-CHK-COUNT (7) > ZERO
              PERFORM QUARANTINE-OCCUPANCY
           END-IF.

       QUARANTINE-MEDICATION.
           MOVE 1 TO WS-CHECK-INDEX
           EXEC SQL
               INSERT INTO ORPHANQ
                         ( TABLENAME, PARENTKEY, CHILDKEY,
                           ROWIMAGE, FOUNDDATE )
               SELECT 'MEDICATION', CHAR(M.PATIENTID),
                      CHAR(M.MEDICATIONID),
                      M.DRUGNAME || ' ' || M.STRENGTH || ' ' ||
                      M.ROUTE || ' ' || M.FREQUENCY,
                      CURRENT DATE
                 FROM MEDICATION M
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = M.PATIENTID)
           END-EXEC
           IF SQLCODE EQUAL 0
              EXEC SQL
                  DELETE FROM MEDICATION M
                   WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                      WHERE P.PATIENTID = M.PATIENTID)
              END-EXEC
           END-IF
           PERFORM END-QUARANTINE-UNIT.

       QUARANTINE-PRESCRIPTION.
           MOVE 2 TO WS-CHECK-INDEX
           EXEC SQL
               INSERT INTO ORPHANQ
                         ( TABLENAME, PARENTKEY, CHILDKEY,
                           ROWIMAGE, FOUNDDATE )
               SELECT 'PRESCRIPTION', CHAR(R.PATIENTID),
                      CHAR(R.PRESCRIPTIONID),
                      CHAR(R.PDATETIME) || ' ' || R.TAKEN || ' ' ||
                      R.PRESCRIBERID,
                      CURRENT DATE
                 FROM PRESCRIPTION R
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = R.PATIENTID)
           END-EXEC
           IF SQLCODE EQUAL 0
              EXEC SQL
                  DELETE FROM PRESCRIPTION R
                   WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                      WHERE P.PATIENTID = R.PATIENTID)
              END-EXEC
           END-IF
           PERFORM END-QUARANTINE-UNIT.

       QUARANTINE-APPOINTMENT.
           MOVE 3 TO WS-CHECK-INDEX
           EXEC SQL
               INSERT INTO ORPHANQ
                         ( TABLENAME, PARENTKEY, CHILDKEY,
                           ROWIMAGE, FOUNDDATE )
               SELECT 'APPOINTMENT', CHAR(A.PATIENTID),
                      CHAR(A.APPTID),
                      CHAR(A.APPTDATETIME) || ' ' ||
                      CHAR(A.PROVIDERID) || ' ' || A.CLINIC || ' ' ||
                      A.STATUS,
                      CURRENT DATE
                 FROM APPOINTMENT A
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = A.PATIENTID)
           END-EXEC
           IF SQLCODE EQUAL 0
              EXEC SQL
                  DELETE FROM APPOINTMENT A
                   WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                      WHERE P.PATIENTID = A.PATIENTID)
              END-EXEC
           END-IF
           PERFORM END-QUARANTINE-UNIT.

       QUARANTINE-CHARGE.
           MOVE 4 TO WS-CHECK-INDEX
           EXEC SQL
               INSERT INTO ORPHANQ
                         ( TABLENAME, PARENTKEY, CHILDKEY,
                           ROWIMAGE, FOUNDDATE )
               SELECT 'CHARGE', CHAR(C.PATIENTID),
                      CHAR(C.CHARGEDATETIME) || ' ' || C.CHARGECODE,
                      CHAR(C.AMOUNT) || ' ' || C.PAID || ' ' ||
                      CHAR(VALUE(C.DISCOUNTAMT, 0)),
                      CURRENT DATE
                 FROM CHARGE C
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = C.PATIENTID)
           END-EXEC
           IF SQLCODE EQUAL 0
              EXEC SQL
                  DELETE FROM CHARGE C
                   WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                      WHERE P.PATIENTID = C.PATIENTID)
              END-EXEC
           END-IF
           PERFORM END-QUARANTINE-UNIT.

       QUARANTINE-ALERTQ.
           MOVE 5 TO WS-CHECK-INDEX
           EXEC SQL
               INSERT INTO ORPHANQ
                         ( TABLENAME, PARENTKEY, CHILDKEY,
                           ROWIMAGE, FOUNDDATE )
               SELECT 'ALERTQ', CHAR(Q.PATIENTID),
                      CHAR(Q.ALERTDATETIME),
                      Q.STATUS || ' ' || VALUE(Q.SEVERITY, ' '),
                      CURRENT DATE
                 FROM ALERTQ Q
                WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = Q.PATIENTID)
           END-EXEC
           IF SQLCODE EQUAL 0
              EXEC SQL
                  DELETE FROM ALERTQ Q
                   WHERE NOT EXISTS (SELECT 1 FROM PATIENT P
                                      WHERE P.PATIENTID = Q.PATIENTID)
              END-EXEC
           END-IF
           PERFORM END-QUARANTINE-UNIT.

       QUARANTINE-NOTIFICATION.
           MOVE 6 TO WS-CHECK-INDEX
           EXEC SQL
               INSERT INTO ORPHANQ
                         ( TABLENAME, PARENTKEY, CHILDKEY,
                           ROWIMAGE, FOUNDDATE )
               SELECT 'NOTIFICATION', CHAR(N.PATIENTID),
                      CHAR(N.NOTIFID),
                      N.TEMPLATEID || ' ' || N.STATUS || ' ' ||
                      CHAR(N.CREATED),
                      CURRENT DATE
                 FROM NOTIFICATION N
                WHERE N.PATIENTID <> 0
                  AND NOT EXISTS (SELECT 1 FROM PATIENT P
                                   WHERE P.PATIENTID = N.PATIENTID)
           END-EXEC
           IF SQLCODE EQUAL 0
              EXEC SQL
                  DELETE FROM NOTIFICATION N
                   WHERE N.PATIENTID <> 0
                     AND NOT EXISTS (SELECT 1 FROM PATIENT P
                                      WHERE P.PATIENTID = N.PATIENTID)
              END-EXEC
           END-IF
           PERFORM END-QUARANTINE-UNIT.

       QUARANTINE-OCCUPANCY.
           MOVE 7 TO WS-CHECK-INDEX
           EXEC SQL
               INSERT INTO ORPHANQ
                         ( TABLENAME, PARENTKEY, CHILDKEY,
                           ROWIMAGE, FOUNDDATE )
               SELECT 'OCCUPANCY', O.WARDCODE || ' ' || O.BEDNUM,
                      CHAR(O.PATIENTID) || ' ' ||
                      CHAR(O.ADMITDATETIME),
                      VALUE(O.DIETTYPE, ' '),
                      CURRENT DATE
                 FROM OCCUPANCY O
                WHERE NOT EXISTS (SELECT 1 FROM BED B
                                   WHERE B.WARDCODE = O.WARDCODE
                                     AND B.BEDNUM   = O.BEDNUM)
           END-EXEC
           IF SQLCODE EQUAL 0
              EXEC SQL
                  DELETE FROM OCCUPANCY O
                   WHERE NOT EXISTS (SELECT 1 FROM BED B
                                      WHERE B.WARDCODE = O.WARDCODE
                                        AND B.BEDNUM   = O.BEDNUM)
              END-EXEC
           END-IF
           PERFORM END-QUARANTINE-UNIT.

       END-QUARANTINE-UNIT.
      *    the copy and the delete stand or fall together
           IF SQLCODE EQUAL 0
              EXEC SQL
                  COMMIT
              END-EXEC
              ADD WS-CHK-COUNT (WS-CHECK-INDEX)
                TO WS-ORPHANS-QUARANTINED
           ELSE
              DISPLAY 'HCORBJ01 - QUARANTINE OF '
                       WS-CHK-TABLE (WS-CHECK-INDEX)
                       ' FAILED SQLCODE=' SQLCODE
              EXEC SQL
                  ROLLBACK
              END-EXEC
              MOVE ZERO TO WS-CHK-COUNT (WS-CHECK-INDEX)
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * Per-table totals on the report, and one JOBCONTROL row each   *
      *----------------------------------------------------------------*
       WRITE-CHECK-TOTALS.
           MOVE SPACES TO ORPH-RPT-LINE
           WRITE ORPH-RPT-LINE
           MOVE 'ORPHANS BY TABLE' TO ORPH-RPT-LINE
           WRITE ORPH-RPT-LINE

           MOVE ZERO TO WS-CHECK-INDEX
           PERFORM WRITE-ONE-CHECK-TOTAL
               UNTIL WS-CHECK-INDEX NOT LESS THAN WS-CHECK-MAX

           MOVE WS-SWEEP-JOBNAME TO JC-JOBNAME
           MOVE WS-SWEEP-START   TO JC-START-TIMESTAMP.

       WRITE-ONE-CHECK-TOTAL.
           ADD 1 TO WS-CHECK-INDEX
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE WS-CHK-TABLE (WS-CHECK-INDEX) TO WS-TL-TABLE
           MOVE WS-CHK-COUNT (WS-CHECK-INDEX) TO WS-TL-COUNT
           IF WS-QUARANTINE AND WS-CHK-COUNT (WS-CHECK-INDEX) > ZERO
              MOVE 'QUARANTINED' TO WS-TL-ACTION
           END-IF
           MOVE WS-TOTAL-LINE TO ORPH-RPT-LINE
           WRITE ORPH-RPT-LINE

      *    a check that found orphans ends 4 on its own row
           MOVE WS-CHK-JOBNAME (WS-CHECK-INDEX) TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           MOVE WS-CHK-COUNT (WS-CHECK-INDEX) TO JC-RECORD-COUNT
           MOVE JC-RETURN-CODE TO WS-CHECK-RC
           IF WS-CHK-COUNT (WS-CHECK-INDEX) > ZERO
              MOVE 4 TO JC-RETURN-CODE
           ELSE
              MOVE 0 TO JC-RETURN-CODE
           END-IF
           PERFORM WRITE-JOB-END
           MOVE WS-CHECK-RC TO JC-RETURN-CODE.

       TERMINATE-JOB.
           MOVE SPACES TO ORPH-RPT-LINE
           WRITE ORPH-RPT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'ALL TABLES' TO WS-TL-TABLE
           MOVE WS-ORPHANS-FOUND TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO ORPH-RPT-LINE
           WRITE ORPH-RPT-LINE

           IF WS-ORPHANS-FOUND > ZERO AND JC-RETURN-CODE < 4
              MOVE 4 TO JC-RETURN-CODE
           END-IF
           MOVE WS-ORPHANS-FOUND TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE ORPH-RPT.

           DISPLAY 'HCORBJ01 - ORPHANS FOUND:       ' WS-ORPHANS-FOUND.
           DISPLAY 'HCORBJ01 - ORPHANS QUARANTINED: '
                    WS-ORPHANS-QUARANTINED.
           DISPLAY 'HCORBJ01 - ORPHAN INTEGRITY SWEEP COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCJCPD.
