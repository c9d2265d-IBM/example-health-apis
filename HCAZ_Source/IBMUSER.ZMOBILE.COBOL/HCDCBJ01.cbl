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
      *          Collection Agency Placement File                      *
      *                                                                *
      *   Places with the collection agency every patient whose final  *
      *  dunning notice (DUNFINAL, from HCRVBJ01) went out at least    *
      *  120 days ago with no payment received since.  Patients on a   *
      *  payment plan in good standing, held in dispute, or of patient *
      *  type T/G are never placed.  Each placement is recorded on     *
      *  COLLPLACEMENT and its charges flagged with the placement id,  *
      *  so they leave our own aging and dunning.  The file (COLLPLAC) *
      *  carries:                                                      *
      *    H  header - created timestamp and as-of date                *
      *    R  recall - placements recalled on HCDC since the last file *
      *    P  placement - demographics and balance placed              *
      *    C  charge - one per charge placed                           *
      *    T  trailer - counts and total balance placed                *
      *  Agency collections come back through HCDCBJ02.                *
      *                                                                *
      *  SYSIN, one card each:                                         *
      *    1 as-of date for a rerun (blank for the business date)      *
      *    2 days after the final notice, 3 digits (default 120)       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDCBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACEMENT-OUT ASSIGN TO COLLPLAC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLACEMENT-OUT
           RECORDING MODE IS F.
       01  PLACEMENT-OUT-RECORD.
      *    H header, R recall, P placement, C charge, T trailer
           03 CPF-RECORD-TYPE          PIC X(1).
           03 CPF-PLACEMENT-ID         PIC 9(10).
           03 CPF-DETAIL               PIC X(189).
           03 CPF-HEADER REDEFINES CPF-DETAIL.
              05 CPF-SOURCE            PIC X(8).
              05 CPF-CREATED           PIC X(26).
              05 CPF-ASOF-DATE         PIC X(10).
              05 FILLER                PIC X(145).
           03 CPF-RECALL REDEFINES CPF-DETAIL.
              05 CPF-RCL-PATIENT-ID    PIC 9(10).
              05 CPF-RCL-DATE          PIC X(10).
              05 CPF-RCL-REASON        PIC X(30).
              05 FILLER                PIC X(139).
           03 CPF-PLACEMENT REDEFINES CPF-DETAIL.
              05 CPF-PATIENT-ID        PIC 9(10).
              05 CPF-FIRST-NAME        PIC X(10).
              05 CPF-LAST-NAME         PIC X(20).
              05 CPF-DOB               PIC X(10).
              05 CPF-ADDRESS           PIC X(20).
              05 CPF-CITY              PIC X(20).
              05 CPF-POSTCODE          PIC X(10).
              05 CPF-PHONE             PIC X(20).
              05 CPF-EMAIL             PIC X(50).
              05 CPF-FINAL-DATE        PIC X(10).
              05 CPF-BALANCE           PIC 9(7)V99.
           03 CPF-CHARGE REDEFINES CPF-DETAIL.
              05 CPF-CHG-DATE          PIC X(10).
              05 CPF-CHG-CODE          PIC X(6).
              05 CPF-CHG-DESC          PIC X(30).
              05 CPF-CHG-AMOUNT        PIC 9(5)V99.
              05 FILLER                PIC X(136).
           03 CPF-TRAILER REDEFINES CPF-DETAIL.
              05 CPF-PLACEMENT-COUNT   PIC 9(7).
              05 CPF-CHARGE-COUNT      PIC 9(7).
              05 CPF-RECALL-COUNT      PIC 9(7).
              05 CPF-TOTAL-BALANCE     PIC 9(9)V99.
              05 FILLER                PIC X(157).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCDCBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-RECALL-EOF-SWITCH        PIC X VALUE 'N'.
           88 WS-RECALL-EOF            VALUE 'Y'.

       01  WS-CHARGE-EOF-SWITCH        PIC X VALUE 'N'.
           88 WS-CHARGE-EOF            VALUE 'Y'.

       01  WS-DAYS-IN                  PIC X(3) VALUE SPACES.
       01  WS-DAYS-JUST                PIC X(3) JUSTIFIED RIGHT.
       01  WS-DAYS-NUM REDEFINES WS-DAYS-JUST
                                       PIC 9(3).

       COPY HCRJWS.
       01  WS-PLACE-DAYS               PIC S9(4) COMP VALUE +120.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-PLACEMENTS            PIC 9(7) VALUE ZERO.
           03 WS-CHARGES-PLACED        PIC 9(7) VALUE ZERO.
           03 WS-RECALLS-SENT          PIC 9(7) VALUE ZERO.

       01  WS-TOTAL-BALANCE            PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-BALANCE-DISP             PIC Z(8)9.99.

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-PHONE                PIC X(20).
           03 DB2-EMAIL                PIC X(50).
           03 DB2-FINAL-DATE           PIC X(10).
           03 DB2-BALANCE              PIC S9(7)V99 COMP-3.
           03 DB2-PLACEMENT-ID         PIC S9(9) COMP.

       01  WS-RECALL-ROW.
           03 DB2-RCL-PLACEMENT-ID     PIC S9(9) COMP.
           03 DB2-RCL-PATIENT-ID       PIC S9(9) COMP.
           03 DB2-RCL-DATE             PIC X(10).
           03 DB2-RCL-REASON           PIC X(30).

       01  WS-CHARGE-ROW.
           03 DB2-CHG-DATETIME         PIC X(26).
           03 DB2-CHG-CODE             PIC X(6).
           03 DB2-CHG-DESC             PIC X(30).
           03 DB2-CHG-AMOUNT           PIC S9(5)V99 COMP-3.

       COPY HCJCWS.

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

           PERFORM INITIALIZE-JOB.
           PERFORM PLACE-PATIENT THRU PLACE-PATIENT-EXIT UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCDCBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCDCBJ01 - COLLECTION PLACEMENT FILE STARTING'.

      *    An as-of date on SYSIN reruns the placement for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

      *    Days after the final notice may be overridden on SYSIN
           ACCEPT WS-DAYS-IN
           IF WS-DAYS-IN NOT EQUAL SPACES
              MOVE WS-DAYS-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(8:3) TO WS-DAYS-JUST
              IF WS-DAYS-JUST NUMERIC
                 MOVE WS-DAYS-NUM TO WS-PLACE-DAYS
              ELSE
                 DISPLAY 'HCDCBJ01 - BAD DAYS VALUE IGNORED: '
                          WS-DAYS-IN
              END-IF
           END-IF
           DISPLAY 'HCDCBJ01 - DAYS AFTER FINAL NOTICE: '
                    WS-PLACE-DAYS.

           OPEN OUTPUT PLACEMENT-OUT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES             TO PLACEMENT-OUT-RECORD
           MOVE 'H'                TO CPF-RECORD-TYPE
           MOVE ZERO               TO CPF-PLACEMENT-ID
           MOVE 'HCAZ'             TO CPF-SOURCE
           MOVE WS-RUN-TIMESTAMP   TO CPF-CREATED
           MOVE BD-ASOF-DATE       TO CPF-ASOF-DATE
           WRITE PLACEMENT-OUT-RECORD.

           PERFORM WRITE-RECALLS.

      *    Patients whose latest final notice is old enough, with no
      *    money from them since and nothing holding them back.  Only
      *    the charges the final notice covered are placed - anything
      *    newer has its own dunning still to run.
           EXEC SQL
               DECLARE PLCCSR CURSOR FOR
               SELECT P.PATIENTID,
                      VALUE(P.FIRSTNAME, ' '), VALUE(P.LASTNAME, ' '),
                      VALUE(CHAR(P.DOB, ISO), ' '),
                      VALUE(P.ADDRESS, ' '), VALUE(P.CITY, ' '),
                      VALUE(P.POSTCODE, ' '), VALUE(P.PHONEMOBILE, ' '),
                      VALUE(P.EMAILADDRESS, ' '),
                      CHAR(F.FINALDATE, ISO),
                      SUM(C.AMOUNT)
                 FROM PATIENT P, CHARGE C,
                      ( SELECT N.PATIENTID,
                               MAX(DATE(N.CREATED)) AS FINALDATE
                          FROM NOTIFICATION N
                         WHERE N.TEMPLATEID = 'DUNFINAL'
                         GROUP BY N.PATIENTID ) AS F
                WHERE F.PATIENTID = P.PATIENTID
                  AND C.PATIENTID = P.PATIENTID
                  AND C.PAID = 'N'
                  AND C.COLLPLACEMENTID IS NULL
                  AND DATE(C.CHARGEDATETIME) <= F.FINALDATE
                  AND F.FINALDATE <= DATE(:BD-ASOF-DATE)
                                     - :WS-PLACE-DAYS DAYS
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
                  AND NOT EXISTS
                      ( SELECT 1 FROM PAYMENT Y
                         WHERE Y.PATIENTID = P.PATIENTID
                           AND Y.METHOD NOT IN ('A', 'R')
                           AND DATE(Y.TAKENDATETIME) > F.FINALDATE )
                  AND NOT EXISTS
                      ( SELECT 1 FROM PAYPLAN A
                         WHERE A.PATIENTID = P.PATIENTID
                           AND A.STATUS    = 'A' )
                  AND NOT EXISTS
                      ( SELECT 1 FROM COLLPLACEMENT R
                         WHERE R.PATIENTID = P.PATIENTID
                           AND R.STATUS    = 'R' )
                GROUP BY P.PATIENTID, P.FIRSTNAME, P.LASTNAME, P.DOB,
                         P.ADDRESS, P.CITY, P.POSTCODE, P.PHONEMOBILE,
                         P.EMAILADDRESS, F.FINALDATE
                ORDER BY P.PATIENTID
           END-EXEC.

           EXEC SQL
               OPEN PLCCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-CANDIDATE
           END-IF.

       WRITE-RECALLS.
      *    Placements recalled on HCDC since the last file - the
      *    agency stops work on them when it reads the R record
           EXEC SQL
               DECLARE RCLCSR CURSOR FOR
               SELECT PLACEMENTID, PATIENTID,
                      CHAR(RECALLDATE, ISO),
                      VALUE(RECALLREASON, ' ')
                 FROM COLLPLACEMENT
                WHERE RECALLSENT = 'N'
                ORDER BY PLACEMENTID
           END-EXEC.

           EXEC SQL
               OPEN RCLCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ01 - OPEN RECALLS FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-RECALL-EOF-SWITCH
              PERFORM FETCH-NEXT-RECALL
              PERFORM WRITE-RECALL-RECORD UNTIL WS-RECALL-EOF
              EXEC SQL
                  CLOSE RCLCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-RECALL.
           EXEC SQL
               FETCH RCLCSR
                INTO :DB2-RCL-PLACEMENT-ID, :DB2-RCL-PATIENT-ID,
                     :DB2-RCL-DATE, :DB2-RCL-REASON
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-RECALL-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCDCBJ01 - RECALL FETCH FAILED SQLCODE='
                        SQLCODE
               MOVE 'Y' TO WS-RECALL-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-RECALL-RECORD.
           MOVE SPACES               TO PLACEMENT-OUT-RECORD
           MOVE 'R'                  TO CPF-RECORD-TYPE
           MOVE DB2-RCL-PLACEMENT-ID TO CPF-PLACEMENT-ID
           MOVE DB2-RCL-PATIENT-ID   TO CPF-RCL-PATIENT-ID
           MOVE DB2-RCL-DATE         TO CPF-RCL-DATE
           MOVE DB2-RCL-REASON       TO CPF-RCL-REASON
           WRITE PLACEMENT-OUT-RECORD

           EXEC SQL
               UPDATE COLLPLACEMENT
                  SET RECALLSENT  = 'Y'
                WHERE PLACEMENTID = :DB2-RCL-PLACEMENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ01 - RECALL NOT MARKED SENT SQLCODE='
                       SQLCODE ' PLACEMENT ' DB2-RCL-PLACEMENT-ID
              MOVE 8 TO JC-RETURN-CODE
           END-IF

           ADD 1 TO WS-RECALLS-SENT
           PERFORM FETCH-NEXT-RECALL.

       FETCH-NEXT-CANDIDATE.
           EXEC SQL
               FETCH PLCCSR
                INTO :DB2-PATIENT-ID, :DB2-FIRST-NAME, :DB2-LAST-NAME,
                     :DB2-DOB, :DB2-ADDRESS, :DB2-CITY,
                     :DB2-POSTCODE, :DB2-PHONE, :DB2-EMAIL,
                     :DB2-FINAL-DATE, :DB2-BALANCE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCDCBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       PLACE-PATIENT.
           EXEC SQL
               INSERT INTO COLLPLACEMENT
                         ( PLACEMENTID,
                           PATIENTID,
                           PLACEDDATE,
                           BALANCE,
                           COLLECTED,
                           COMMISSION,
                           STATUS,
                           RECALLSENT )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           DATE(:BD-ASOF-DATE),
                           :DB2-BALANCE,
                           0,
                           0,
                           'P',
                           'Y' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ01 - PLACEMENT INSERT FAILED SQLCODE='
                       SQLCODE ' PATIENT ' DB2-PATIENT-ID
              MOVE 8 TO JC-RETURN-CODE
              GO TO PLACE-PATIENT-NEXT
           END-IF

           EXEC SQL
                SET :DB2-PLACEMENT-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

      *    the same charges the cursor summed for the balance
           EXEC SQL
               UPDATE CHARGE
                  SET COLLPLACEMENTID = :DB2-PLACEMENT-ID
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND PAID = 'N'
                  AND COLLPLACEMENTID IS NULL
                  AND DATE(CHARGEDATETIME) <= DATE(:DB2-FINAL-DATE)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ01 - CHARGE FLAG FAILED SQLCODE='
                       SQLCODE ' PATIENT ' DB2-PATIENT-ID
              MOVE 8 TO JC-RETURN-CODE
              GO TO PLACE-PATIENT-NEXT
           END-IF

           MOVE SPACES             TO PLACEMENT-OUT-RECORD
           MOVE 'P'                TO CPF-RECORD-TYPE
           MOVE DB2-PLACEMENT-ID   TO CPF-PLACEMENT-ID
           MOVE DB2-PATIENT-ID     TO CPF-PATIENT-ID
           MOVE DB2-FIRST-NAME     TO CPF-FIRST-NAME
           MOVE DB2-LAST-NAME      TO CPF-LAST-NAME
           MOVE DB2-DOB            TO CPF-DOB
           MOVE DB2-ADDRESS        TO CPF-ADDRESS
           MOVE DB2-CITY           TO CPF-CITY
           MOVE DB2-POSTCODE       TO CPF-POSTCODE
           MOVE DB2-PHONE          TO CPF-PHONE
           MOVE DB2-EMAIL          TO CPF-EMAIL
           MOVE DB2-FINAL-DATE     TO CPF-FINAL-DATE
           MOVE DB2-BALANCE        TO CPF-BALANCE
           WRITE PLACEMENT-OUT-RECORD

           ADD 1 TO WS-PLACEMENTS
           ADD DB2-BALANCE TO WS-TOTAL-BALANCE

           PERFORM WRITE-PLACED-CHARGES.

       PLACE-PATIENT-NEXT.
           PERFORM FETCH-NEXT-CANDIDATE.

       PLACE-PATIENT-EXIT.
           EXIT.

       WRITE-PLACED-CHARGES.
           EXEC SQL
               DECLARE CHGCSR CURSOR FOR
               SELECT CHAR(C.CHARGEDATETIME), C.CHARGECODE,
                      VALUE(R.DESCRIPTION, ' '), C.AMOUNT
                 FROM CHARGE C
                      LEFT OUTER JOIN CHARGECODE R
                         ON R.CODE = C.CHARGECODE
                WHERE C.COLLPLACEMENTID = :DB2-PLACEMENT-ID
                ORDER BY C.CHARGEDATETIME
           END-EXEC.

           EXEC SQL
               OPEN CHGCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ01 - OPEN CHARGES FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-CHARGE-EOF-SWITCH
              PERFORM FETCH-NEXT-CHARGE
              PERFORM WRITE-CHARGE-RECORD UNTIL WS-CHARGE-EOF
              EXEC SQL
                  CLOSE CHGCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-CHARGE.
           EXEC SQL
               FETCH CHGCSR
                INTO :DB2-CHG-DATETIME, :DB2-CHG-CODE,
                     :DB2-CHG-DESC, :DB2-CHG-AMOUNT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-CHARGE-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCDCBJ01 - CHARGE FETCH FAILED SQLCODE='
                        SQLCODE
               MOVE 'Y' TO WS-CHARGE-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       WRITE-CHARGE-RECORD.
           MOVE SPACES                TO PLACEMENT-OUT-RECORD
           MOVE 'C'                   TO CPF-RECORD-TYPE
           MOVE DB2-PLACEMENT-ID      TO CPF-PLACEMENT-ID
           MOVE DB2-CHG-DATETIME(1:10) TO CPF-CHG-DATE
           MOVE DB2-CHG-CODE          TO CPF-CHG-CODE
           MOVE DB2-CHG-DESC          TO CPF-CHG-DESC
           MOVE DB2-CHG-AMOUNT        TO CPF-CHG-AMOUNT
           WRITE PLACEMENT-OUT-RECORD

           ADD 1 TO WS-CHARGES-PLACED
           PERFORM FETCH-NEXT-CHARGE.

       TERMINATE-JOB.
           MOVE SPACES             TO PLACEMENT-OUT-RECORD
           MOVE 'T'                TO CPF-RECORD-TYPE
           MOVE ZERO               TO CPF-PLACEMENT-ID
           MOVE WS-PLACEMENTS      TO CPF-PLACEMENT-COUNT
           MOVE WS-CHARGES-PLACED  TO CPF-CHARGE-COUNT
           MOVE WS-RECALLS-SENT    TO CPF-RECALL-COUNT
           MOVE WS-TOTAL-BALANCE   TO CPF-TOTAL-BALANCE
           WRITE PLACEMENT-OUT-RECORD.

           MOVE WS-PLACEMENTS TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE PLCCSR
           END-EXEC.

           CLOSE PLACEMENT-OUT.

           DISPLAY 'HCDCBJ01 - PLACEMENTS MADE:   ' WS-PLACEMENTS.
           DISPLAY 'HCDCBJ01 - CHARGES PLACED:    ' WS-CHARGES-PLACED.
           DISPLAY 'HCDCBJ01 - RECALLS SENT:      ' WS-RECALLS-SENT.
           MOVE WS-TOTAL-BALANCE TO WS-BALANCE-DISP
           DISPLAY 'HCDCBJ01 - BALANCE PLACED: ' WS-BALANCE-DISP.
           DISPLAY 'HCDCBJ01 - COLLECTION PLACEMENT FILE COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRJPD.
