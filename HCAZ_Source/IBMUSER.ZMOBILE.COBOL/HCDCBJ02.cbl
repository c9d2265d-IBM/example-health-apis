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
      *          Collection Agency Collections Posting                 *
      *                                                                *
      *   Posts the agency's monthly collections file (COLLIN) back    *
      *  against the placements HCDCBJ01 made.  Each D record's gross  *
      *  collection clears the placement's charges oldest first, and   *
      *  is recorded as two PAYMENT rows - the money we receive        *
      *  (method G agency, type P) and the agency's commission as an   *
      *  adjustment (method A, type K) - so the patient balance falls  *
      *  by the gross while cash shows only the net.  A placement      *
      *  with nothing left placed is closed (status C).                *
      *                                                                *
      *    H  file date - a file date already on COLLFILE is refused   *
      *    D  placement id, patient id, date collected, gross and      *
      *       commission (99999.99)                                    *
      *    T  record count, gross total, commission total              *
      *                                                                *
      *  Records that cannot be posted are listed on COLLRPT (RC 4).   *
      *  Commission off the agreed rate by more than a cent is         *
      *  flagged on the listing (RC 4).  A file whose trailer does     *
      *  not agree with its D records ends RC 8 - the agency's totals  *
      *  do not reconcile and must be taken up with them.              *
      *                                                                *
      *  SYSIN: agreed commission rate, 4 digits as nn.nn percent      *
      *         (blank for 25.00)                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDCBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-IN ASSIGN TO COLLIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLL-RPT ASSIGN TO COLLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLL-IN
           RECORDING MODE IS F.
       01  COLL-IN-RECORD.
      *    H header, D collection, T trailer
           03 CLI-RECORD-TYPE          PIC X(1).
           03 CLI-DETAIL               PIC X(79).
           03 CLI-HEADER REDEFINES CLI-DETAIL.
              05 CLI-FILE-DATE         PIC X(10).
              05 FILLER                PIC X(69).
           03 CLI-COLLECTION REDEFINES CLI-DETAIL.
              05 CLI-PLACEMENT-ID      PIC X(10).
              05 CLI-PATIENT-ID        PIC X(10).
              05 CLI-COLLECTED-DATE    PIC X(10).
              05 CLI-GROSS             PIC 9(5).99.
              05 CLI-GROSS-X REDEFINES CLI-GROSS
                                       PIC X(8).
              05 CLI-COMMISSION        PIC 9(5).99.
              05 CLI-COMMISSION-X REDEFINES CLI-COMMISSION
                                       PIC X(8).
              05 FILLER                PIC X(33).
           03 CLI-TRAILER REDEFINES CLI-DETAIL.
              05 CLI-RECORD-COUNT      PIC 9(7).
              05 CLI-TOTAL-GROSS       PIC 9(7).99.
              05 CLI-TOTAL-COMMISSION  PIC 9(7).99.
              05 FILLER                PIC X(52).

       FD  COLL-RPT
           RECORDING MODE IS F.
       01  COLL-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCDCBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-APPLY-EOF-SWITCH         PIC X VALUE 'N'.
           88 WS-APPLY-EOF             VALUE 'Y'.

       01  WS-TRAILER-SWITCH           PIC X VALUE 'N'.
           88 WS-TRAILER-READ          VALUE 'Y'.

       01  WS-FILE-SWITCH              PIC X VALUE 'N'.
           88 WS-FILE-ACCEPTED         VALUE 'Y'.

       01  WS-RATE-IN                  PIC X(4) VALUE SPACES.
       01  WS-RATE-JUST                PIC X(4) JUSTIFIED RIGHT.
       01  WS-RATE-NUM REDEFINES WS-RATE-JUST
                                       PIC 99V99.

       COPY HCRJWS.
       01  WS-COMMISSION-RATE          PIC S9(3)V99 COMP-3 VALUE +25.

       01  WS-FILE-DATE                PIC X(10) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           03 WS-DETAILS-READ          PIC 9(7) VALUE ZERO.
           03 WS-DETAILS-POSTED        PIC 9(7) VALUE ZERO.
           03 WS-DETAILS-REJECTED      PIC 9(7) VALUE ZERO.
           03 WS-COMMISSION-FLAGS      PIC 9(7) VALUE ZERO.
           03 WS-PLACEMENTS-CLOSED     PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           03 WS-FILE-GROSS            PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-FILE-COMMISSION       PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-POSTED-GROSS          PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-POSTED-COMMISSION     PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-TRAILER-GROSS         PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-TRAILER-COMMISSION    PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-EXPECTED-COMMISSION   PIC S9(7)V99 COMP-3 VALUE +0.
           03 WS-COMMISSION-VARIANCE   PIC S9(7)V99 COMP-3 VALUE +0.

       01  WS-REPORT-LINE.
           03 WS-RPT-PLACEMENT-ID      PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-PATIENT-ID        PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-GROSS             PIC Z(5)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-COMMISSION        PIC Z(5)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-APPLIED           PIC Z(5)9.99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-NOTE              PIC X(30).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  WS-AMOUNT-LINE.
           03 WS-AMOUNT-LABEL          PIC X(40).
           03 WS-AMOUNT-VALUE          PIC Z(8)9.99-.

       01  DB2-COLLECTION.
           03 DB2-PLACEMENT-ID         PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-PLACED-PATIENT-ID    PIC S9(9) COMP.
           03 DB2-STATUS               PIC X(1).
           03 DB2-GROSS                PIC S9(7)V99 COMP-3.
           03 DB2-COMMISSION           PIC S9(7)V99 COMP-3.
           03 DB2-NET                  PIC S9(7)V99 COMP-3.
           03 DB2-REMAINING            PIC S9(7)V99 COMP-3.
           03 DB2-APPLIED              PIC S9(7)V99 COMP-3.
           03 DB2-APPLIED-NET          PIC S9(7)V99 COMP-3.
           03 DB2-APPLIED-COMMISSION   PIC S9(7)V99 COMP-3.
           03 DB2-CHG-DATETIME         PIC X(26).
           03 DB2-CHG-CODE             PIC X(6).
           03 DB2-CHG-AMOUNT           PIC S9(5)V99 COMP-3.
           03 DB2-FILE-COUNT           PIC S9(9) COMP.
           03 DB2-STILL-PLACED         PIC S9(9) COMP.
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
           MOVE 'HCDCBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCDCBJ02 - AGENCY COLLECTIONS POSTING STARTING'.

           PERFORM GET-BUSINESS-DATE

      *    The agreed commission rate may be overridden on SYSIN
           ACCEPT WS-RATE-IN
           IF WS-RATE-IN NOT EQUAL SPACES
              MOVE WS-RATE-IN TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT(7:4) TO WS-RATE-JUST
              IF WS-RATE-JUST NUMERIC
                 MOVE WS-RATE-NUM TO WS-COMMISSION-RATE
              ELSE
                 DISPLAY 'HCDCBJ02 - BAD RATE VALUE IGNORED: '
                          WS-RATE-IN
              END-IF
           END-IF
           DISPLAY 'HCDCBJ02 - COMMISSION RATE: ' WS-COMMISSION-RATE.

           OPEN INPUT COLL-IN.
           OPEN OUTPUT COLL-RPT.

           MOVE BD-ASOF-HEADER TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE.

           PERFORM READ-NEXT-COLLECTION
           IF WS-EOF OR CLI-RECORD-TYPE NOT EQUAL 'H'
              DISPLAY 'HCDCBJ02 - NO HEADER RECORD - STOPPING'
              MOVE 'FILE HAS NO HEADER RECORD - NOTHING POSTED'
                TO COLL-RPT-LINE
              WRITE COLL-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE CLI-FILE-DATE TO WS-FILE-DATE

      *    Once per agency file - a second run would post the
      *    collections twice
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-FILE-COUNT
                 FROM COLLFILE
                WHERE FILEDATE = DATE(:WS-FILE-DATE)
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ02 - COLLFILE READ FAILED SQLCODE='
                       SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           IF DB2-FILE-COUNT > 0
              DISPLAY 'HCDCBJ02 - FILE DATED ' WS-FILE-DATE
                      ' ALREADY POSTED - STOPPING'
              MOVE 'AGENCY FILE ALREADY POSTED FOR THIS FILE DATE'
                TO COLL-RPT-LINE
              WRITE COLL-RPT-LINE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE 'Y' TO WS-FILE-SWITCH

           MOVE SPACES TO COLL-RPT-LINE
           STRING 'Agency file dated ' WS-FILE-DATE
                  DELIMITED BY SIZE INTO COLL-RPT-LINE
           WRITE COLL-RPT-LINE.

           MOVE 'Placement   Patient        Gross  Commission'
             & '     Applied  Note' TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE.

           PERFORM READ-NEXT-COLLECTION.

       INITIALIZE-EXIT.
           EXIT.

       READ-NEXT-COLLECTION.
           READ COLL-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

       POST-ONE-RECORD.
           EVALUATE CLI-RECORD-TYPE
             WHEN 'D'
               ADD 1 TO WS-DETAILS-READ
               PERFORM POST-COLLECTION THRU POST-COLLECTION-EXIT
             WHEN 'T'
               MOVE 'Y' TO WS-TRAILER-SWITCH
               MOVE CLI-RECORD-COUNT     TO DB2-RECORD-COUNT
               MOVE CLI-TOTAL-GROSS      TO WS-TRAILER-GROSS
               MOVE CLI-TOTAL-COMMISSION TO WS-TRAILER-COMMISSION
             WHEN OTHER
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'UNKNOWN RECORD TYPE' TO WS-RPT-NOTE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-DETAILS-REJECTED
           END-EVALUATE

           PERFORM READ-NEXT-COLLECTION.

       POST-COLLECTION.
           MOVE SPACES            TO WS-REPORT-LINE
           MOVE CLI-PLACEMENT-ID  TO WS-RPT-PLACEMENT-ID
           MOVE CLI-PATIENT-ID    TO WS-RPT-PATIENT-ID

           IF CLI-PLACEMENT-ID NOT NUMERIC
            OR CLI-PATIENT-ID NOT NUMERIC
            OR CLI-GROSS-X(1:5) NOT NUMERIC
            OR CLI-GROSS-X(7:2) NOT NUMERIC
            OR CLI-COMMISSION-X(1:5) NOT NUMERIC
            OR CLI-COMMISSION-X(7:2) NOT NUMERIC
              MOVE 'INVALID RECORD LAYOUT' TO WS-REJECT-REASON
              GO TO REJECT-COLLECTION
           END-IF

           MOVE CLI-PLACEMENT-ID  TO DB2-PLACEMENT-ID
           MOVE CLI-PATIENT-ID    TO DB2-PATIENT-ID
           MOVE CLI-GROSS         TO DB2-GROSS
           MOVE CLI-COMMISSION    TO DB2-COMMISSION
           ADD DB2-GROSS      TO WS-FILE-GROSS
           ADD DB2-COMMISSION TO WS-FILE-COMMISSION
           MOVE DB2-GROSS         TO WS-RPT-GROSS
           MOVE DB2-COMMISSION    TO WS-RPT-COMMISSION

           IF DB2-COMMISSION > DB2-GROSS
              MOVE 'COMMISSION EXCEEDS COLLECTION' TO WS-REJECT-REASON
              GO TO REJECT-COLLECTION
           END-IF

           EXEC SQL
               SELECT PATIENTID, STATUS
                 INTO :DB2-PLACED-PATIENT-ID, :DB2-STATUS
                 FROM COLLPLACEMENT
                WHERE PLACEMENTID = :DB2-PLACEMENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'PLACEMENT NOT FOUND' TO WS-REJECT-REASON
               GO TO REJECT-COLLECTION
             WHEN OTHER
               DISPLAY 'HCDCBJ02 - PLACEMENT READ FAILED SQLCODE='
                        SQLCODE
               MOVE 'PLACEMENT READ FAILED' TO WS-REJECT-REASON
               GO TO REJECT-COLLECTION
           END-EVALUATE

           IF DB2-PLACED-PATIENT-ID NOT EQUAL DB2-PATIENT-ID
              MOVE 'PATIENT DOES NOT MATCH PLACEMENT'
                TO WS-REJECT-REASON
              GO TO REJECT-COLLECTION
           END-IF

      *    money collected before a recall reached the agency still
      *    counts; a closed or ended placement takes nothing more
           IF DB2-STATUS NOT EQUAL 'P' AND DB2-STATUS NOT EQUAL 'R'
              MOVE 'PLACEMENT NOT OPEN' TO WS-REJECT-REASON
              GO TO REJECT-COLLECTION
           END-IF

           PERFORM APPLY-COLLECTION
           PERFORM RECORD-AGENCY-PAYMENTS
           PERFORM UPDATE-PLACEMENT

           ADD 1 TO WS-DETAILS-POSTED
           ADD DB2-GROSS      TO WS-POSTED-GROSS
           ADD DB2-COMMISSION TO WS-POSTED-COMMISSION
           MOVE DB2-APPLIED   TO WS-RPT-APPLIED

      *    the agreed rate on the gross, give or take a cent
           COMPUTE WS-EXPECTED-COMMISSION ROUNDED =
                   DB2-GROSS * WS-COMMISSION-RATE / 100
           COMPUTE WS-COMMISSION-VARIANCE =
                   DB2-COMMISSION - WS-EXPECTED-COMMISSION
           IF WS-COMMISSION-VARIANCE > 0.01
            OR WS-COMMISSION-VARIANCE < -0.01
              MOVE 'COMMISSION NOT AT AGREED RATE' TO WS-RPT-NOTE
              ADD 1 TO WS-COMMISSION-FLAGS
           END-IF

           PERFORM WRITE-REPORT-LINE
           GO TO POST-COLLECTION-EXIT.

       REJECT-COLLECTION.
           MOVE WS-REJECT-REASON TO WS-RPT-NOTE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-DETAILS-REJECTED.

       POST-COLLECTION-EXIT.
           EXIT.

       APPLY-COLLECTION.
      *    the gross clears the placement's own charges oldest first -
      *    only charges it fully covers, as at the counter
           MOVE DB2-GROSS TO DB2-REMAINING
           MOVE ZERO      TO DB2-APPLIED

           EXEC SQL
               DECLARE DCPCSR CURSOR FOR
               SELECT CHAR(CHARGEDATETIME), CHARGECODE, AMOUNT
                 FROM CHARGE
                WHERE COLLPLACEMENTID = :DB2-PLACEMENT-ID
                  AND PAID = 'N'
                ORDER BY CHARGEDATETIME
           END-EXEC

           EXEC SQL
               OPEN DCPCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ02 - OPEN CHARGES FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-APPLY-EOF-SWITCH
              PERFORM APPLY-TO-NEXT-CHARGE THRU APPLY-NEXT-EXIT
                  UNTIL WS-APPLY-EOF
              EXEC SQL
                  CLOSE DCPCSR
              END-EXEC
           END-IF.

       APPLY-TO-NEXT-CHARGE.
           EXEC SQL
               FETCH DCPCSR
                INTO :DB2-CHG-DATETIME, :DB2-CHG-CODE,
                     :DB2-CHG-AMOUNT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-APPLY-EOF-SWITCH
              GO TO APPLY-NEXT-EXIT
           END-IF

           IF DB2-CHG-AMOUNT > DB2-REMAINING
              MOVE 'Y' TO WS-APPLY-EOF-SWITCH
              GO TO APPLY-NEXT-EXIT
           END-IF

           EXEC SQL
               UPDATE CHARGE
                  SET PAID = 'Y'
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND CHARGEDATETIME = :DB2-CHG-DATETIME
                  AND CHARGECODE     = :DB2-CHG-CODE
                  AND PAID = 'N'
           END-EXEC

           IF SQLCODE EQUAL 0
              SUBTRACT DB2-CHG-AMOUNT FROM DB2-REMAINING
              ADD DB2-CHG-AMOUNT TO DB2-APPLIED
           END-IF.

       APPLY-NEXT-EXIT.
           EXIT.

       RECORD-AGENCY-PAYMENTS.
      *    net money received (method G) and the commission the agency
      *    kept (adjustment type K) - together they make the gross.
      *    What was applied is credited to the money first.
           COMPUTE DB2-NET = DB2-GROSS - DB2-COMMISSION
           IF DB2-APPLIED > DB2-NET
              MOVE DB2-NET TO DB2-APPLIED-NET
           ELSE
              MOVE DB2-APPLIED TO DB2-APPLIED-NET
           END-IF
           COMPUTE DB2-APPLIED-COMMISSION =
                   DB2-APPLIED - DB2-APPLIED-NET

           IF DB2-NET > 0
              EXEC SQL
                  INSERT INTO PAYMENT
                            ( PAYID,
                              PATIENTID,
                              APPTID,
                              AMOUNT,
                              METHOD,
                              PAYTYPE,
                              TAKENDATETIME,
                              TAKENBY,
                              APPLIEDAMT )
                     VALUES ( DEFAULT,
                              :DB2-PATIENT-ID,
                              0,
                              :DB2-NET,
                              'G',
                              'P',
                              CHAR(CURRENT TIMESTAMP),
                              'AGENCY',
                              :DB2-APPLIED-NET )
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCDCBJ02 - PAYMENT INSERT FAILED SQLCODE='
                          SQLCODE ' PLACEMENT ' DB2-PLACEMENT-ID
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
           END-IF

           IF DB2-COMMISSION > 0
              EXEC SQL
                  INSERT INTO PAYMENT
                            ( PAYID,
                              PATIENTID,
                              APPTID,
                              AMOUNT,
                              METHOD,
                              PAYTYPE,
                              TAKENDATETIME,
                              TAKENBY,
                              APPLIEDAMT )
                     VALUES ( DEFAULT,
                              :DB2-PATIENT-ID,
                              0,
                              :DB2-COMMISSION,
                              'A',
                              'K',
                              CHAR(CURRENT TIMESTAMP),
                              'AGENCY',
                              :DB2-APPLIED-COMMISSION )
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCDCBJ02 - COMMISSION INSERT FAILED SQLCODE='
                          SQLCODE ' PLACEMENT ' DB2-PLACEMENT-ID
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
           END-IF.

       UPDATE-PLACEMENT.
      *    a live placement with none of its charges left unpaid is
      *    finished with
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-STILL-PLACED
                 FROM CHARGE
                WHERE COLLPLACEMENTID = :DB2-PLACEMENT-ID
                  AND PAID = 'N'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 1 TO DB2-STILL-PLACED
           END-IF

           IF DB2-STATUS EQUAL 'P' AND DB2-STILL-PLACED EQUAL 0
              MOVE 'C' TO DB2-STATUS
              ADD 1 TO WS-PLACEMENTS-CLOSED
           END-IF

           EXEC SQL
               UPDATE COLLPLACEMENT
                  SET COLLECTED  = COLLECTED  + :DB2-GROSS,
                      COMMISSION = COMMISSION + :DB2-COMMISSION,
                      STATUS     = :DB2-STATUS
                WHERE PLACEMENTID = :DB2-PLACEMENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ02 - PLACEMENT UPDATE FAILED SQLCODE='
                       SQLCODE ' PLACEMENT ' DB2-PLACEMENT-ID
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE.

       RECORD-COLLECTION-FILE.
      *    The COLLFILE row is what stops the same file posting twice
           MOVE WS-DETAILS-POSTED TO DB2-FILE-COUNT

           EXEC SQL
               INSERT INTO COLLFILE
                         ( FILEDATE,
                           POSTEDDATETIME,
                           RECORDCOUNT,
                           TOTALGROSS,
                           TOTALCOMMISSION )
                  VALUES ( DATE(:WS-FILE-DATE),
                           CURRENT TIMESTAMP,
                           :DB2-FILE-COUNT,
                           :WS-POSTED-GROSS,
                           :WS-POSTED-COMMISSION )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCDCBJ02 - COLLFILE INSERT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       TERMINATE-JOB.
           IF WS-FILE-ACCEPTED
              PERFORM RECORD-COLLECTION-FILE

              MOVE SPACES TO COLL-RPT-LINE
              WRITE COLL-RPT-LINE
              MOVE 'COLLECTION RECORDS READ'       TO WS-TOTAL-LABEL
              MOVE WS-DETAILS-READ                 TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'COLLECTIONS POSTED'            TO WS-TOTAL-LABEL
              MOVE WS-DETAILS-POSTED               TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'RECORDS REJECTED'              TO WS-TOTAL-LABEL
              MOVE WS-DETAILS-REJECTED             TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'COMMISSION OFF AGREED RATE'    TO WS-TOTAL-LABEL
              MOVE WS-COMMISSION-FLAGS             TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'PLACEMENTS CLOSED'             TO WS-TOTAL-LABEL
              MOVE WS-PLACEMENTS-CLOSED            TO WS-TOTAL-VALUE
              PERFORM WRITE-TOTAL-LINE
              MOVE 'GROSS COLLECTED - POSTED'      TO WS-AMOUNT-LABEL
              MOVE WS-POSTED-GROSS                 TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE
              MOVE 'COMMISSION - POSTED'           TO WS-AMOUNT-LABEL
              MOVE WS-POSTED-COMMISSION            TO WS-AMOUNT-VALUE
              PERFORM WRITE-AMOUNT-LINE
              COMPUTE WS-AMOUNT-VALUE = WS-POSTED-GROSS
                                      - WS-POSTED-COMMISSION
              MOVE 'NET RECEIVABLE FROM AGENCY'    TO WS-AMOUNT-LABEL
              PERFORM WRITE-AMOUNT-LINE

              IF WS-DETAILS-REJECTED > 0 OR WS-COMMISSION-FLAGS > 0
                 IF JC-RETURN-CODE EQUAL 0
                    MOVE 4 TO JC-RETURN-CODE
                 END-IF
              END-IF

      *       the agency's own trailer must agree with its records
              IF NOT WS-TRAILER-READ
               OR DB2-RECORD-COUNT      NOT EQUAL WS-DETAILS-READ
               OR WS-TRAILER-GROSS      NOT EQUAL WS-FILE-GROSS
               OR WS-TRAILER-COMMISSION NOT EQUAL WS-FILE-COMMISSION
                 MOVE 'AGENCY TOTALS DO NOT RECONCILE - QUERY AGENCY'
                   TO COLL-RPT-LINE
                 WRITE COLL-RPT-LINE
                 MOVE 'AGENCY TRAILER COUNT'       TO WS-TOTAL-LABEL
                 MOVE DB2-RECORD-COUNT             TO WS-TOTAL-VALUE
                 PERFORM WRITE-TOTAL-LINE
                 MOVE 'AGENCY TRAILER GROSS'       TO WS-AMOUNT-LABEL
                 MOVE WS-TRAILER-GROSS             TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 'GROSS ON DETAIL RECORDS'    TO WS-AMOUNT-LABEL
                 MOVE WS-FILE-GROSS                TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 'AGENCY TRAILER COMMISSION'  TO WS-AMOUNT-LABEL
                 MOVE WS-TRAILER-COMMISSION        TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 'COMMISSION ON DETAIL RECORDS' TO WS-AMOUNT-LABEL
                 MOVE WS-FILE-COMMISSION           TO WS-AMOUNT-VALUE
                 PERFORM WRITE-AMOUNT-LINE
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-DETAILS-POSTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE COLL-IN.
           CLOSE COLL-RPT.

           DISPLAY 'HCDCBJ02 - FILE DATE:          ' WS-FILE-DATE.
           DISPLAY 'HCDCBJ02 - RECORDS READ:       ' WS-RECORDS-READ.
           DISPLAY 'HCDCBJ02 - COLLECTIONS POSTED: ' WS-DETAILS-POSTED.
           DISPLAY 'HCDCBJ02 - RECORDS REJECTED:   '
                    WS-DETAILS-REJECTED.
           DISPLAY 'HCDCBJ02 - AGENCY COLLECTIONS POSTING COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.

      *----------------------------------------------------------------*
       COPY HCRJPD.
