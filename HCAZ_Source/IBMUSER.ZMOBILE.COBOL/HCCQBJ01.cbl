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
      *            Complaint Due Date Breach Report                    *
      *                                                                *
      *   Lists every complaint on COMPLAINT not yet closed that has   *
      *  gone past a due date without the step being taken - the       *
      *  acknowledgement not sent by its due date (ACK), or no         *
      *  response by the response due date (RESP) - oldest first,      *
      *  with facility, ward, category, the date due and the days      *
      *  overdue as at the as-of date.  A complaint past both shows    *
      *  twice.  Totals follow by facility, with the count of steps    *
      *  taken late in the seven days to the as-of date.               *
      *                                                                *
      *   An as-of date on SYSIN reruns an earlier week.  Report on    *
      *  CMPBREAC.  Run weekly.                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCQBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREACH-RPT ASSIGN TO CMPBREAC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BREACH-RPT
           RECORDING MODE IS F.
       01  BREACH-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCQBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-BREACHES-LISTED       PIC 9(7) VALUE ZERO.
           03 WS-ACK-BREACHES          PIC 9(7) VALUE ZERO.
           03 WS-RESP-BREACHES         PIC 9(7) VALUE ZERO.

       01  WS-BREACH-LINE.
           03 WS-BL-CASE-ID            PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-BREACH             PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-RECEIVED           PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-DUE                PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-DAYS-OVER          PIC ZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-FACILITY           PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-WARD               PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-CATEGORY           PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-STATUS             PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-BL-PATIENT-ID         PIC Z(9)9.

       01  WS-FACILITY-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FL-FACILITY           PIC X(6).
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-FL-ACK                PIC Z(6)9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-FL-RESP               PIC Z(6)9.

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

       01  DB2-BREACH.
           03 DB2-CASE-ID              PIC S9(9) COMP.
           03 DB2-BREACH-TYPE          PIC X(4).
           03 DB2-RECEIVED             PIC X(10).
           03 DB2-DUE                  PIC X(10).
           03 DB2-DAYS-OVER            PIC S9(9) COMP.
           03 DB2-FACILITY             PIC X(4).
           03 DB2-WARD                 PIC X(4).
           03 DB2-CATEGORY             PIC X(4).
           03 DB2-STATUS               PIC X(1).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.

       01  DB2-FACILITY-TOTALS.
           03 DB2-FT-FACILITY          PIC X(4).
           03 DB2-FT-ACK               PIC S9(9) COMP.
           03 DB2-FT-RESP              PIC S9(9) COMP.
           03 DB2-MET-LATE             PIC S9(9) COMP.

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

           PERFORM INITIALIZE-JOB.
           PERFORM LIST-ONE-BREACH UNTIL WS-EOF.
           PERFORM START-FACILITY-TOTALS THRU START-FACILITY-EXIT.
           PERFORM LIST-ONE-FACILITY UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCCQBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCCQBJ01 - COMPLAINT BREACH REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for an earlier
      *    week
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT BREACH-RPT.

           MOVE BD-ASOF-HEADER TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE.
           MOVE 'COMPLAINTS PAST A DUE DATE' TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE.
           MOVE '   Case Id  Due   Received    Due Date    Over  Fac'
             &  '   Ward  Cat   S  Patient Id' TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE.

      *    Acknowledgements and responses past due and not yet done
           EXEC SQL
               DECLARE CQBCSR CURSOR FOR
               SELECT X.CASEID, X.BREACH, X.RECEIVED, X.DUE,
                      X.OVERDUE, X.FACILITY, X.WARDCODE,
                      X.CATEGORY, X.STATUS, X.PATIENTID
                 FROM (
                   SELECT C.CASEID, 'ACK ' AS BREACH,
                          CHAR(C.RECEIVEDDATE, ISO) AS RECEIVED,
                          CHAR(C.ACKDUEDATE, ISO) AS DUE,
                          DAYS(DATE(:BD-ASOF-DATE))
                            - DAYS(C.ACKDUEDATE) AS OVERDUE,
                          VALUE(C.FACILITY, ' ') AS FACILITY,
                          VALUE(C.WARDCODE, ' ') AS WARDCODE,
                          C.CATEGORY, C.STATUS,
                          VALUE(C.PATIENTID, 0) AS PATIENTID
                     FROM COMPLAINT C
                    WHERE C.CASETYPE = 'C'
                      AND C.STATUS  <> 'C'
                      AND C.ACKSENTDATE IS NULL
                      AND C.ACKDUEDATE < DATE(:BD-ASOF-DATE)
                   UNION ALL
                   SELECT C.CASEID, 'RESP' AS BREACH,
                          CHAR(C.RECEIVEDDATE, ISO) AS RECEIVED,
                          CHAR(C.RESPDUEDATE, ISO) AS DUE,
                          DAYS(DATE(:BD-ASOF-DATE))
                            - DAYS(C.RESPDUEDATE) AS OVERDUE,
                          VALUE(C.FACILITY, ' ') AS FACILITY,
                          VALUE(C.WARDCODE, ' ') AS WARDCODE,
                          C.CATEGORY, C.STATUS,
                          VALUE(C.PATIENTID, 0) AS PATIENTID
                     FROM COMPLAINT C
                    WHERE C.CASETYPE = 'C'
                      AND C.STATUS  <> 'C'
                      AND C.RESPONDEDDATE IS NULL
                      AND C.RESPDUEDATE < DATE(:BD-ASOF-DATE)
                      ) AS X
                ORDER BY X.DUE, X.CASEID
           END-EXEC.

           EXEC SQL
               OPEN CQBCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCQBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-BREACH
           END-IF.

       FETCH-NEXT-BREACH.
           EXEC SQL
               FETCH CQBCSR
                INTO :DB2-CASE-ID, :DB2-BREACH-TYPE, :DB2-RECEIVED,
                     :DB2-DUE, :DB2-DAYS-OVER, :DB2-FACILITY,
                     :DB2-WARD, :DB2-CATEGORY, :DB2-STATUS,
                     :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCCQBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-BREACH.
           MOVE DB2-CASE-ID        TO WS-BL-CASE-ID
           MOVE DB2-BREACH-TYPE    TO WS-BL-BREACH
           MOVE DB2-RECEIVED       TO WS-BL-RECEIVED
           MOVE DB2-DUE            TO WS-BL-DUE
           MOVE DB2-DAYS-OVER      TO WS-BL-DAYS-OVER
           MOVE DB2-FACILITY       TO WS-BL-FACILITY
           MOVE DB2-WARD           TO WS-BL-WARD
           MOVE DB2-CATEGORY       TO WS-BL-CATEGORY
           MOVE DB2-STATUS         TO WS-BL-STATUS
           MOVE DB2-PATIENT-ID     TO WS-BL-PATIENT-ID
           MOVE WS-BREACH-LINE     TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE
           ADD 1 TO WS-BREACHES-LISTED
           IF DB2-BREACH-TYPE EQUAL 'ACK '
              ADD 1 TO WS-ACK-BREACHES
           ELSE
              ADD 1 TO WS-RESP-BREACHES
           END-IF

           PERFORM FETCH-NEXT-BREACH.

      *----------------------------------------------------------------*
       START-FACILITY-TOTALS.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE CQBCSR
              END-EXEC
           ELSE
              GO TO START-FACILITY-EXIT
           END-IF

           MOVE SPACES TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE
           MOVE 'BREACHES BY FACILITY' TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE
           MOVE '  Fac       Ack Late    Resp Late' TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE

           EXEC SQL
               DECLARE CQFCSR CURSOR FOR
               SELECT VALUE(C.FACILITY, ' '),
                      SUM(CASE WHEN C.ACKSENTDATE IS NULL
                                AND C.ACKDUEDATE
                                    < DATE(:BD-ASOF-DATE)
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN C.RESPONDEDDATE IS NULL
                                AND C.RESPDUEDATE
                                    < DATE(:BD-ASOF-DATE)
                               THEN 1 ELSE 0 END)
                 FROM COMPLAINT C
                WHERE C.CASETYPE = 'C'
                  AND C.STATUS  <> 'C'
                  AND ( ( C.ACKSENTDATE IS NULL
                      AND C.ACKDUEDATE < DATE(:BD-ASOF-DATE) )
                     OR ( C.RESPONDEDDATE IS NULL
                      AND C.RESPDUEDATE < DATE(:BD-ASOF-DATE) ) )
                GROUP BY VALUE(C.FACILITY, ' ')
                ORDER BY 1
           END-EXEC.

           EXEC SQL
               OPEN CQFCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCQBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO START-FACILITY-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM FETCH-NEXT-FACILITY.

       START-FACILITY-EXIT.
           EXIT.

       FETCH-NEXT-FACILITY.
           EXEC SQL
               FETCH CQFCSR
                INTO :DB2-FT-FACILITY, :DB2-FT-ACK, :DB2-FT-RESP
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCCQBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       LIST-ONE-FACILITY.
           IF DB2-FT-FACILITY EQUAL SPACES
              MOVE '(NONE)'        TO WS-FL-FACILITY
           ELSE
              MOVE DB2-FT-FACILITY TO WS-FL-FACILITY
           END-IF
           MOVE DB2-FT-ACK         TO WS-FL-ACK
           MOVE DB2-FT-RESP        TO WS-FL-RESP
           MOVE WS-FACILITY-LINE   TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE

           PERFORM FETCH-NEXT-FACILITY.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE.

       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE CQFCSR
              END-EXEC
           END-IF

      *    steps finally taken in the last seven days after their due
      *    date had passed
           MOVE ZERO TO DB2-MET-LATE
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-MET-LATE
                 FROM COMPLAINT C
                WHERE C.CASETYPE = 'C'
                  AND ( ( C.ACKSENTDATE > C.ACKDUEDATE
                      AND C.ACKSENTDATE
                          > DATE(:BD-ASOF-DATE) - 7 DAYS
                      AND C.ACKSENTDATE <= DATE(:BD-ASOF-DATE) )
                     OR ( C.RESPONDEDDATE > C.RESPDUEDATE
                      AND C.RESPONDEDDATE
                          > DATE(:BD-ASOF-DATE) - 7 DAYS
                      AND C.RESPONDEDDATE <= DATE(:BD-ASOF-DATE) ) )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCQBJ01 - LATE COUNT FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF

           MOVE SPACES TO BREACH-RPT-LINE
           WRITE BREACH-RPT-LINE
           MOVE 'ACKNOWLEDGEMENTS OVERDUE'       TO WS-TOTAL-LABEL
           MOVE WS-ACK-BREACHES                  TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'RESPONSES OVERDUE'              TO WS-TOTAL-LABEL
           MOVE WS-RESP-BREACHES                 TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CASES MET LATE IN LAST 7 DAYS'  TO WS-TOTAL-LABEL
           MOVE DB2-MET-LATE                     TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE WS-BREACHES-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE BREACH-RPT.

           DISPLAY 'HCCQBJ01 - ACKNOWLEDGEMENTS OVERDUE: '
                    WS-ACK-BREACHES.
           DISPLAY 'HCCQBJ01 - RESPONSES OVERDUE:        '
                    WS-RESP-BREACHES.
           DISPLAY 'HCCQBJ01 - COMPLAINT BREACH REPORT COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
