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
      *              Accounting Period Logic                           *
      *                                                                *
      *   Shows an accounting period (ACCTPERIOD) - its dates, open    *
      *  or closed, and who last closed and reopened it - and lets a   *
      *  finance supervisor reopen a closed period so a correction     *
      *  can post into it.  A reason is required, a period with a      *
      *  later period already closed cannot be reopened (periods       *
      *  reopen newest first), and every reopening is written to the   *
      *  AUDITLOG.  Periods are closed by the close job (HCPEBJ01).    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPEDB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPEDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
       COPY HCADTWS.
      *----------------------------------------------------------------*
      * Fields to be used to calculate if commarea is large enough
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADERTRAILER-LEN  PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      * audit key - the table and the period reopened
       01  WS-PERIOD-AUDIT-KEY.
           03 FILLER                   PIC X(11) VALUE 'ACCTPERIOD '.
           03 WS-PAK-PERIOD            PIC X(7).
           03 FILLER                   PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-OUT.
           03 DB2-PERIOD               PIC X(7).
           03 DB2-START-DATE           PIC X(10).
           03 DB2-END-DATE             PIC X(10).
           03 DB2-STATUS               PIC X(1).
           03 DB2-CLOSED-BY            PIC X(10).
           03 DB2-CLOSED-DATE          PIC X(10).
           03 DB2-REOPENED-BY          PIC X(10).
           03 DB2-REOPENED-DATE        PIC X(10).
           03 DB2-REASON               PIC X(30).
           03 DB2-LATER-CLOSED         PIC S9(9) COMP.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE HCCMAREA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
      *----------------------------------------------------------------*

      * initialize DB2 host variables
           INITIALIZE DB2-OUT.

      *----------------------------------------------------------------*
      * Check commarea and obtain required details                     *
      *----------------------------------------------------------------*
      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF

      * initialize commarea return code to zero
           MOVE '00' TO CA-RETURN-CODE
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * check commarea length - meets minimum requirement
           ADD WS-CA-HEADERTRAILER-LEN TO WS-REQUIRED-CA-LEN
      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-PE-PERIOD EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PE-PERIOD TO DB2-PERIOD

      *----------------------------------------------------------------*
      * Obtain details in DB2                                          *
      *----------------------------------------------------------------*
           EVALUATE CA-REQUEST-ID
             WHEN '01RPER'
               PERFORM REOPEN-PERIOD
             WHEN '01IPER'
               PERFORM GET-PERIOD
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       REOPEN-PERIOD.
      *================================================================*
      * Reopen a closed period (02) with a reason, newest first - a    *
      * later period still closed must be reopened before it (03).     *
      * The reopening goes on the audit trail with the close it undid. *
      *================================================================*
           IF CA-PE-REASON EQUAL SPACES
            OR CA-PE-STAFF-USER EQUAL SPACES
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-PERIOD
           IF DB2-STATUS NOT EQUAL 'C'
              MOVE '02' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT ACCTPERIOD' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-LATER-CLOSED
                 FROM ACCTPERIOD
                WHERE STATUS    = 'C'
                  AND STARTDATE > DATE(:DB2-START-DATE)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-LATER-CLOSED > 0
              MOVE '03' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE ACCTPERIOD' TO EM-SQLREQ
           EXEC SQL
               UPDATE ACCTPERIOD
                  SET STATUS           = 'O',
                      REOPENEDBY       = :CA-PE-STAFF-USER,
                      REOPENEDDATETIME = CURRENT TIMESTAMP,
                      REOPENREASON     = :CA-PE-REASON
                WHERE PERIODID = :DB2-PERIOD
                  AND STATUS   = 'C'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM AUDIT-PERIOD-REOPEN
           PERFORM GET-PERIOD.

           EXIT.

      *================================================================*
       AUDIT-PERIOD-REOPEN.
      *================================================================*
      * Who reopened a reported month, and why, on the audit trail -   *
      * finance sees what the close was before it was undone           *
      *================================================================*
           MOVE 'HCPEDB01' TO AUD-PROGRAM
           MOVE DB2-PERIOD TO WS-PAK-PERIOD
           MOVE WS-PERIOD-AUDIT-KEY TO AUD-KEY
           MOVE SPACES TO AUD-BEFORE
           STRING 'STATUS C CLOSED ' DB2-CLOSED-DATE
                  ' BY ' DB2-CLOSED-BY
              DELIMITED BY SIZE INTO AUD-BEFORE
           MOVE SPACES TO AUD-AFTER
           STRING 'STATUS O REOPENED BY ' CA-PE-STAFF-USER
                  ' REASON: ' CA-PE-REASON
              DELIMITED BY SIZE INTO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

      *================================================================*
       GET-PERIOD.
      *================================================================*
           PERFORM FIND-PERIOD

           MOVE DB2-PERIOD        TO CA-PE-PERIOD
           MOVE DB2-START-DATE    TO CA-PE-START-DATE
           MOVE DB2-END-DATE      TO CA-PE-END-DATE
           MOVE DB2-STATUS        TO CA-PE-STATUS
           MOVE DB2-CLOSED-BY     TO CA-PE-CLOSED-BY
           MOVE DB2-CLOSED-DATE   TO CA-PE-CLOSED-DATE
           MOVE DB2-REOPENED-BY   TO CA-PE-REOPENED-BY
           MOVE DB2-REOPENED-DATE TO CA-PE-REOPENED-DATE
           MOVE DB2-REASON        TO CA-PE-REASON.

           EXIT.

      *================================================================*
       FIND-PERIOD.
      *================================================================*
      * The keyed period - not on ACCTPERIOD is 01                     *
      *================================================================*
           MOVE ' SELECT ACCTPERIOD' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(STARTDATE, ISO), CHAR(ENDDATE, ISO),
                      STATUS,
                      VALUE(CLOSEDBY, ' '),
                      VALUE(CHAR(DATE(CLOSEDDATETIME), ISO), ' '),
                      VALUE(REOPENEDBY, ' '),
                      VALUE(CHAR(DATE(REOPENEDDATETIME), ISO), ' '),
                      VALUE(REOPENREASON, ' ')
                 INTO :DB2-START-DATE, :DB2-END-DATE,
                      :DB2-STATUS,
                      :DB2-CLOSED-BY, :DB2-CLOSED-DATE,
                      :DB2-REOPENED-BY, :DB2-REOPENED-DATE,
                      :DB2-REASON
                 FROM ACCTPERIOD
                WHERE PERIODID = :DB2-PERIOD
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.

      *----------------------------------------------------------------*
       COPY HCADTPD.
